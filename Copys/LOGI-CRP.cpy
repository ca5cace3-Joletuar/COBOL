       FD  ARCHIVO-CATALOGO-REPORTES.
           01 CRP-DATOS.
      *       UN REGISTRO POR CADA SPOOL QUE GENERA REP-WRT. EL
      *       NUMERO VA EN EL NOMBRE DEL ARCHIVO, DE MODO QUE UNA
      *       NUEVA CORRIDA DEL MISMO REPORTE NO PISA LA ANTERIOR.
      *       EL NUMERO CERO ES LA FILA DE CONTROL CON EL ULTIMO
      *       NUMERO ASIGNADO EN CRP-ULTIMO-NUMERO.
      *       CLASES DE RETENCION: T TEMPORAL (90 DIAS), A ANUAL
      *       (1 ANIO), L LEGAL (7 ANIOS), P PERMANENTE (NO SE
      *       PURGA).
              03 CRP-NUMERO             PIC 9(8).
              03 CRP-REPORTE            PIC X(8).
              03 CRP-TITULO             PIC X(60).
              03 CRP-EMPRESA            PIC 9(3).
              03 CRP-PERIODO            PIC X(9).
              03 CRP-OPERADOR           PIC X(10).
              03 CRP-FEC-GENERA         PIC 9(8).
              03 CRP-ULTIMO-NUMERO REDEFINES CRP-FEC-GENERA
                                        PIC 9(8).
              03 CRP-HORA-GENERA        PIC 9(6).
              03 CRP-PAGINAS            PIC 9(4).
              03 CRP-LINEAS             PIC 9(7).
              03 CRP-RUTA               PIC X(40).
              03 CRP-RETENCION          PIC X(1).
                  88 CRP-RET-TEMPORAL       VALUE "T".
                  88 CRP-RET-ANUAL          VALUE "A".
                  88 CRP-RET-LEGAL          VALUE "L".
                  88 CRP-RET-PERMANENTE     VALUE "P".
              03 CRP-FEC-VENCE          PIC 9(8).
              03 CRP-ESTADO             PIC X(1).
                  88 CRP-EN-GENERACION      VALUE "G".
                  88 CRP-DISPONIBLE         VALUE "A".
                  88 CRP-PURGADO            VALUE "P".
              03 CRP-COPIAS             PIC 9(3).
              03 CRP-FEC-PURGA          PIC 9(8).
              03 CRP-OPE-PURGA          PIC X(10).
