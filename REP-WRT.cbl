             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-SPL.

            COPY "./Copys/FISI-CRP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-SPOOL.
           01 SPL-LINEA             PIC X(132).

            COPY "./Copys/LOGI-CRP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-SPL                  PIC XX.
       01  FL-CRP                  PIC XX.

      *    EL SPOOL QUEDA EN LA CARPETA DE ARCHIVOS CON EL NOMBRE
      *    DEL REPORTE Y SU NUMERO EN EL CATALOGO DE REPORTES, DE
      *    MODO QUE SIEMPRE SE PUEDE REIMPRIMIR Y UNA NUEVA CORRIDA
      *    NO PISA LA ANTERIOR.
       01  WS-RUTA-SPOOL            PIC X(40).

       01  WS-NUMERO-CATALOGO       PIC 9(8) VALUE ZERO.

      *    OPERADOR DE LA SESION, INFORMADO POR EL MENU PRINCIPAL AL
      *    INGRESAR; LOS REPORTES SIN SESION QUEDAN COMO BATCH.
       01  WS-OPERADOR-SESION       PIC X(10) VALUE SPACES.

      *    CLASE DE RETENCION POR REPORTE: LOS QUE SUSTENTAN PAGOS,
      *    DECLARACIONES O AUDITORIAS SON LEGALES; LAS SIMULACIONES
      *    Y PROYECCIONES SON TEMPORALES; EL RESTO ES ANUAL.
       01  WS-RETENCION-VALORES.
           03 FILLER PIC X(9) VALUE "GEN-RDEPL".
           03 FILLER PIC X(9) VALUE "GEN-107 L".
           03 FILLER PIC X(9) VALUE "REP-NOM L".
           03 FILLER PIC X(9) VALUE "REP-CNOML".
           03 FILLER PIC X(9) VALUE "REP-BAS L".
           03 FILLER PIC X(9) VALUE "GEN-ACH L".
           03 FILLER PIC X(9) VALUE "GEN-CHQ L".
           03 FILLER PIC X(9) VALUE "CHQ-LIB L".
           03 FILLER PIC X(9) VALUE "LIQ-CIA L".
           03 FILLER PIC X(9) VALUE "CONC-IESL".
           03 FILLER PIC X(9) VALUE "CONC-PAGL".
           03 FILLER PIC X(9) VALUE "DIST-UTIL".
           03 FILLER PIC X(9) VALUE "PAGO-JUBL".
           03 FILLER PIC X(9) VALUE "PAGO-EJUL".
           03 FILLER PIC X(9) VALUE "REC-ESP L".
           03 FILLER PIC X(9) VALUE "PAG-ESP L".
           03 FILLER PIC X(9) VALUE "AUDI-FRAL".
           03 FILLER PIC X(9) VALUE "MUES-AUDL".
           03 FILLER PIC X(9) VALUE "REAP-AUDL".
           03 FILLER PIC X(9) VALUE "PURGA-SPL".
           03 FILLER PIC X(9) VALUE "SIM-NEG T".
           03 FILLER PIC X(9) VALUE "PROY-NOMT".
           03 FILLER PIC X(9) VALUE "REP-ERR T".
       01  WS-RETENCION-TABLA REDEFINES WS-RETENCION-VALORES.
           03 WS-RET-ENTRADA OCCURS 23 TIMES.
              05 WS-RET-REPORTE     PIC X(8).
              05 WS-RET-CLASE       PIC X(1).

       77  WS-TOT-RETENCION         PIC 9(2) VALUE 23.
       01  WS-IND-RET               PIC 9(2).
       01  WS-CLASE-RETENCION       PIC X(1).
       01  WS-DIAS-RETENCION        PIC 9(4).
       01  WS-FECHA-GENERA          PIC 9(8).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
       01  WS-TOTAL-LINEAS          PIC 9(7) VALUE ZERO.

       77  WS-LINEAS-POR-PAGINA     PIC 9(2) VALUE 60.
       77  WS-LINEAS-CABECERA       PIC 9(2) VALUE 3.

       01  WS-CABECERA-GUARDADA.
           03 WS-CAB-TITULO         PIC X(60).
               88 LK-OP-ABRIR       VALUE "A".
               88 LK-OP-DETALLE     VALUE "D".
               88 LK-OP-CERRAR      VALUE "C".
               88 LK-OP-PAGINA      VALUE "P".
               88 LK-OP-SESION      VALUE "S".
           03 LK-NOMBRE-REPORTE     PIC X(8).
           03 LK-TITULO             PIC X(60).
           03 LK-EMPRESA            PIC 9(3).
                 PERFORM 2000-ESCRIBIR-DETALLE
               WHEN LK-OP-CERRAR
                 PERFORM 3000-CERRAR-SPOOL
               WHEN LK-OP-PAGINA
                 PERFORM 4000-NUEVA-PAGINA
               WHEN LK-OP-SESION
                 MOVE LK-LINEA (1:10) TO WS-OPERADOR-SESION
               WHEN OTHER
                 DISPLAY "REP-WRT: OPERACION INVALIDA - "
                     LK-OPERACION

       1000-ABRIR-SPOOL.
      *------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           PERFORM 1100-REGISTRAR-CATALOGO.

           MOVE SPACES TO WS-RUTA-SPOOL.
           IF WS-NUMERO-CATALOGO > ZERO
             STRING "../Archivos/Spool-"
                    LK-NOMBRE-REPORTE DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    WS-NUMERO-CATALOGO DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO WS-RUTA-SPOOL
             END-STRING
           ELSE
             STRING "../Archivos/Spool-"
                    LK-NOMBRE-REPORTE DELIMITED BY SPACE
                    ".txt" DELIMITED BY SIZE
                    INTO WS-RUTA-SPOOL
             END-STRING
           END-IF.

           OPEN OUTPUT ARCHIVO-SPOOL.

                 WS-RUTA-SPOOL " - " FL-SPL
           END-IF.

           MOVE LK-TITULO   TO WS-CAB-TITULO.
           MOVE LK-EMPRESA  TO WS-CAB-EMPRESA.
           MOVE LK-PERIODO  TO WS-CAB-PERIODO.

           PERFORM 1010-ENCABEZAR-PAGINA.

       1100-REGISTRAR-CATALOGO.
      *------------------------
      *    EL REPORTE SE ANOTA EN EL CATALOGO AL ABRIRSE, EN ESTADO
      *    DE GENERACION; AL CERRARSE SE COMPLETAN PAGINAS, LINEAS Y
      *    VENCIMIENTO. SI EL CATALOGO NO ESTA DISPONIBLE EL SPOOL
      *    SE GRABA IGUAL CON EL NOMBRE DEL REPORTE.
           MOVE ZERO TO WS-NUMERO-CATALOGO.

           OPEN I-O ARCHIVO-CATALOGO-REPORTES.
           IF FL-CRP NOT = "00"
             CLOSE ARCHIVO-CATALOGO-REPORTES
             OPEN OUTPUT ARCHIVO-CATALOGO-REPORTES
             CLOSE ARCHIVO-CATALOGO-REPORTES
             OPEN I-O ARCHIVO-CATALOGO-REPORTES
           END-IF.

           IF FL-CRP NOT = "00"
             DISPLAY "REP-WRT: CATALOGO DE REPORTES NO DISPONIBLE - "
                 FL-CRP
             EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO CRP-NUMERO.
           READ ARCHIVO-CATALOGO-REPORTES
           END-READ.

           IF FL-CRP = "00"
             ADD 1 TO CRP-ULTIMO-NUMERO
             MOVE CRP-ULTIMO-NUMERO TO WS-NUMERO-CATALOGO
             REWRITE CRP-DATOS
           ELSE
             INITIALIZE CRP-DATOS
             MOVE ZERO TO CRP-NUMERO
             MOVE "CONTROL" TO CRP-REPORTE
             MOVE 1 TO CRP-ULTIMO-NUMERO
             MOVE 1 TO WS-NUMERO-CATALOGO
             WRITE CRP-DATOS
           END-IF.

           IF FL-CRP NOT = "00"
             DISPLAY "REP-WRT: NO SE PUDO NUMERAR EL REPORTE - " FL-CRP
             MOVE ZERO TO WS-NUMERO-CATALOGO
             CLOSE ARCHIVO-CATALOGO-REPORTES
             EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO WS-CLASE-RETENCION.
           PERFORM VARYING WS-IND-RET FROM 1 BY 1
               UNTIL WS-IND-RET > WS-TOT-RETENCION
             IF WS-RET-REPORTE (WS-IND-RET) = LK-NOMBRE-REPORTE
               MOVE WS-RET-CLASE (WS-IND-RET) TO WS-CLASE-RETENCION
             END-IF
           END-PERFORM.

           INITIALIZE CRP-DATOS.
           MOVE WS-NUMERO-CATALOGO TO CRP-NUMERO.
           MOVE LK-NOMBRE-REPORTE  TO CRP-REPORTE.
           MOVE LK-TITULO          TO CRP-TITULO.
           MOVE LK-EMPRESA         TO CRP-EMPRESA.
           MOVE LK-PERIODO         TO CRP-PERIODO.
           IF WS-OPERADOR-SESION = SPACES
             MOVE "BATCH"            TO CRP-OPERADOR
           ELSE
             MOVE WS-OPERADOR-SESION TO CRP-OPERADOR
           END-IF.
           MOVE WS-FECHA-SISTEMA   TO CRP-FEC-GENERA.
           MOVE WS-HORA-SISTEMA (1:6) TO CRP-HORA-GENERA.
           MOVE WS-CLASE-RETENCION TO CRP-RETENCION.
           MOVE "G"                TO CRP-ESTADO.
           MOVE SPACES TO CRP-RUTA.
           STRING "../Archivos/Spool-"
                  LK-NOMBRE-REPORTE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-NUMERO-CATALOGO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO CRP-RUTA
           END-STRING.

           WRITE CRP-DATOS.

           IF FL-CRP NOT = "00"
             DISPLAY "REP-WRT: NO SE PUDO CATALOGAR EL REPORTE - "
                 FL-CRP
             MOVE ZERO TO WS-NUMERO-CATALOGO
           END-IF.

           CLOSE ARCHIVO-CATALOGO-REPORTES.

       1010-ENCABEZAR-PAGINA.
      *-----------------------
           ADD 1 TO WS-NUMERO-PAGINA.

           DISPLAY "REPORTE GRABADO EN " WS-RUTA-SPOOL.

           IF WS-NUMERO-CATALOGO > ZERO
             PERFORM 3100-CERRAR-CATALOGO
           END-IF.

       3100-CERRAR-CATALOGO.
      *---------------------
           OPEN I-O ARCHIVO-CATALOGO-REPORTES.
           IF FL-CRP NOT = "00"
             DISPLAY "REP-WRT: CATALOGO DE REPORTES NO DISPONIBLE - "
                 FL-CRP
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-NUMERO-CATALOGO TO CRP-NUMERO.
           READ ARCHIVO-CATALOGO-REPORTES
           END-READ.

           IF FL-CRP = "00"
             EVALUATE TRUE
                 WHEN CRP-RET-TEMPORAL
                   MOVE 90 TO WS-DIAS-RETENCION
                 WHEN CRP-RET-LEGAL
                   MOVE 2557 TO WS-DIAS-RETENCION
                 WHEN OTHER
                   MOVE 365 TO WS-DIAS-RETENCION
             END-EVALUATE
             MOVE CRP-FEC-GENERA TO WS-FECHA-GENERA
             IF CRP-RET-PERMANENTE
               MOVE ZERO TO CRP-FEC-VENCE
             ELSE
               COMPUTE CRP-FEC-VENCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-GENERA)
                   + WS-DIAS-RETENCION)
             END-IF
             MOVE WS-NUMERO-PAGINA TO CRP-PAGINAS
             MOVE WS-TOTAL-LINEAS  TO CRP-LINEAS
             MOVE "A"              TO CRP-ESTADO
             REWRITE CRP-DATOS
             DISPLAY "CATALOGO DE REPORTES: NUMERO " CRP-NUMERO
                 " RETENCION " CRP-RETENCION " VENCE " CRP-FEC-VENCE
           END-IF.

           CLOSE ARCHIVO-CATALOGO-REPORTES.

       4000-NUEVA-PAGINA.
      *-------------------
      *    SALTO A PAGINA NUEVA PARA DOCUMENTOS QUE DEBEN IMPRIMIRSE
      *    UNO POR HOJA; SI LA PAGINA SOLO TIENE LA CABECERA NO SE
      *    DEJA UNA HOJA EN BLANCO.
           IF WS-LINEAS-EN-PAGINA > WS-LINEAS-CABECERA
             PERFORM 1010-ENCABEZAR-PAGINA
           END-IF.

       9000-GRABAR-LINEA.
      *-------------------
           MOVE WS-LINEA-ARMADA TO SPL-LINEA.
