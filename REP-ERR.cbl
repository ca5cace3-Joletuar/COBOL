      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-ERR.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-ERR.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-ERR.cpy".

       WORKING-STORAGE SECTION.

       01  FL-ERR                  PIC XX.

      *    REPORTE MATUTINO DE OPERACIONES: LAS INCIDENCIAS QUE LOS
      *    PROCESOS DEJARON EN LA BITACORA CENTRAL DURANTE EL DIA
      *    (POR OMISION EL DIA ANTERIOR), RESUMIDAS POR SEVERIDAD Y
      *    PROGRAMA Y LUEGO EN DETALLE. AL FINAL EL OPERADOR PUEDE
      *    RECONOCER LOS ERRORES CRITICOS PENDIENTES.
       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-FECHA-REPORTE         PIC 9(8).
       01  WS-FECHA-REPORTE-X REDEFINES WS-FECHA-REPORTE
                                    PIC X(8).
       01  WS-DIA-ENTERO            PIC 9(8).

       01  WS-TABLA-RESUMEN.
           03 WS-RES-FILA           OCCURS 50 TIMES.
              05 WS-RES-PROGRAMA    PIC X(8).
              05 WS-RES-CRITICOS    PIC 9(5).
              05 WS-RES-ERRORES     PIC 9(5).
              05 WS-RES-ADVERTENCIAS PIC 9(5).

       01  WS-NUM-PROGRAMAS         PIC 9(3) VALUE ZERO.
       01  WS-IND-RES               PIC 9(3).

       01  WS-TOTALES.
           03 WS-TOT-CRITICOS       PIC 9(5) VALUE ZERO.
           03 WS-TOT-ERRORES        PIC 9(5) VALUE ZERO.
           03 WS-TOT-ADVERTENCIAS   PIC 9(5) VALUE ZERO.
           03 WS-TOT-RECONOCIDOS    PIC 9(5) VALUE ZERO.

       01  WS-RESPUESTA             PIC X(1).
           88 WS-RESPUESTA-SI       VALUE "S" "s".

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           PERFORM 1000-PEDIR-FECHA.

           OPEN INPUT ARCHIVO-ERRORES.
           IF FL-ERR NOT = "00"
             DISPLAY "NO HAY INCIDENCIAS REGISTRADAS EN LA BITACORA"
             GOBACK
           END-IF.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-ERR "    TO WS-RPT-NOMBRE.
           MOVE "BITACORA DE ERRORES - REPORTE DIARIO DE OPERACIONES"
             TO WS-RPT-TITULO.
           MOVE ZEROS         TO WS-RPT-EMPRESA.
           MOVE WS-FECHA-REPORTE-X TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 2000-RESUMIR-DIA.
           PERFORM 3000-DETALLAR-DIA.

           CLOSE ARCHIVO-ERRORES.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 4000-RECONOCER-CRITICOS.

           GOBACK.

       1000-PEDIR-FECHA.
      *------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA-NUM) - 1.
           COMPUTE WS-FECHA-REPORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).

           DISPLAY "FECHA A REPORTAR AAAAMMDD (ENTER = AYER "
               WS-FECHA-REPORTE "): ".
           ACCEPT WS-FECHA-REPORTE-X.

           IF WS-FECHA-REPORTE-X = SPACES OR
              WS-FECHA-REPORTE IS NOT NUMERIC OR
              WS-FECHA-REPORTE = ZEROS
             COMPUTE WS-FECHA-REPORTE =
                 FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           END-IF.

       2000-RESUMIR-DIA.
      *------------------
           INITIALIZE WS-TABLA-RESUMEN.

           PERFORM 8000-POSICIONAR-DIA.

           PERFORM UNTIL FL-ERR NOT = "00" OR
                         ERR-FECHA NOT = WS-FECHA-REPORTE-X
             PERFORM 2010-ACUMULAR-INCIDENCIA
             PERFORM 8010-LEER-SIGUIENTE
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RESUMEN DEL DIA " WS-FECHA-REPORTE
               " POR SEVERIDAD Y PROGRAMA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "PROGRAMA    CRITICOS   ERRORES  ADVERTENCIAS"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES > WS-NUM-PROGRAMAS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING WS-RES-PROGRAMA (WS-IND-RES)
                 "    " WS-RES-CRITICOS (WS-IND-RES)
                 "     " WS-RES-ERRORES (WS-IND-RES)
                 "     " WS-RES-ADVERTENCIAS (WS-IND-RES)
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL       " WS-TOT-CRITICOS
               "     " WS-TOT-ERRORES
               "     " WS-TOT-ADVERTENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       2010-ACUMULAR-INCIDENCIA.
      *--------------------------
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES > WS-NUM-PROGRAMAS OR
                         WS-RES-PROGRAMA (WS-IND-RES) = ERR-PROGRAMA
             CONTINUE
           END-PERFORM.

           IF WS-IND-RES > WS-NUM-PROGRAMAS
             IF WS-NUM-PROGRAMAS >= 50
               MOVE 50 TO WS-IND-RES
               MOVE "OTROS" TO WS-RES-PROGRAMA (WS-IND-RES)
             ELSE
               ADD 1 TO WS-NUM-PROGRAMAS
               MOVE WS-NUM-PROGRAMAS TO WS-IND-RES
               MOVE ERR-PROGRAMA TO WS-RES-PROGRAMA (WS-IND-RES)
             END-IF
           END-IF.

           EVALUATE TRUE
               WHEN ERR-CRITICO
                 ADD 1 TO WS-RES-CRITICOS (WS-IND-RES)
                 ADD 1 TO WS-TOT-CRITICOS
               WHEN ERR-ADVERTENCIA
                 ADD 1 TO WS-RES-ADVERTENCIAS (WS-IND-RES)
                 ADD 1 TO WS-TOT-ADVERTENCIAS
               WHEN OTHER
                 ADD 1 TO WS-RES-ERRORES (WS-IND-RES)
                 ADD 1 TO WS-TOT-ERRORES
           END-EVALUATE.

       3000-DETALLAR-DIA.
      *-------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "DETALLE DE INCIDENCIAS" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 8000-POSICIONAR-DIA.

           PERFORM UNTIL FL-ERR NOT = "00" OR
                         ERR-FECHA NOT = WS-FECHA-REPORTE-X
             PERFORM 3010-DETALLAR-INCIDENCIA
             PERFORM 8010-LEER-SIGUIENTE
           END-PERFORM.

       3010-DETALLAR-INCIDENCIA.
      *--------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING ERR-HOR-HH ":" ERR-HOR-MM ":" ERR-HOR-SS
               " " ERR-SEVERIDAD
               " " ERR-PROGRAMA
               " " ERR-PARRAFO
               " " ERR-ARCHIVO
               " FS " ERR-ESTADO-ARCHIVO
               " CLAVE " ERR-CLAVE-REGISTRO
               " OPER " ERR-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "         " ERR-MENSAJE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF ERR-CRITICO AND ERR-ES-RECONOCIDO
             MOVE "RECONOCIDO" TO WS-LINEA-SPOOL (72:10)
             MOVE ERR-RECONOCE-OPERADOR TO WS-LINEA-SPOOL (83:10)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-RECONOCER-CRITICOS.
      *-------------------------
      *    EL RECONOCIMIENTO ABARCA TODOS LOS CRITICOS PENDIENTES,
      *    NO SOLO LOS DEL DIA REPORTADO: ES LO QUE CUENTA EL
      *    TABLERO DEL MENU PRINCIPAL.
           OPEN I-O ARCHIVO-ERRORES.
           IF FL-ERR NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "DESEA REVISAR LOS ERRORES CRITICOS SIN "
               "RECONOCER? (S/N): ".
           ACCEPT WS-RESPUESTA.

           IF NOT WS-RESPUESTA-SI
             CLOSE ARCHIVO-ERRORES
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE LOW-VALUES TO ERR-CLAVE.
           START ARCHIVO-ERRORES KEY IS NOT LESS THAN ERR-CLAVE
           END-START.

           IF FL-ERR = "00"
             PERFORM 8010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-ERR NOT = "00"
             IF ERR-CRITICO AND ERR-SIN-RECONOCER
               PERFORM 4010-RECONOCER-UNO
             END-IF
             PERFORM 8010-LEER-SIGUIENTE
           END-PERFORM.

           CLOSE ARCHIVO-ERRORES.

           DISPLAY "ERRORES CRITICOS RECONOCIDOS: " WS-TOT-RECONOCIDOS.

       4010-RECONOCER-UNO.
      *--------------------
           DISPLAY WS-DECORADOR.
           DISPLAY ERR-FEC-AA "-" ERR-FEC-MM "-" ERR-FEC-DD
               " " ERR-HOR-HH ":" ERR-HOR-MM
               " " ERR-PROGRAMA " " ERR-PARRAFO.
           DISPLAY "  " ERR-ARCHIVO " FS " ERR-ESTADO-ARCHIVO
               " CLAVE " ERR-CLAVE-REGISTRO " OPER " ERR-OPERADOR.
           DISPLAY "  " ERR-MENSAJE.
           DISPLAY "RECONOCER ESTE ERROR? (S/N): ".
           ACCEPT WS-RESPUESTA.

           IF NOT WS-RESPUESTA-SI
             EXIT PARAGRAPH
           END-IF.

           MOVE "S"              TO ERR-RECONOCIDO.
           MOVE LK-OPERADOR      TO ERR-RECONOCE-OPERADOR.
           MOVE WS-FECHA-SISTEMA TO ERR-FEC-RECONOCE.

           REWRITE ERR-DATOS
           END-REWRITE.

           IF FL-ERR = "00"
             ADD 1 TO WS-TOT-RECONOCIDOS
           ELSE
             DISPLAY "NO SE PUDO RECONOCER EL ERROR - " FL-ERR
             MOVE "00" TO FL-ERR
           END-IF.

       8000-POSICIONAR-DIA.
      *---------------------
           MOVE LOW-VALUES         TO ERR-CLAVE.
           MOVE WS-FECHA-REPORTE-X TO ERR-FECHA.

           START ARCHIVO-ERRORES KEY IS NOT LESS THAN ERR-CLAVE
           END-START.

           IF FL-ERR = "00"
             PERFORM 8010-LEER-SIGUIENTE
           END-IF.

       8010-LEER-SIGUIENTE.
      *---------------------
           READ ARCHIVO-ERRORES NEXT RECORD
           END-READ.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
