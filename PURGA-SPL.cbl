      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PURGA-SPL.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CRP.cpy".
            COPY "./Copys/FISI-DRP.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CRP.cpy".
            COPY "./Copys/LOGI-DRP.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-CRP                  PIC XX.
       01  FL-DRP                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    PURGA DE SPOOLS VENCIDOS: LOS REPORTES DISPONIBLES DEL
      *    CATALOGO CUYA RETENCION YA VENCIO SE BORRAN DE LA CARPETA
      *    DE ARCHIVOS. EL REGISTRO DEL CATALOGO SE CONSERVA MARCADO
      *    COMO PURGADO, LA PURGA QUEDA EN LA BITACORA DE
      *    DISTRIBUCION Y EN LA AUDITORIA, Y LA CORRIDA EMITE SU
      *    PROPIO LISTADO, QUE A SU VEZ QUEDA CATALOGADO.
       01  WS-BANDERA-FIN           PIC 9.
           88 WS-FIN-CATALOGO       VALUE 1.

       01  WS-CONFIRMA              PIC X(1).
       01  WS-IMAGEN-ANTES          PIC X(200).
       01  WS-RUTA-BORRAR           PIC X(40).
       01  WS-RESULTADO-BORRADO     PIC S9(9) BINARY.

       01  WS-CONTADORES.
           03 WS-TOT-VENCIDOS       PIC 9(7).
           03 WS-TOT-PAGINAS        PIC 9(7).
           03 WS-TOT-PURGADOS       PIC 9(7).
           03 WS-TOT-SIN-ARCHIVO    PIC 9(7).
           03 WS-TOT-PAG-PURGADAS   PIC 9(7).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       01  WS-LINEA-DETALLE.
           03 WS-DET-NUMERO         PIC 9(8).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-REPORTE        PIC X(8).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-EMPRESA        PIC 9(3).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-PERIODO        PIC X(9).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-OPERADOR       PIC X(10).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-FEC-GENERA     PIC 9(8).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-RETENCION      PIC X(1).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-FEC-VENCE      PIC 9(8).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-PAGINAS        PIC ZZZ9.
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-COPIAS         PIC ZZ9.
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-DET-RESULTADO      PIC X(20).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    INCIDENCIAS DEL PROCESO PARA LA BITACORA CENTRAL DE
      *    ERRORES QUE REVISA OPERACIONES CADA MANANA.
       01  WS-CONTROL-ERROR.
           03 WS-ERR-OPERACION      PIC X(1).
           03 WS-ERR-PROGRAMA       PIC X(8).
           03 WS-ERR-PARRAFO        PIC X(30).
           03 WS-ERR-ARCHIVO        PIC X(11).
           03 WS-ERR-ESTADO         PIC XX.
           03 WS-ERR-CLAVE          PIC X(20).
           03 WS-ERR-SEVERIDAD      PIC X(1).
           03 WS-ERR-OPERADOR       PIC X(10).
           03 WS-ERR-MENSAJE        PIC X(60).
           03 WS-ERR-PENDIENTES     PIC 9(5).
           03 WS-ERR-RESULTADO      PIC X(1).

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY WS-DECORADOR.
           DISPLAY "PURGA DE REPORTES CON RETENCION VENCIDA AL "
               WS-FEC-AA "-" WS-FEC-MM "-" WS-FEC-DD.
           DISPLAY WS-DECORADOR.

           PERFORM 1000-CONTAR-VENCIDOS.

           IF WS-TOT-VENCIDOS = ZEROS
             DISPLAY "NO HAY REPORTES VENCIDOS PARA PURGAR"
             GOBACK
           END-IF.

           DISPLAY "REPORTES VENCIDOS: " WS-TOT-VENCIDOS
               "   PAGINAS: " WS-TOT-PAGINAS.
           DISPLAY "CONFIRMA LA PURGA? LOS SPOOLS SE BORRAN (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "PURGA CANCELADA"
             GOBACK
           END-IF.

      *    EL LISTADO SE ABRE ANTES QUE EL CATALOGO: REP-WRT SOLO
      *    TOCA EL CATALOGO AL ABRIR Y AL CERRAR EL SPOOL.
           PERFORM 2000-ABRIR-LISTADO.

           PERFORM 3000-PURGAR.

           PERFORM 4000-CERRAR-LISTADO.

           DISPLAY WS-DECORADOR.
           DISPLAY "REPORTES PURGADOS:       " WS-TOT-PURGADOS.
           DISPLAY "  SIN ARCHIVO EN DISCO:  " WS-TOT-SIN-ARCHIVO.
           DISPLAY "PAGINAS LIBERADAS:       " WS-TOT-PAG-PURGADAS.
           DISPLAY WS-DECORADOR.

           GOBACK.

       1000-CONTAR-VENCIDOS.
      *---------------------
           OPEN INPUT ARCHIVO-CATALOGO-REPORTES.

           IF FL-CRP NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-POSICIONAR.

           PERFORM UNTIL WS-FIN-CATALOGO
             IF CRP-DISPONIBLE AND NOT CRP-RET-PERMANENTE AND
                CRP-FEC-VENCE > ZEROS AND
                CRP-FEC-VENCE < WS-FECHA-SISTEMA-NUM
               ADD 1 TO WS-TOT-VENCIDOS
               ADD CRP-PAGINAS TO WS-TOT-PAGINAS
             END-IF
             PERFORM 1200-LEER-SIGUIENTE
           END-PERFORM.

           CLOSE ARCHIVO-CATALOGO-REPORTES.

       1100-POSICIONAR.
      *----------------
      *    EL NUMERO CERO ES LA FILA DE CONTROL DEL CATALOGO.
           MOVE 0 TO WS-BANDERA-FIN.

           MOVE 1 TO CRP-NUMERO.
           START ARCHIVO-CATALOGO-REPORTES
             KEY IS NOT LESS THAN CRP-NUMERO
             INVALID KEY
               MOVE 1 TO WS-BANDERA-FIN
           END-START.

           IF NOT WS-FIN-CATALOGO
             PERFORM 1200-LEER-SIGUIENTE
           END-IF.

       1200-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-CATALOGO-REPORTES NEXT RECORD
             AT END
               MOVE 1 TO WS-BANDERA-FIN
           END-READ.

       2000-ABRIR-LISTADO.
      *-------------------
           INITIALIZE WS-CONTROL-REPORTE.
           MOVE "A"                  TO WS-RPT-OPERACION.
           MOVE "PURGA-SP"           TO WS-RPT-NOMBRE.
           MOVE "PURGA DE REPORTES CON RETENCION VENCIDA"
             TO WS-RPT-TITULO.
           MOVE LK-CIA-ACTIVA        TO WS-RPT-EMPRESA.
           MOVE WS-FECHA-SISTEMA-NUM TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NUMERO   REPORTE  EMP PERIODO   OPERADOR   GENERADO "
                  "R VENCE    PAGS COP RESULTADO"
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3000-PURGAR.
      *------------
           OPEN I-O ARCHIVO-CATALOGO-REPORTES.

           IF FL-CRP NOT = "00"
             DISPLAY "CATALOGO DE REPORTES NO DISPONIBLE - " FL-CRP
             MOVE "3000-PURGAR" TO WS-ERR-PARRAFO
             MOVE "CRP" TO WS-ERR-ARCHIVO
             MOVE FL-CRP TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-POSICIONAR.

           PERFORM UNTIL WS-FIN-CATALOGO
             IF CRP-DISPONIBLE AND NOT CRP-RET-PERMANENTE AND
                CRP-FEC-VENCE > ZEROS AND
                CRP-FEC-VENCE < WS-FECHA-SISTEMA-NUM
               PERFORM 3100-PURGAR-REPORTE
             END-IF
             PERFORM 1200-LEER-SIGUIENTE
           END-PERFORM.

           CLOSE ARCHIVO-CATALOGO-REPORTES.

       3100-PURGAR-REPORTE.
      *--------------------
           MOVE CRP-DATOS TO WS-IMAGEN-ANTES.

           MOVE CRP-RUTA TO WS-RUTA-BORRAR.
           CALL "CBL_DELETE_FILE" USING WS-RUTA-BORRAR
             RETURNING WS-RESULTADO-BORRADO
           END-CALL.

           MOVE CRP-NUMERO     TO WS-DET-NUMERO.
           MOVE CRP-REPORTE    TO WS-DET-REPORTE.
           MOVE CRP-EMPRESA    TO WS-DET-EMPRESA.
           MOVE CRP-PERIODO    TO WS-DET-PERIODO.
           MOVE CRP-OPERADOR   TO WS-DET-OPERADOR.
           MOVE CRP-FEC-GENERA TO WS-DET-FEC-GENERA.
           MOVE CRP-RETENCION  TO WS-DET-RETENCION.
           MOVE CRP-FEC-VENCE  TO WS-DET-FEC-VENCE.
           MOVE CRP-PAGINAS    TO WS-DET-PAGINAS.
           MOVE CRP-COPIAS     TO WS-DET-COPIAS.

      *    UN SPOOL QUE YA NO ESTA EN DISCO SE DA IGUAL POR PURGADO:
      *    EL CATALOGO DEBE REFLEJAR QUE YA NO SE PUEDE REIMPRIMIR.
           IF WS-RESULTADO-BORRADO = ZERO
             MOVE "BORRADO"            TO WS-DET-RESULTADO
           ELSE
             MOVE "SIN ARCHIVO EN DISCO" TO WS-DET-RESULTADO
             ADD 1 TO WS-TOT-SIN-ARCHIVO
           END-IF.

           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE "P"                  TO CRP-ESTADO.
           MOVE WS-FECHA-SISTEMA-NUM TO CRP-FEC-PURGA.
           MOVE LK-OPERADOR          TO CRP-OPE-PURGA.

           REWRITE CRP-DATOS.

           IF FL-CRP NOT = "00"
             MOVE "ERROR CATALOGO " TO WS-DET-RESULTADO
             MOVE FL-CRP TO WS-DET-RESULTADO (16:2)
             MOVE WS-LINEA-DETALLE TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-PURGADOS.
           ADD CRP-PAGINAS TO WS-TOT-PAG-PURGADAS.

           MOVE WS-LINEA-DETALLE TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3200-REGISTRAR-DISTRIBUCION.
           PERFORM 3300-AUDITAR-PURGA.

       3200-REGISTRAR-DISTRIBUCION.
      *----------------------------
           OPEN EXTEND ARCHIVO-DISTRIBUCION.
           IF FL-DRP NOT = "00"
             OPEN OUTPUT ARCHIVO-DISTRIBUCION
           END-IF.

           INITIALIZE DRP-DATOS.
           MOVE CRP-NUMERO            TO DRP-NUMERO.
           MOVE WS-FECHA-SISTEMA-NUM  TO DRP-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO DRP-HORA.
           MOVE LK-OPERADOR           TO DRP-OPERADOR.
           MOVE "P"                   TO DRP-TIPO.
           MOVE "PURGA-SPL"           TO DRP-DESTINATARIO.
           MOVE "BORRADO"             TO DRP-MEDIO.
           STRING "RETENCION " CRP-RETENCION " VENCIDA EL "
                  CRP-FEC-VENCE " - " WS-DET-RESULTADO
             DELIMITED BY SIZE INTO DRP-OBSERVACION
           END-STRING.

           WRITE DRP-DATOS.

           CLOSE ARCHIVO-DISTRIBUCION.

       3300-AUDITAR-PURGA.
      *-------------------
           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "PURGA-SP"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "D"              TO AUD-OPERACION.
           MOVE "CRP"            TO AUD-ARCHIVO.
           MOVE CRP-NUMERO       TO AUD-CLAVE.
           MOVE WS-IMAGEN-ANTES  TO AUD-ANTES.
           MOVE CRP-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       4000-CERRAR-LISTADO.
      *--------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "REPORTES PURGADOS: " WS-TOT-PURGADOS
                  "   SIN ARCHIVO EN DISCO: " WS-TOT-SIN-ARCHIVO
                  "   PAGINAS LIBERADAS: " WS-TOT-PAG-PURGADAS
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9000-ESCRIBIR-LINEA.
      *--------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PURGA-SP"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
