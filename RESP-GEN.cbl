
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

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           IF FL-MAN NOT = "00"
             DISPLAY "NO EXISTE EL MANIFIESTO DE LA GENERACION "
                 WS-GENERACION
             MOVE "2000-VERIFICAR-GENERACION" TO WS-ERR-PARRAFO
             MOVE "MAN" TO WS-ERR-ARCHIVO
             MOVE FL-MAN TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             MOVE 0 TO WS-BANDERA-VERIFICA
             EXIT PARAGRAPH
           END-IF.
             MOVE 0 TO WS-BANDERA-VERIFICA
             ADD 1 TO WS-ARCHIVOS-MAL
             DISPLAY "  " MAN-NOMBRE " *** RESPALDO ILEGIBLE ***"
             MOVE "2020-VERIFICAR-UN-ARCHIVO" TO WS-ERR-PARRAFO
             MOVE "BAK" TO WS-ERR-ARCHIVO
             MOVE FL-BAK TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             ADD 1 TO WS-ARCHIVOS-MAL
             DISPLAY "  " WS-CAT-NOMBRE (WS-IND-ARCHIVO)
                 " *** RESPALDO ILEGIBLE, NO SE RESTAURA ***"
             MOVE "3010-RESTAURAR-UN-ARCHIVO" TO WS-ERR-PARRAFO
             MOVE "BAK" TO WS-ERR-ARCHIVO
             MOVE FL-BAK TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

                 WRITE PER-DATOS
               WHEN 29
                 MOVE BAK-REGISTRO TO NOM-DATOS
                 MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
                 MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
                 MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
                 MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
                 WRITE NOM-DATOS
               WHEN 30
                 MOVE BAK-REGISTRO TO NOH-DATOS
                 MOVE NOH-COD-EMPRESA  TO NOH-PER-EMPRESA
                 MOVE NOH-FECHA-NOMINA TO NOH-PER-FECHA
                 MOVE NOH-TIPO-RUBRO   TO NOH-PER-RUBRO
                 MOVE NOH-COD-EMPLEADO TO NOH-PER-EMPLEADO
                 WRITE NOH-DATOS
               WHEN 31
                 MOVE BAK-REGISTRO TO HEX-DATOS
                 MOVE BAK-REGISTRO TO AUD-DATOS
                 WRITE AUD-DATOS
           END-EVALUATE.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "RESP-GEN"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
