       77  WS-MARCA-CONTROL         PIC X(10) VALUE "*CONTROL**".
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
           IF FL-AUD NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE EL ARCHIVO DE AUDITORIA"
             MOVE "3000-SEPARAR-ENTRADAS" TO WS-ERR-PARRAFO
             MOVE "AUD" TO WS-ERR-ARCHIVO
             MOVE FL-AUD TO WS-ERR-ESTADO
             MOVE AUD-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL ARCHIVO ANUAL NO SE PUEDE RELEER - "
                 FL-ANU
             MOVE "4000-VERIFICAR-ARCHIVO-ANUAL" TO WS-ERR-PARRAFO
             MOVE "ANU" TO WS-ERR-ARCHIVO
             MOVE FL-ANU TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "FECHA DEL PROCESO:        " WS-FEC-AA "-"
               WS-FEC-MM "-" WS-FEC-DD.
           DISPLAY WS-DECORADOR.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "ARCH-AUD"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
