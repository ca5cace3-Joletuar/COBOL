       77  WS-TOTAL-PASOS           PIC 9(2) VALUE 6.
       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    UN PASO QUE DETIENE LA CADENA QUEDA COMO ERROR CRITICO EN
      *    LA BITACORA CENTRAL QUE REVISA OPERACIONES CADA MANANA.
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


           IF WS-CADENA-SIGUE
             PERFORM 3030-GUARDAR-ESTADO
           ELSE
             PERFORM 3025-REGISTRAR-ERROR
           END-IF.

       3020-REGISTRAR-PASO.

           CLOSE ARCHIVO-RUNLOG.

       3025-REGISTRAR-ERROR.
      *----------------------
           INITIALIZE WS-CONTROL-ERROR.
           MOVE "R"                  TO WS-ERR-OPERACION.
           MOVE "JOB-MES"            TO WS-ERR-PROGRAMA.
           MOVE "3010-EJECUTAR-PASO" TO WS-ERR-PARRAFO.
           MOVE "CADENA"             TO WS-ERR-ARCHIVO.
           MOVE "C"                  TO WS-ERR-SEVERIDAD.
           MOVE LK-OPERADOR          TO WS-ERR-OPERADOR.
           STRING WS-CIA-CODIGO WS-PERIODO-NUM WS-PASO-ACTUAL
             DELIMITED BY SIZE INTO WS-ERR-CLAVE
           END-STRING.
           STRING "CADENA DETENIDA: " WS-NOMBRE-PASO
               " DISCREPANCIAS " WS-DISCREPANCIAS
             DELIMITED BY SIZE INTO WS-ERR-MENSAJE
           END-STRING.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

       3030-GUARDAR-ESTADO.
      *---------------------
           OPEN OUTPUT ARCHIVO-ESTADO-CADENA.
