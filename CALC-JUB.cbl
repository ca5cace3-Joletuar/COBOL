
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

             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL GRABAR LA RESERVA - EMPLEADO "
                 EMP-CLAVE " - " FL-JUB
             MOVE "3050-ACTUALIZAR-RESERVA" TO WS-ERR-PARRAFO
             MOVE "JUB" TO WS-ERR-ARCHIVO
             MOVE FL-JUB TO WS-ERR-ESTADO
             MOVE JUB-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3060-POSTEAR-MOVIMIENTO-GL.
             MOVE CGL-CUENTA-DEBE  TO INT-CUENTA
             WRITE INT-LINEA FROM INT-ASIENTO
           END-IF.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CALC-JUB"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
