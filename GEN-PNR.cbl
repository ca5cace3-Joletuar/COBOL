
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

               WHEN OTHER
                 ADD 1 TO WS-TOTAL-SIN-DESTINO
                 MOVE "ERROR"      TO WS-RESULTADO-NOVEDAD
                 MOVE "3050-ESCRIBIR-DESCUENTO" TO WS-ERR-PARRAFO
                 MOVE "DES" TO WS-ERR-ARCHIVO
                 MOVE FL-DES TO WS-ERR-ESTADO
                 MOVE DES-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       3060-ESCRIBIR-HORA-EXTRA.
               WHEN OTHER
                 ADD 1 TO WS-TOTAL-SIN-DESTINO
                 MOVE "ERROR"      TO WS-RESULTADO-NOVEDAD
                 MOVE "3060-ESCRIBIR-HORA-EXTRA" TO WS-ERR-PARRAFO
                 MOVE "HEX" TO WS-ERR-ARCHIVO
                 MOVE FL-HEX TO WS-ERR-ESTADO
                 MOVE HEX-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       3090-CERRAR-REPORTE.
      *---------------------
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-PNR"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
