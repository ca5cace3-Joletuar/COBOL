
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

             PERFORM 2000-PROCESAR-FACTURACION
           ELSE
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE FACTURACION"
             MOVE "0000-MAIN" TO WS-ERR-PARRAFO
             MOVE "FAC" TO WS-ERR-ARCHIVO
             MOVE FL-FAC TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

           DISPLAY WS-DECORADOR.
                 MOVE "ERROR DE ARCHIVO AL GRABAR EL DESCUENTO"
                   TO WS-MOTIVO-RECHAZO
                 PERFORM 5000-ESCRIBIR-RECHAZO
                 MOVE "4000-GENERAR-DESCUENTO" TO WS-ERR-PARRAFO
                 MOVE "DES" TO WS-ERR-ARCHIVO
                 MOVE FL-DES TO WS-ERR-ESTADO
                 MOVE DES-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       5000-ESCRIBIR-RECHAZO.
           WRITE REC-LINEA.

           ADD 1 TO WS-TOTAL-RECHAZADAS.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "IMP-CNV"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
