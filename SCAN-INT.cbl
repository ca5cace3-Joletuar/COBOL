
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
           DISPLAY "EMPLEADO " EMP-CLAVE " " EMP-NOMBRES " - "
               WS-DETALLE-EXCEPCION.

           MOVE "3030-REPORTAR-EMPLEADO" TO WS-ERR-PARRAFO.
           MOVE "EMP" TO WS-ERR-ARCHIVO.
           MOVE FL-EMP TO WS-ERR-ESTADO.
           MOVE EMP-CLAVE TO WS-ERR-CLAVE.
           MOVE "A" TO WS-ERR-SEVERIDAD.
           MOVE WS-DETALLE-EXCEPCION TO WS-ERR-MENSAJE.
           PERFORM 8000-REGISTRAR-ERROR.

           IF WS-MARCAR-SI
             MOVE "EMP"     TO WS-ARCHIVO-EXCEPCION
             MOVE EMP-CLAVE TO WS-CLAVE-EXCEPCION
                 DISPLAY "NOMINA " NOM-COD-EMPRESA " "
                     NOM-COD-EMPLEADO " " NOM-FECHA-NOMINA
                     " - EMPLEADO INEXISTENTE"
                 MOVE "4000-REVISAR-NOMINAS" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-EMP TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "A" TO WS-ERR-SEVERIDAD
                 MOVE "RUBRO DE NOMINA DE UN EMPLEADO INEXISTENTE"
                   TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
                 IF WS-MARCAR-SI
                   MOVE "NOM"            TO WS-ARCHIVO-EXCEPCION
                   MOVE NOM-COD-EMPLEADO TO WS-CLAVE-EXCEPCION
               HEX-COD-EMPLEADO " " HEX-FECHA-NOVEDAD " - "
               WS-DETALLE-EXCEPCION.

           MOVE "5020-REPORTAR-HEX" TO WS-ERR-PARRAFO.
           MOVE "HEX" TO WS-ERR-ARCHIVO.
           MOVE FL-EMP TO WS-ERR-ESTADO.
           MOVE HEX-CLAVE TO WS-ERR-CLAVE.
           MOVE "A" TO WS-ERR-SEVERIDAD.
           MOVE WS-DETALLE-EXCEPCION TO WS-ERR-MENSAJE.
           PERFORM 8000-REGISTRAR-ERROR.

           IF WS-MARCAR-SI
             MOVE "HEX"            TO WS-ARCHIVO-EXCEPCION
             MOVE HEX-COD-EMPLEADO TO WS-CLAVE-EXCEPCION
               DES-COD-EMPLEADO " " DES-FECHA-NOVEDAD " - "
               WS-DETALLE-EXCEPCION.

           MOVE "6020-REPORTAR-DES" TO WS-ERR-PARRAFO.
           MOVE "DES" TO WS-ERR-ARCHIVO.
           MOVE FL-EMP TO WS-ERR-ESTADO.
           MOVE DES-CLAVE TO WS-ERR-CLAVE.
           MOVE "A" TO WS-ERR-SEVERIDAD.
           MOVE WS-DETALLE-EXCEPCION TO WS-ERR-MENSAJE.
           PERFORM 8000-REGISTRAR-ERROR.

           IF WS-MARCAR-SI
             MOVE "DES"            TO WS-ARCHIVO-EXCEPCION
             MOVE DES-COD-EMPLEADO TO WS-CLAVE-EXCEPCION
           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "SCAN-INT"     TO WS-ERR-PROGRAMA.
           MOVE WS-OPERADOR-ID TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
