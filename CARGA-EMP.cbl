           88 WS-FK-VALIDA             VALUE 1.
           88 WS-FK-INVALIDA           VALUE 0.

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

       0000-MAIN.
               ELSE
                 DISPLAY "HUBO UN ERROR EN LA CARGA"
                 DISPLAY "CODIGO DE ERROR - " FL-EMP
                 MOVE "0000-MAIN" TO WS-ERR-PARRAFO
                 MOVE "EMP" TO WS-ERR-ARCHIVO
                 MOVE FL-EMP TO WS-ERR-ESTADO
                 MOVE EMP-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
               END-IF
             END-IF
           END-IF.
      *---------------------
           IF FL-NEMP NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARGA"
             MOVE "2000-SUBIR-REGISTROS" TO WS-ERR-PARRAFO
             MOVE "NEMP" TO WS-ERR-ARCHIVO
             MOVE FL-NEMP TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             MOVE 0 TO WS-BANDERA
             DISPLAY "ERROR AL CARGAR EMPLEADO - CEDULA " NEMP-CEDULA
             DISPLAY "CODIGO DE ERROR - " FL-EMP
             MOVE "3000-ESCRIBIR-REGISTROS" TO WS-ERR-PARRAFO
             MOVE "EMP" TO WS-ERR-ARCHIVO
             MOVE FL-EMP TO WS-ERR-ESTADO
             MOVE EMP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CARGA-EM"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
