
       77  WS-DECORADOR                 PIC X(60) VALUE ALL "-".

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
      *---------------------
           IF FL-NCIU NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARGA DE CIUDADES"
             MOVE "2000-SUBIR-CIUDADES" TO WS-ERR-PARRAFO
             MOVE "NCIU" TO WS-ERR-ARCHIVO
             MOVE FL-NCIU TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             ADD 1 TO WS-TOTAL-ERRORES-CIU
             DISPLAY "ERROR AL CARGAR CIUDAD - CODIGO " NCIU-CODIGO
             DISPLAY "CODIGO DE ERROR - " FL-CIU
             MOVE "2040-ESCRIBIR-REGISTRO-CIU" TO WS-ERR-PARRAFO
             MOVE "CIU" TO WS-ERR-ARCHIVO
             MOVE FL-CIU TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------------*
             ADD 1 TO WS-TOTAL-ERRORES-PRO
             DISPLAY "ERROR AL CARGAR PROFESION - CODIGO " NPRO-CODIGO
             DISPLAY "CODIGO DE ERROR - " FL-PRO
             MOVE "3040-ESCRIBIR-REGISTRO-PRO" TO WS-ERR-PARRAFO
             MOVE "PRO" TO WS-ERR-ARCHIVO
             MOVE FL-PRO TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------------*
      *---------------------
           IF FL-NCAR NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARGA DE CARGOS"
             MOVE "4000-SUBIR-CARGOS" TO WS-ERR-PARRAFO
             MOVE "NCAR" TO WS-ERR-ARCHIVO
             MOVE FL-NCAR TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             ADD 1 TO WS-TOTAL-ERRORES-CAR
             DISPLAY "ERROR AL CARGAR CARGO - CODIGO " NCAR-CODIGO
             DISPLAY "CODIGO DE ERROR - " FL-CAR
             MOVE "4040-ESCRIBIR-REGISTRO-CAR" TO WS-ERR-PARRAFO
             MOVE "CAR" TO WS-ERR-ARCHIVO
             MOVE FL-CAR TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CARGA-PA"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
