
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

           DISPLAY "ARCHIVANDO EMPRESA " PER-COD-EMPRESA
               " PERIODO " PER-FEC-AA "-" PER-FEC-MM.

           MOVE PER-COD-EMPRESA TO NOM-PER-EMPRESA.
           MOVE PER-FEC-AA      TO NOM-PER-AA.
           MOVE PER-FEC-MM      TO NOM-PER-MM.
           MOVE ZEROS           TO NOM-PER-RUBRO.
           MOVE ZEROS           TO NOM-PER-EMPLEADO.

           START ARCHIVO-NOMINAS
               KEY IS NOT LESS THAN NOM-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = PER-COD-EMPRESA OR
                   NOM-PER-AA NOT = PER-FEC-AA OR
                   NOM-PER-MM NOT = PER-FEC-MM
             PERFORM 3030-MOVER-RUBRO
             PERFORM 3021-LEER-RUBRO
           END-PERFORM.

       3030-MOVER-RUBRO.
      *------------------
           MOVE NOM-DATOS TO NOH-DATOS.
           MOVE NOH-COD-EMPRESA  TO NOH-PER-EMPRESA.
           MOVE NOH-FECHA-NOMINA TO NOH-PER-FECHA.
           MOVE NOH-TIPO-RUBRO   TO NOH-PER-RUBRO.
           MOVE NOH-COD-EMPLEADO TO NOH-PER-EMPLEADO.

           WRITE NOH-DATOS.

                   ADD 1 TO WS-RUBROS-CON-ERROR
                   DISPLAY "ERROR AL BORRAR RUBRO " NOM-CLAVE
                       " - " FL-NOM
                   MOVE "3030-MOVER-RUBRO" TO WS-ERR-PARRAFO
                   MOVE "NOM" TO WS-ERR-ARCHIVO
                   MOVE FL-NOM TO WS-ERR-ESTADO
                   MOVE NOM-CLAVE TO WS-ERR-CLAVE
                   MOVE "E" TO WS-ERR-SEVERIDAD
                   PERFORM 8000-REGISTRAR-ERROR
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-RUBROS-CON-ERROR
                 DISPLAY "ERROR AL GRABAR EN EL HISTORICO "
                     NOM-CLAVE " - " FL-NOH
                 MOVE "3030-MOVER-RUBRO" TO WS-ERR-PARRAFO
                 MOVE "NOH" TO WS-ERR-ARCHIVO
                 MOVE FL-NOH TO WS-ERR-ESTADO
                 MOVE NOH-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "ARCH-NOM"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
