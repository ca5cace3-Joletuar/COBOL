
       01  WS-LINEA-SPOOL           PIC X(132).

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

           MOVE WS-HOR-MM            TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS            TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA      TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA     TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO       TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO     TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           EVALUATE TRUE
                 DISPLAY "ERROR AL GRABAR UTILIDAD - EMPLEADO "
                     EMP-CLAVE
                 DISPLAY "CODIGO DE ERROR - " FL-NOM
                 MOVE "3320-ESCRIBIR-RUBRO-UTILIDAD" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       3400-CERRAR-REGISTRO.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "DIST-UTI"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
