       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

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

           IF FL-VEN NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE VENTAS "
                 "(../Archivos/Ventas.txt)"
             MOVE "2000-IMPORTAR-VENTAS" TO WS-ERR-PARRAFO
             MOVE "VEN" TO WS-ERR-ARCHIVO
             MOVE FL-VEN TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

                 ADD 1 TO WS-TOTAL-RECHAZADAS
                 DISPLAY "ERROR DE ARCHIVO AL GRABAR LA VENTA - "
                     FL-VTA
                 MOVE "2020-IMPORTAR-LINEA" TO WS-ERR-PARRAFO
                 MOVE "VTA" TO WS-ERR-ARCHIVO
                 MOVE FL-VTA TO WS-ERR-ESTADO
                 MOVE VTA-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       3000-CALCULAR-COMISIONES.
           MOVE WS-HOR-MM          TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS          TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA    TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA   TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO     TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO   TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           EVALUATE FL-NOM
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL GRABAR LA COMISION - EMPLEADO "
                     EMP-CLAVE " - " FL-NOM
                 MOVE "3230-ESCRIBIR-RUBRO-COMISION" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       3240-IMPRIMIR-ESTADO-VENDEDOR.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "COM-VTA"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
