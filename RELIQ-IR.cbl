            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-IMR.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-IMR.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".

       WORKING-STORAGE SECTION.

       01  FL-RUB                  PIC XX.
       01  FL-IMR                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.

      *    RELIQUIDACION ANUAL DE IMPUESTO A LA RENTA: EN DICIEMBRE
      *    SE RECALCULA EL IMPUESTO VERDADERO DEL EJERCICIO (CON
      *    LOS GASTOS PERSONALES DECLARADOS Y LOS INGRESOS CON OTROS
      *    EMPLEADORES) Y LA DIFERENCIA CONTRA LO RETENIDO POR LA
      *    EMPRESA Y POR LOS OTROS EMPLEADORES SE POSTEA EN EL
      *    ULTIMO PERIODO: DEVOLUCION COMO INGRESO O AJUSTE COMO
      *    EGRESO.
       01  WS-PARAMETROS-RELIQ.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ANIO-FISCAL        PIC 9(4).
       01  WS-ACUMULADOS-EMPLEADO.
           03 WS-INGRESO-ANUAL      PIC 9(12)V9(2).
           03 WS-RETENIDO-ANUAL     PIC 9(12)V9(2).
           03 WS-RETENIDO-OTROS     PIC 9(12)V9(2).

       01  WS-BASE-IMPONIBLE        PIC 9(12)V9(2).
       01  WS-IMPUESTO-VERDADERO    PIC 9(12)V9(2).

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

             OPEN INPUT ARCHIVO-GASTOS-PERS
           END-IF.

           OPEN INPUT ARCHIVO-OTROS-EMPL.
           IF FL-IOE NOT = "00"
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN INPUT ARCHIVO-OTROS-EMPL
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.

       2000-PEDIR-PARAMETROS.
      *----------------------

           MOVE WS-INGRESO-ANUAL TO WS-BASE-IMPONIBLE.

           MOVE EMP-CLAVE      TO IOE-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO IOE-ANIO-FISCAL.
           READ ARCHIVO-OTROS-EMPL
           END-READ.
           IF FL-IOE = "00" AND IOE-ESTADO = "A"
             ADD IOE-INGRESO-GRAVADO TO WS-BASE-IMPONIBLE
             MOVE IOE-RETENCION      TO WS-RETENIDO-OTROS
           END-IF.

           MOVE EMP-CLAVE      TO GAS-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           PERFORM 3050-CALCULAR-IMPUESTO-ANUAL.

           COMPUTE WS-DIFERENCIA =
               WS-IMPUESTO-VERDADERO - WS-RETENIDO-ANUAL
               - WS-RETENIDO-OTROS.

      *    LA EMPRESA SOLO DEVUELVE LO QUE ELLA RETUVO; UN EXCESO
      *    RETENIDO POR OTRO EMPLEADOR LO RECLAMA EL EMPLEADO.
           IF WS-DIFERENCIA < ZEROS AND
              WS-DIFERENCIA * -1 > WS-RETENIDO-ANUAL
             COMPUTE WS-DIFERENCIA = WS-RETENIDO-ANUAL * -1
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIFERENCIA = ZEROS
                   MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND
                      (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B")
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOM-VALOR TO WS-INGRESO-ANUAL
                   END-IF
                   MOVE NOH-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND
                      (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B")
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOH-VALOR TO WS-INGRESO-ANUAL
                   END-IF
           MOVE WS-HOR-MM          TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS          TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA    TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA   TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO     TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO   TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           EVALUATE FL-NOM
                 DISPLAY EMP-CLAVE " BASE " WS-BASE-IMPONIBLE
                     " IMPUESTO " WS-IMPUESTO-VERDADERO
                     " RETENIDO " WS-RETENIDO-ANUAL
                     " OTROS EMPL. " WS-RETENIDO-OTROS
                     " AJUSTE " WS-VALOR-GENERAR
                     " (RUBRO " WS-RUBRO-GENERAR ")"
               WHEN "22"
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL GRABAR EL AJUSTE - EMPLEADO "
                     EMP-CLAVE " - " FL-NOM
                 MOVE "3060-ESCRIBIR-RUBRO-AJUSTE" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "RELIQ-IR"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
