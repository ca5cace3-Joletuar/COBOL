
       01  WS-VALOR-SUBPERIODO      PIC 9(8)V9(2).

      *    LOS DIAS SIN SUELDO POR LICENCIA O SUSPENSION (UTIL-SLA)
      *    QUE CAEN DENTRO DEL SUBPERIODO SE REBAJAN DE SU PAGO: LA
      *    SEMANA 1 CUBRE LOS DIAS 1-7, LA 2 LOS 8-14 Y ASI HASTA EL
      *    FIN DE MES; LA QUINCENA 1 LOS DIAS 1-15 Y LA 2 EL RESTO.
       01  WS-CONTROL-SLA.
           03 WS-SLA-EMPRESA        PIC 9(3).
           03 WS-SLA-EMPLEADO       PIC 9(8).
           03 WS-SLA-DESDE          PIC 9(8).
           03 WS-SLA-HASTA          PIC 9(8).
           03 WS-SLA-DIAS-PERIODOS  PIC 9(5).
           03 WS-SLA-DIAS-SIN-SUELDO PIC 9(5).
           03 WS-SLA-DIAS-SIN-ANTIG PIC 9(5).
           03 WS-SLA-DIAS-SIN-VAC   PIC 9(5).

      *    LOS DIAS DE LICENCIA DE MATERNIDAD (UTIL-MAT) TAMBIEN SE
      *    REBAJAN; SU SUBSIDIO LO GENERA LA CORRIDA MENSUAL.
       01  WS-CONTROL-MAT.
           03 WS-MAT-EMPRESA        PIC 9(3).
           03 WS-MAT-EMPLEADO       PIC 9(8).
           03 WS-MAT-DESDE          PIC 9(8).
           03 WS-MAT-HASTA          PIC 9(8).
           03 WS-MAT-DIAS-MATERNIDAD PIC 9(5).
           03 WS-MAT-DIAS-PATERNIDAD PIC 9(5).
           03 WS-MAT-DIAS-LACTANCIA PIC 9(5).
           03 WS-MAT-HORAS-LACTANCIA PIC 9(1).
           03 WS-MAT-FUERO          PIC X(1).
           03 WS-MAT-FIN-FUERO      PIC 9(8).

       01  WS-RANGO-SUBPERIODO.
           03 WS-SUB-DIA-DESDE      PIC 9(2).
           03 WS-SUB-DIA-HASTA      PIC 9(2).
           03 WS-SUB-FIN-MES        PIC 9(8).
           03 WS-SUB-FIN-MES-R REDEFINES WS-SUB-FIN-MES.
              05 FILLER             PIC 9(6).
              05 WS-SUB-DIAS-MES    PIC 9(2).
           03 WS-SUB-PRIMERO-SIG    PIC 9(8).
           03 WS-SUB-DIAS-RANGO     PIC 9(2).

      *    CANDADO DE EJECUCION COMPARTIDO CON LA CORRIDA MENSUAL:
      *    UNA CORRIDA DE SUBPERIODO Y LA MENSUAL NO PUEDEN
      *    ESCRIBIR A LA VEZ SOBRE LA MISMA NOMINA.
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

               WHEN FL-SPE NOT = "00"
                 MOVE ZERO TO SPE-ULT-EMP-PROCESADO
                 MOVE "P" TO SPE-ESTADO
                 MOVE ZEROS TO SPE-FEC-PAGO
                 WRITE SPE-DATOS
               WHEN SPE-ESTADO = "C"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "SE ENCONTRO UNA CORRIDA DE SUBPERIODO "
                     "INTERRUMPIDA, SE CONTINUA DESDE EL EMPLEADO "
                     SPE-ULT-EMP-PROCESADO
      *        INCLUYE LOS PROGRAMADOS POR LA APERTURA DEL ANIO
      *        (ESTADO "G"), QUE CONSERVAN SU FECHA DE PAGO.
               WHEN OTHER
                 MOVE ZERO TO SPE-ULT-EMP-PROCESADO
                 MOVE "P" TO SPE-ESTADO
                 EMP-SUELDO-ACTUAL / 2
           END-IF.

           PERFORM 3021-REBAJAR-DIAS-SIN-SUELDO.

           IF WS-FREC-SEMANAL
             COMPUTE WS-POS-MARCA = 40 + WS-SUBPER-SECUENCIA
           ELSE
             MOVE WS-HOR-HH            TO NOM-HORA-PROC-HH
             MOVE WS-HOR-MM            TO NOM-HORA-PROC-MM
             MOVE WS-HOR-SS            TO NOM-HORA-PROC-SS
             MOVE NOM-COD-EMPRESA      TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA     TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO       TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO     TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
           END-IF.

             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL GRABAR RUBRO - EMPLEADO " EMP-CLAVE
             DISPLAY "CODIGO DE ERROR - " FL-NOM
             MOVE "3020-ACUMULAR-SUELDO-PARCIAL" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE FL-NOM TO WS-ERR-ESTADO
             MOVE NOM-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       3021-REBAJAR-DIAS-SIN-SUELDO.
      *-------------------------------
           IF WS-NOM-FEC-MM = 12
             COMPUTE WS-SUB-PRIMERO-SIG =
                 (WS-NOM-FEC-AA + 1) * 10000 + 101
           ELSE
             COMPUTE WS-SUB-PRIMERO-SIG =
                 WS-NOM-FEC-AA * 10000 + (WS-NOM-FEC-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-SUB-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SUB-PRIMERO-SIG) - 1).

           IF WS-FREC-SEMANAL
             COMPUTE WS-SUB-DIA-DESDE =
                 (WS-SUBPER-SECUENCIA - 1) * WS-DIAS-SEMANA + 1
             COMPUTE WS-SUB-DIA-HASTA =
                 WS-SUBPER-SECUENCIA * WS-DIAS-SEMANA
           ELSE
             IF WS-SUBPER-SECUENCIA = 1
               MOVE 1  TO WS-SUB-DIA-DESDE
               MOVE 15 TO WS-SUB-DIA-HASTA
             ELSE
               MOVE 16 TO WS-SUB-DIA-DESDE
               MOVE WS-SUB-DIAS-MES TO WS-SUB-DIA-HASTA
             END-IF
           END-IF.

           IF WS-SUB-DIA-HASTA > WS-SUB-DIAS-MES
             MOVE WS-SUB-DIAS-MES TO WS-SUB-DIA-HASTA
           END-IF.

           IF WS-SUB-DIA-DESDE > WS-SUB-DIA-HASTA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO WS-SLA-EMPRESA.
           MOVE EMP-CLAVE     TO WS-SLA-EMPLEADO.
           COMPUTE WS-SLA-DESDE =
               WS-NOM-FEC-AA * 10000 + WS-NOM-FEC-MM * 100 +
               WS-SUB-DIA-DESDE.
           COMPUTE WS-SLA-HASTA =
               WS-NOM-FEC-AA * 10000 + WS-NOM-FEC-MM * 100 +
               WS-SUB-DIA-HASTA.

           CALL "UTIL-SLA" USING WS-CONTROL-SLA.

           MOVE WS-SLA-EMPRESA  TO WS-MAT-EMPRESA.
           MOVE WS-SLA-EMPLEADO TO WS-MAT-EMPLEADO.
           MOVE WS-SLA-DESDE    TO WS-MAT-DESDE.
           MOVE WS-SLA-HASTA    TO WS-MAT-HASTA.

           CALL "UTIL-MAT" USING WS-CONTROL-MAT.

           ADD WS-MAT-DIAS-MATERNIDAD TO WS-SLA-DIAS-SIN-SUELDO.

           IF WS-SLA-DIAS-SIN-SUELDO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SUB-DIAS-RANGO =
               WS-SUB-DIA-HASTA - WS-SUB-DIA-DESDE + 1.

           IF WS-SLA-DIAS-SIN-SUELDO >= WS-SUB-DIAS-RANGO
             MOVE ZERO TO WS-VALOR-SUBPERIODO
             EXIT PARAGRAPH
           END-IF.

           IF WS-FREC-SEMANAL
             COMPUTE WS-VALOR-SUBPERIODO ROUNDED =
                 EMP-SUELDO-ACTUAL *
                 (WS-DIAS-SEMANA - WS-SLA-DIAS-SIN-SUELDO) /
                 WS-DIAS-MES-BASE
           ELSE
             COMPUTE WS-VALOR-SUBPERIODO ROUNDED =
                 EMP-SUELDO-ACTUAL / 2 *
                 (WS-SUB-DIAS-RANGO - WS-SLA-DIAS-SIN-SUELDO) /
                 WS-SUB-DIAS-RANGO
           END-IF.

       3022-DESCRIBIR-RUBRO.
                 DISPLAY "EL SUBPERIODO NO TIENE CORRIDA REGISTRADA"
               WHEN SPE-ESTADO = "C"
                 DISPLAY "EL SUBPERIODO YA ESTA CERRADO"
               WHEN SPE-ESTADO = "G"
                 DISPLAY "EL SUBPERIODO ESTA PROGRAMADO Y NO TIENE "
                     "CORRIDA REGISTRADA"
               WHEN SPE-ESTADO = "P"
                 DISPLAY "EL SUBPERIODO TIENE UNA CORRIDA "
                     "INTERRUMPIDA, TERMINELA ANTES DE CERRAR"
                   DISPLAY "OPERACION CANCELADA"
                 END-IF
           END-EVALUATE.

       8100-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PROC-SNO"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
