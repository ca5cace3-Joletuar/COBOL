      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-RTN.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-ANT.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-NCH.cpy".
            COPY "./Copys/FISI-AUD.cpy".
            COPY "./Copys/FISI-RAC.cpy".

            SELECT ARCHIVO-TRANSFERENCIA
              ASSIGN TO WS-NOMBRE-ACH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-ACH.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-ANT.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-NCH.cpy".
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-RAC.cpy".

       FD  ARCHIVO-TRANSFERENCIA.
       01  ACH-LINEA                    PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-BIN                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-ANT                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-NCH                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-ACH                  PIC XX.
       01  FL-RAC                  PIC XX.

      *    REGISTRO DE RETENCIONES DE PAGO: UN PAGO RETENIDO POR
      *    EMPRESA, EMPLEADO Y PERIODO NO SALE EN LAS
      *    TRANSFERENCIAS, LOS CHEQUES NI LOS ANTICIPOS. AL
      *    LIBERARLO SE PAGA FUERA DE CICLO SOLO LO RETENIDO, POR
      *    TRANSFERENCIA SI EL EMPLEADO TIENE CUENTA ACTIVA O POR
      *    CHEQUE EN CASO CONTRARIO.
       01  WS-PARAMETROS-RTN.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-RTN-COD-EMPLEADO   PIC 9(8).
           03 WS-RTN-FEC-AA         PIC 9(4).
           03 WS-RTN-FEC-MM         PIC 9(2).
           03 WS-RTN-MOTIVO         PIC X(50).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-OPCION                PIC S9(2).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-MEDIO-PAGO            PIC X(1).
           88 WS-PAGO-TRANSFERENCIA VALUE "T".
           88 WS-PAGO-CHEQUE        VALUE "C".

       01  WS-PERIODO-ABIERTO       PIC 9.
           88 WS-PER-ABIERTO        VALUE 1.
           88 WS-PER-CERRADO        VALUE 0.

       01  WS-VALOR-NOMINA          PIC 9(11)V9(2).
       01  WS-VALOR-ANTICIPOS       PIC 9(11)V9(2).
       01  WS-VALOR-LIBERAR         PIC 9(11)V9(2).
       01  WS-NUMERO-ASIGNADO       PIC 9(8).
       01  WS-TOTAL-LISTADOS        PIC 9(6).

       01  WS-VALOR-EDITADO         PIC Z(12)9.99.
       01  WS-NOMBRE-ACH            PIC X(40).

      *    SI LA TRANSFERENCIA O EL CHEQUE NO SE EMITEN, EL PAGO NO
      *    SE DA POR ENVIADO, LOS ANTICIPOS NO SE SELLAN Y LA
      *    RETENCION SIGUE VIGENTE PARA REINTENTAR LA LIBERACION.
       01  WS-BANDERA-EMISION       PIC 9.
           88 WS-EMISION-CORRECTA   VALUE 0.
           88 WS-EMISION-FALLIDA    VALUE 1.

      *    LA TRANSFERENCIA FUERA DE CICLO TOMA EL SIGUIENTE NUMERO
      *    DE CORRIDA DEL PERIODO Y QUEDA EN EL REGISTRO DE ARCHIVOS
      *    EMITIDOS MARCADA COMO PAGO LIBERADO, ASI EL RETORNO DEL
      *    BANCO SE VALIDA IGUAL QUE EL DE LA NOMINA.
       01  WS-CORRIDA-ACH           PIC 9(4).
       01  WS-ULTIMA-CORRIDA        PIC 9(4).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

      *    UN EMPLEADO CON PAZ Y SALVO DE SALIDA PENDIENTE NO COBRA
      *    FUERA DE CICLO: PRIMERO DEBE COMPLETARSE O DISPENSARSE.
       01  WS-CONTROL-PAZ-SALVO.
           03 WS-PYS-OPERACION      PIC X(1).
           03 WS-PYS-EMPRESA        PIC 9(3).
           03 WS-PYS-EMPLEADO       PIC 9(8).
           03 WS-PYS-FEC-BAJA       PIC 9(8).
           03 WS-PYS-OPERADOR       PIC X(10).
           03 WS-PYS-PROGRAMA       PIC X(8).
           03 WS-PYS-ESTADO         PIC X(1).
               88 WS-PYS-LIBERADO   VALUE "C" "D".
           03 WS-PYS-OPE-INACT      PIC 9(2).
           03 WS-PYS-RESULTADO      PIC X(1).

       77  WS-MOTIVO-PAZ-SALVO      PIC X(50)
               VALUE "PAZ Y SALVO DE SALIDA PENDIENTE".

      *    MISMO FORMATO DE ANCHO FIJO DEL ARCHIVO ACH POR BANCO DE
      *    FIN DE MES; LA REMESA FUERA DE CICLO LLEVA UN SOLO
      *    CREDITO.
       01  ACH-CABECERA.
           03 FILLER                PIC X(1) VALUE "H".
           03 ACH-CAB-EMPRESA       PIC 9(3).
           03 ACH-CAB-PERIODO       PIC 9(6).
           03 ACH-CAB-FEC-GEN       PIC 9(8).
           03 ACH-CAB-BANCO         PIC 9(3).
           03 ACH-CAB-RUTA          PIC 9(9).
           03 ACH-CAB-FORMATO       PIC X(3).
           03 ACH-CAB-CORRIDA       PIC 9(4).
           03 FILLER                PIC X(43) VALUE SPACES.

       01  ACH-DETALLE.
           03 FILLER                PIC X(1) VALUE "D".
           03 ACH-DET-SECUENCIA     PIC 9(6).
           03 ACH-DET-BANCO         PIC 9(3).
           03 ACH-DET-TIPO-CUENTA   PIC X(1).
           03 ACH-DET-NUM-CUENTA    PIC X(20).
           03 ACH-DET-CEDULA        PIC 9(10).
           03 ACH-DET-VALOR         PIC 9(11)V9(2).
           03 FILLER                PIC X(26) VALUE SPACES.

       01  ACH-COLA.
           03 FILLER                PIC X(1) VALUE "T".
           03 ACH-COLA-REGISTROS    PIC 9(6).
           03 ACH-COLA-TOTAL        PIC 9(13)V9(2).
           03 ACH-COLA-CORRIDA      PIC 9(4).
           03 ACH-COLA-HASH         PIC 9(15).
           03 FILLER                PIC X(39) VALUE SPACES.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

      *    INCIDENCIAS DE RETENCIONES Y LIBERACIONES PARA LA
      *    BITACORA CENTRAL DE ERRORES.
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

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 4.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- RETENCION Y LIBERACION DE PAGOS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- RETENER EL PAGO DE UN EMPLEADO".
           DISPLAY " 2.- LIBERAR UN PAGO RETENIDO".
           DISPLAY " 3.- CONSULTAR RETENCIONES DE UN PERIODO".
           DISPLAY " 4.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-RETENER-PAGO
               WHEN WS-OPCION = 2
                 PERFORM 3000-LIBERAR-PAGO
               WHEN WS-OPCION = 3
                 PERFORM 4000-CONSULTAR-RETENCIONES
               WHEN WS-OPCION = 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           OPEN INPUT ARCHIVO-BANCOS.

           OPEN I-O ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             CLOSE ARCHIVO-RETENCIONES
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN I-O ARCHIVO-RETENCIONES
           END-IF.

           OPEN I-O ARCHIVO-PAGOS.
           IF FL-PAG NOT = "00"
             CLOSE ARCHIVO-PAGOS
             OPEN OUTPUT ARCHIVO-PAGOS
             CLOSE ARCHIVO-PAGOS
             OPEN I-O ARCHIVO-PAGOS
           END-IF.

           OPEN I-O ARCHIVO-ANTICIPOS.
           IF FL-ANT NOT = "00"
             CLOSE ARCHIVO-ANTICIPOS
             OPEN OUTPUT ARCHIVO-ANTICIPOS
             CLOSE ARCHIVO-ANTICIPOS
             OPEN I-O ARCHIVO-ANTICIPOS
           END-IF.

           OPEN I-O ARCHIVO-CHEQUES.
           IF FL-CHQ NOT = "00"
             CLOSE ARCHIVO-CHEQUES
             OPEN OUTPUT ARCHIVO-CHEQUES
             CLOSE ARCHIVO-CHEQUES
             OPEN I-O ARCHIVO-CHEQUES
           END-IF.

           OPEN I-O ARCHIVO-NUM-CHEQUES.
           IF FL-NCH NOT = "00"
             CLOSE ARCHIVO-NUM-CHEQUES
             OPEN OUTPUT ARCHIVO-NUM-CHEQUES
             CLOSE ARCHIVO-NUM-CHEQUES
             OPEN I-O ARCHIVO-NUM-CHEQUES
           END-IF.

           OPEN I-O ARCHIVO-REGISTRO-ACH.
           IF FL-RAC NOT = "00"
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN OUTPUT ARCHIVO-REGISTRO-ACH
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN I-O ARCHIVO-REGISTRO-ACH
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-ANTICIPOS.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-NUM-CHEQUES.
           CLOSE ARCHIVO-REGISTRO-ACH.

       1100-PEDIR-CLAVE.
      *-----------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-RTN-COD-EMPLEADO.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-RTN-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-RTN-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-RTN-COD-EMPLEADO IS NOT NUMERIC OR
                    WS-RTN-COD-EMPLEADO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPLEADO"
               WHEN WS-RTN-FEC-AA IS NOT NUMERIC OR
                    WS-RTN-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-RTN-FEC-MM IS NOT NUMERIC OR
                    WS-RTN-FEC-MM <= ZEROS OR WS-RTN-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       1110-LEER-EMPLEADO.
      *-------------------
           MOVE WS-RTN-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00" OR EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO " WS-RTN-COD-EMPLEADO
                 " NO EXISTE EN LA EMPRESA " WS-CIA-CODIGO
           END-IF.

       1120-LEER-RETENCION.
      *--------------------
           MOVE WS-CIA-CODIGO       TO RTN-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO RTN-COD-EMPLEADO.
           MOVE WS-RTN-FEC-AA       TO RTN-FEC-AA.
           MOVE WS-RTN-FEC-MM       TO RTN-FEC-MM.

           READ ARCHIVO-RETENCIONES
           END-READ.

       2000-RETENER-PAGO.
      *------------------
           PERFORM 1100-PEDIR-CLAVE.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL MOTIVO DE LA RETENCION: ".
           ACCEPT WS-RTN-MOTIVO.
           IF WS-RTN-MOTIVO = SPACES
             DISPLAY "EL MOTIVO DE LA RETENCION ES OBLIGATORIO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1110-LEER-EMPLEADO.
           IF WS-CAMPOS-CORRECTO
             PERFORM 2010-VALIDAR-RETENCION
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 2020-GRABAR-RETENCION
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2010-VALIDAR-RETENCION.
      *-----------------------
      *    SOLO SE RETIENE LO QUE TODAVIA NO SALIO: UN CREDITO YA
      *    ENVIADO, CONFIRMADO O REEMITIDO DEL PERIODO NO SE PUEDE
      *    DETENER DESDE AQUI.
           MOVE WS-CIA-CODIGO       TO PAG-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO PAG-COD-EMPLEADO.
           MOVE WS-RTN-FEC-AA       TO PAG-FEC-AA.
           MOVE WS-RTN-FEC-MM       TO PAG-FEC-MM.
           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG = "00" AND
              (PAG-ESTADO = "E" OR PAG-ESTADO = "C" OR
               PAG-ESTADO = "X" OR PAG-ESTADO = "Q")
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PAGO DEL PERIODO YA FUE ENVIADO (ESTADO "
                 PAG-ESTADO "); NO SE PUEDE RETENER"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1120-LEER-RETENCION.

           EVALUATE TRUE
               WHEN FL-RTN NOT = "00"
                 CONTINUE
               WHEN RTN-ESTADO = "R"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "YA EXISTE UNA RETENCION VIGENTE PARA ESE "
                     "EMPLEADO Y PERIODO"
               WHEN RTN-VALOR-RETENIDO > ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PAGO DEL PERIODO YA FUE LIBERADO FUERA "
                     "DE CICLO; NO SE PUEDE RETENER"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2020-GRABAR-RETENCION.
      *----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           INITIALIZE RTN-DATOS.
           MOVE WS-CIA-CODIGO       TO RTN-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO RTN-COD-EMPLEADO.
           MOVE WS-RTN-FEC-AA       TO RTN-FEC-AA.
           MOVE WS-RTN-FEC-MM       TO RTN-FEC-MM.
           MOVE WS-RTN-MOTIVO       TO RTN-MOTIVO.
           MOVE "R"                 TO RTN-ESTADO.
           MOVE LK-OPERADOR         TO RTN-OPE-RETIENE.
           MOVE WS-FECHA-SISTEMA    TO RTN-FEC-RETENCION.

      *    UNA RETENCION LIBERADA SIN VALORES PAGADOS SE PUEDE
      *    VOLVER A RETENER SOBRE EL MISMO REGISTRO.
           IF FL-RTN = "00"
             REWRITE RTN-DATOS
           ELSE
             WRITE RTN-DATOS
           END-IF.

           IF FL-RTN = "00"
             MOVE "C" TO WS-OPERACION-AUD
             MOVE "PAGO RETENIDO" TO WS-DETALLE-AUD
             PERFORM 5000-AUDITAR-RETENCION
             DISPLAY "PAGO RETENIDO: EL EMPLEADO QUEDA FUERA DE LAS "
                 "TRANSFERENCIAS, CHEQUES Y ANTICIPOS DEL PERIODO"
           ELSE
             DISPLAY "ERROR AL GRABAR LA RETENCION - " FL-RTN
             MOVE "2020-GRABAR-RETENCION" TO WS-ERR-PARRAFO
             MOVE "RTN" TO WS-ERR-ARCHIVO
             MOVE FL-RTN TO WS-ERR-ESTADO
             MOVE RTN-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RETENCION DE PAGO NO GRABADA" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3000-LIBERAR-PAGO.
      *------------------
           PERFORM 1100-PEDIR-CLAVE.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1110-LEER-EMPLEADO.
           IF WS-CAMPOS-CORRECTO
             PERFORM 3010-VALIDAR-LIBERACION
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 3020-CALCULAR-LIBERACION
             PERFORM 3030-PAGAR-LIBERACION
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       3010-VALIDAR-LIBERACION.
      *------------------------
      *    LA LIBERACION LA HACE UN OPERADOR DISTINTO DEL QUE
      *    RETUVO EL PAGO. LOS DATOS DE PRACTICA NO SALEN DEL
      *    EDIFICIO: UNA EMPRESA SANDBOX NO GENERA PAGOS.
           PERFORM 1120-LEER-RETENCION.

           IF FL-RTN NOT = "00" OR RTN-ESTADO NOT = "R"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY UNA RETENCION VIGENTE PARA ESE "
                 "EMPLEADO Y PERIODO"
             EXIT PARAGRAPH
           END-IF.

           IF RTN-OPE-RETIENE = LK-OPERADOR
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA LIBERACION DEBE HACERLA UN OPERADOR "
                 "DISTINTO DEL QUE RETUVO EL PAGO"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CONTROL-PAZ-SALVO.
           MOVE "C"                 TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO       TO WS-PYS-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO WS-PYS-EMPLEADO.
           MOVE LK-OPERADOR         TO WS-PYS-OPERADOR.
           MOVE "GES-RTN"           TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           IF NOT WS-PYS-LIBERADO AND
              (WS-PYS-ESTADO = "P" OR
               RTN-MOTIVO = WS-MOTIVO-PAZ-SALVO)
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO TIENE EL PAZ Y SALVO DE SALIDA "
                 "PENDIENTE: COMPLETELO O DISPENSELO ANTES DE "
                 "LIBERAR EL PAGO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00" AND
              CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE GENERAN PAGOS FUERA DE CICLO"
           END-IF.

       3020-CALCULAR-LIBERACION.
      *-------------------------
      *    SE LIBERA EL NETO QUE LAS CORRIDAS DE TRANSFERENCIAS O
      *    CHEQUES DEJARON GUARDADO EN LA RETENCION, MAS LOS
      *    ANTICIPOS APROBADOS DEL PERIODO QUE QUEDARON SIN PAGAR.
      *    CON EL PERIODO YA CERRADO EL ANTICIPO NO PODRIA
      *    RECUPERARSE, ASI QUE EN ESE CASO NO SE LIBERA.
           MOVE RTN-VALOR-RETENIDO TO WS-VALOR-NOMINA.
           MOVE ZERO TO WS-VALOR-ANTICIPOS.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-RTN-FEC-AA TO PER-FEC-AA.
           MOVE WS-RTN-FEC-MM TO PER-FEC-MM.
           READ ARCHIVO-PERIODOS
           END-READ.

           IF FL-PER = "00" AND PER-ESTADO = "C"
             MOVE 0 TO WS-PERIODO-ABIERTO
           ELSE
             MOVE 1 TO WS-PERIODO-ABIERTO
             PERFORM 3021-SUMAR-ANTICIPOS
           END-IF.

           COMPUTE WS-VALOR-LIBERAR =
               WS-VALOR-NOMINA + WS-VALOR-ANTICIPOS.

       3021-SUMAR-ANTICIPOS.
      *---------------------
           MOVE LOW-VALUES          TO ANT-CLAVE.
           MOVE WS-CIA-CODIGO       TO ANT-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO ANT-COD-EMPLEADO.

           START ARCHIVO-ANTICIPOS KEY IS NOT LESS THAN ANT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ANT
           END-START.

           IF FL-ANT = "00"
             PERFORM 3022-LEER-ANTICIPO
           END-IF.

           PERFORM UNTIL FL-ANT NOT = "00" OR
                   ANT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ANT-COD-EMPLEADO NOT = WS-RTN-COD-EMPLEADO
             IF ANT-ESTADO = "A" AND
                ANT-ESTADO-APROBACION = "A" AND
                ANT-PAGADO NOT = "S" AND
                ANT-FEC-AA = WS-RTN-FEC-AA AND
                ANT-FEC-MM = WS-RTN-FEC-MM
               ADD ANT-VALOR TO WS-VALOR-ANTICIPOS
             END-IF
             PERFORM 3022-LEER-ANTICIPO
           END-PERFORM.

       3022-LEER-ANTICIPO.
      *-------------------
           READ ARCHIVO-ANTICIPOS NEXT RECORD
           END-READ.

       3030-PAGAR-LIBERACION.
      *----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MEDIO-PAGO.
           MOVE ZEROS  TO WS-NUMERO-ASIGNADO.
           MOVE 0      TO WS-BANDERA-EMISION.

           IF WS-VALOR-LIBERAR > ZEROS
             PERFORM 3040-ELEGIR-MEDIO
             IF WS-PAGO-TRANSFERENCIA
               PERFORM 3050-GENERAR-TRANSFERENCIA
             ELSE
               PERFORM 3060-EMITIR-CHEQUE
             END-IF
           END-IF.

           IF WS-EMISION-FALLIDA
             DISPLAY "EL PAGO NO SE EMITIO: LA RETENCION SIGUE "
                 "VIGENTE Y LA LIBERACION PUEDE REINTENTARSE"
             EXIT PARAGRAPH
           END-IF.

           IF WS-VALOR-LIBERAR > ZEROS
             IF WS-VALOR-NOMINA > ZEROS
               PERFORM 3070-ACTUALIZAR-PAGO
             END-IF
             IF WS-VALOR-ANTICIPOS > ZEROS
               PERFORM 3080-SELLAR-ANTICIPOS
             END-IF
           ELSE
             DISPLAY "NO HAY VALORES RETENIDOS: EL EMPLEADO ENTRA "
                 "EN LA PROXIMA CORRIDA NORMAL DEL PERIODO"
           END-IF.

           IF WS-PER-CERRADO
             DISPLAY "EL PERIODO ESTA CERRADO: LOS ANTICIPOS SIN "
                 "PAGAR NO SE LIBERAN"
           END-IF.

           MOVE "L"                 TO RTN-ESTADO.
           MOVE LK-OPERADOR         TO RTN-OPE-LIBERA.
           MOVE WS-FECHA-SISTEMA    TO RTN-FEC-LIBERACION.
           MOVE WS-MEDIO-PAGO       TO RTN-MEDIO-PAGO.
           MOVE WS-VALOR-LIBERAR    TO RTN-VALOR-LIBERADO.
           MOVE WS-NUMERO-ASIGNADO  TO RTN-NUM-CHEQUE.
           REWRITE RTN-DATOS.

           IF FL-RTN = "00"
             MOVE "U" TO WS-OPERACION-AUD
             MOVE "PAGO LIBERADO" TO WS-DETALLE-AUD
             PERFORM 5000-AUDITAR-RETENCION
             MOVE WS-VALOR-LIBERAR TO WS-VALOR-EDITADO
             DISPLAY "PAGO LIBERADO POR " WS-VALOR-EDITADO
           ELSE
             DISPLAY "ERROR AL LIBERAR LA RETENCION - " FL-RTN
             MOVE "3030-PAGAR-LIBERACION" TO WS-ERR-PARRAFO
             MOVE "RTN" TO WS-ERR-ARCHIVO
             MOVE FL-RTN TO WS-ERR-ESTADO
             MOVE RTN-CLAVE TO WS-ERR-CLAVE
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE "PAGO LIBERADO CON LA RETENCION AUN VIGENTE"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3040-ELEGIR-MEDIO.
      *------------------
      *    CON CUENTA ACTIVA EN UN BANCO DEL MAESTRO DE
      *    INSTITUCIONES EL PAGO VA POR TRANSFERENCIA; SI NO, POR
      *    CHEQUE.
           MOVE "C" TO WS-MEDIO-PAGO.

           MOVE WS-RTN-COD-EMPLEADO TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           IF FL-BCO = "00" AND BCO-ESTADO = "A"
             MOVE BCO-COD-BANCO TO BIN-COD-BANCO
             READ ARCHIVO-BANCOS
             END-READ
             IF FL-BIN = "00" AND BIN-ESTADO = "A"
               MOVE "T" TO WS-MEDIO-PAGO
             END-IF
           END-IF.

       3050-GENERAR-TRANSFERENCIA.
      *---------------------------
           PERFORM 3051-BUSCAR-ULTIMA-CORRIDA.
           COMPUTE WS-CORRIDA-ACH = WS-ULTIMA-CORRIDA + 1.

           MOVE SPACES TO WS-NOMBRE-ACH.
           STRING "../Archivos/Transfer-LIB-"
               WS-RTN-COD-EMPLEADO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ACH
           END-STRING.

           OPEN OUTPUT ARCHIVO-TRANSFERENCIA.

           IF FL-ACH NOT = "00"
             DISPLAY "ERROR AL CREAR EL ARCHIVO " WS-NOMBRE-ACH
                 " - " FL-ACH
             MOVE 1 TO WS-BANDERA-EMISION
             MOVE "3050-GENERAR-TRANSFERENCIA" TO WS-ERR-PARRAFO
             MOVE "ACH" TO WS-ERR-ARCHIVO
             MOVE FL-ACH TO WS-ERR-ESTADO
             MOVE RTN-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "TRANSFERENCIA FUERA DE CICLO NO GENERADA"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO    TO ACH-CAB-EMPRESA.
           COMPUTE ACH-CAB-PERIODO =
               WS-RTN-FEC-AA * 100 + WS-RTN-FEC-MM.
           MOVE WS-FECHA-SISTEMA TO ACH-CAB-FEC-GEN.
           MOVE BCO-COD-BANCO    TO ACH-CAB-BANCO.
           MOVE BIN-COD-RUTA     TO ACH-CAB-RUTA.
           MOVE BIN-FORMATO      TO ACH-CAB-FORMATO.
           MOVE WS-CORRIDA-ACH   TO ACH-CAB-CORRIDA.
           WRITE ACH-LINEA FROM ACH-CABECERA.

           MOVE 1                TO ACH-DET-SECUENCIA.
           MOVE BCO-COD-BANCO    TO ACH-DET-BANCO.
           MOVE BCO-TIPO-CUENTA  TO ACH-DET-TIPO-CUENTA.
           MOVE BCO-NUM-CUENTA   TO ACH-DET-NUM-CUENTA.
           MOVE EMP-CEDULA       TO ACH-DET-CEDULA.
           MOVE WS-VALOR-LIBERAR TO ACH-DET-VALOR.
           WRITE ACH-LINEA FROM ACH-DETALLE.

           MOVE 1                TO ACH-COLA-REGISTROS.
           MOVE WS-VALOR-LIBERAR TO ACH-COLA-TOTAL.
           MOVE WS-CORRIDA-ACH   TO ACH-COLA-CORRIDA.
           MOVE EMP-CEDULA       TO ACH-COLA-HASH.
           WRITE ACH-LINEA FROM ACH-COLA.

           CLOSE ARCHIVO-TRANSFERENCIA.

           DISPLAY "ARCHIVO GENERADO: " WS-NOMBRE-ACH
               " CORRIDA " WS-CORRIDA-ACH.

           PERFORM 3053-REGISTRAR-ARCHIVO.

       3051-BUSCAR-ULTIMA-CORRIDA.
      *----------------------------
      *    LAS CORRIDAS DEL PERIODO SE NUMERAN EN UNA SOLA SERIE
      *    PARA TODOS LOS BANCOS, COMO EN LA GENERACION DE FIN DE
      *    MES.
           MOVE ZEROS         TO WS-ULTIMA-CORRIDA.

           MOVE LOW-VALUES    TO RAC-CLAVE.
           MOVE WS-CIA-CODIGO TO RAC-COD-EMPRESA.
           MOVE WS-RTN-FEC-AA TO RAC-FEC-AA.
           MOVE WS-RTN-FEC-MM TO RAC-FEC-MM.

           START ARCHIVO-REGISTRO-ACH KEY IS NOT LESS THAN RAC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RAC
           END-START.

           IF FL-RAC = "00"
             PERFORM 3052-LEER-REGISTRO
           END-IF.

           PERFORM UNTIL FL-RAC NOT = "00" OR
                   RAC-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   RAC-FEC-AA NOT = WS-RTN-FEC-AA OR
                   RAC-FEC-MM NOT = WS-RTN-FEC-MM
             MOVE RAC-CORRIDA TO WS-ULTIMA-CORRIDA
             PERFORM 3052-LEER-REGISTRO
           END-PERFORM.

       3052-LEER-REGISTRO.
      *--------------------
           READ ARCHIVO-REGISTRO-ACH NEXT RECORD
           END-READ.

       3053-REGISTRAR-ARCHIVO.
      *-----------------------
      *    UN SOLO CREDITO: EL HASH DE CONTROL ES LA CEDULA DEL
      *    EMPLEADO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE RAC-DATOS.
           MOVE WS-CIA-CODIGO         TO RAC-COD-EMPRESA.
           MOVE WS-RTN-FEC-AA         TO RAC-FEC-AA.
           MOVE WS-RTN-FEC-MM         TO RAC-FEC-MM.
           MOVE WS-CORRIDA-ACH        TO RAC-CORRIDA.
           MOVE BCO-COD-BANCO         TO RAC-COD-BANCO.
           MOVE WS-NOMBRE-ACH         TO RAC-NOMBRE-ARCHIVO.
           MOVE 1                     TO RAC-REGISTROS.
           MOVE WS-VALOR-LIBERAR      TO RAC-TOTAL.
           MOVE EMP-CEDULA            TO RAC-HASH.
           MOVE LK-OPERADOR           TO RAC-OPERADOR.
           MOVE WS-FECHA-SISTEMA      TO RAC-FECHA-GEN.
           MOVE WS-HORA-SISTEMA (1:6) TO RAC-HORA-GEN.
           MOVE "V"                   TO RAC-ESTADO.
           MOVE "L"                   TO RAC-ORIGEN.

           WRITE RAC-DATOS
           END-WRITE.

           IF FL-RAC NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL ARCHIVO " WS-NOMBRE-ACH
                 " - " FL-RAC
             MOVE "3053-REGISTRAR-ARCHIVO" TO WS-ERR-PARRAFO
             MOVE "RAC" TO WS-ERR-ARCHIVO
             MOVE FL-RAC TO WS-ERR-ESTADO
             MOVE RAC-CLAVE TO WS-ERR-CLAVE
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE "ARCHIVO DE PAGO EMITIDO SIN QUEDAR REGISTRADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3060-EMITIR-CHEQUE.
      *-------------------
      *    EL CHEQUE FUERA DE CICLO TOMA EL SIGUIENTE NUMERO DE LA
      *    EMPRESA Y QUEDA EN EL REGISTRO DE CHEQUES DEL PERIODO,
      *    ASI UNA NUEVA EMISION DEL PERIODO NO LO DUPLICA.
           MOVE WS-CIA-CODIGO TO NCH-COD-EMPRESA.
           READ ARCHIVO-NUM-CHEQUES
           END-READ.

           IF FL-NCH = "00"
             ADD 1 TO NCH-ULT-NUMERO
             MOVE NCH-ULT-NUMERO TO WS-NUMERO-ASIGNADO
             REWRITE NCH-DATOS
           ELSE
             INITIALIZE NCH-DATOS
             MOVE WS-CIA-CODIGO TO NCH-COD-EMPRESA
             MOVE 1             TO NCH-ULT-NUMERO
             MOVE 1             TO WS-NUMERO-ASIGNADO
             WRITE NCH-DATOS
           END-IF.

           INITIALIZE CHQ-DATOS.
           MOVE WS-CIA-CODIGO       TO CHQ-COD-EMPRESA.
           MOVE WS-NUMERO-ASIGNADO  TO CHQ-NUMERO.
           MOVE WS-RTN-COD-EMPLEADO TO CHQ-COD-EMPLEADO.
           MOVE WS-RTN-FEC-AA       TO CHQ-FEC-AA.
           MOVE WS-RTN-FEC-MM       TO CHQ-FEC-MM.
           MOVE WS-VALOR-LIBERAR    TO CHQ-VALOR.
           MOVE "E"                 TO CHQ-ESTADO.
           MOVE ZEROS               TO CHQ-NUM-REEMPLAZO.
           MOVE WS-FECHA-SISTEMA    TO CHQ-FEC-EMISION.
           WRITE CHQ-DATOS.

           IF FL-CHQ NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL CHEQUE "
                 WS-NUMERO-ASIGNADO " - " FL-CHQ
             MOVE 1 TO WS-BANDERA-EMISION
             MOVE "3060-EMITIR-CHEQUE" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "CHEQUE FUERA DE CICLO NO REGISTRADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "CHQ-LIB "    TO WS-RPT-NOMBRE.
           MOVE "CHEQUE FUERA DE CICLO - PAGO LIBERADO"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-RTN-FEC-AA "-" WS-RTN-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CHEQUE NO. " WS-NUMERO-ASIGNADO
               "   FECHA " WS-FEC-AA "-" WS-FEC-MM "-" WS-FEC-DD
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PAGUESE A: " EMP-NOMBRES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-VALOR-LIBERAR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "LA SUMA DE: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "COMPROBANTE - EMPLEADO " EMP-CLAVE
               " CEDULA " EMP-CEDULA
               " PERIODO " WS-RTN-FEC-AA "-" WS-RTN-FEC-MM
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   ___________________      ___________________"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "       RECIBI CONFORME           EL EMPLEADOR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3070-ACTUALIZAR-PAGO.
      *---------------------
      *    EL LIBRO DE ESTADOS DE PAGO PASA DE RETENIDO A ENVIADO
      *    (TRANSFERENCIA, QUE EL RETORNO DEL BANCO CONFIRMARA) O A
      *    PAGADO CON CHEQUE FUERA DE CICLO.
           MOVE WS-CIA-CODIGO       TO PAG-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO PAG-COD-EMPLEADO.
           MOVE WS-RTN-FEC-AA       TO PAG-FEC-AA.
           MOVE WS-RTN-FEC-MM       TO PAG-FEC-MM.
           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG NOT = "00"
             INITIALIZE PAG-DATOS
             MOVE WS-CIA-CODIGO       TO PAG-COD-EMPRESA
             MOVE WS-RTN-COD-EMPLEADO TO PAG-COD-EMPLEADO
             MOVE WS-RTN-FEC-AA       TO PAG-FEC-AA
             MOVE WS-RTN-FEC-MM       TO PAG-FEC-MM
           END-IF.

           MOVE WS-VALOR-LIBERAR TO PAG-VALOR.
           IF WS-PAGO-TRANSFERENCIA
             MOVE "E" TO PAG-ESTADO
           ELSE
             MOVE "Q" TO PAG-ESTADO
           END-IF.
           MOVE SPACES           TO PAG-MOTIVO-RECHAZO.
           MOVE WS-FECHA-SISTEMA TO PAG-FEC-ESTADO.

           IF FL-PAG = "00"
             REWRITE PAG-DATOS
           ELSE
             WRITE PAG-DATOS
           END-IF.

           IF FL-PAG NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL ESTADO DE PAGO DEL "
                 "EMPLEADO " WS-RTN-COD-EMPLEADO " - " FL-PAG
             MOVE "3070-ACTUALIZAR-PAGO" TO WS-ERR-PARRAFO
             MOVE "PAG" TO WS-ERR-ARCHIVO
             MOVE FL-PAG TO WS-ERR-ESTADO
             MOVE PAG-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "ESTADO DE PAGO LIBERADO NO ACTUALIZADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3080-SELLAR-ANTICIPOS.
      *----------------------
      *    LOS ANTICIPOS PAGADOS EN LA LIBERACION QUEDAN SELLADOS
      *    COMO PAGADOS PARA QUE LA NOMINA LOS RECUPERE.
           MOVE LOW-VALUES          TO ANT-CLAVE.
           MOVE WS-CIA-CODIGO       TO ANT-COD-EMPRESA.
           MOVE WS-RTN-COD-EMPLEADO TO ANT-COD-EMPLEADO.

           START ARCHIVO-ANTICIPOS KEY IS NOT LESS THAN ANT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ANT
           END-START.

           IF FL-ANT = "00"
             PERFORM 3022-LEER-ANTICIPO
           END-IF.

           PERFORM UNTIL FL-ANT NOT = "00" OR
                   ANT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ANT-COD-EMPLEADO NOT = WS-RTN-COD-EMPLEADO
             IF ANT-ESTADO = "A" AND
                ANT-ESTADO-APROBACION = "A" AND
                ANT-PAGADO NOT = "S" AND
                ANT-FEC-AA = WS-RTN-FEC-AA AND
                ANT-FEC-MM = WS-RTN-FEC-MM
               MOVE "S"        TO ANT-PAGADO
               MOVE WS-FEC-AA  TO ANT-FEC-PAGO-AA
               MOVE WS-FEC-MM  TO ANT-FEC-PAGO-MM
               MOVE WS-FEC-DD  TO ANT-FEC-PAGO-DD
               REWRITE ANT-DATOS
             END-IF
             PERFORM 3022-LEER-ANTICIPO
           END-PERFORM.

       4000-CONSULTAR-RETENCIONES.
      *---------------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-RTN-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-RTN-FEC-MM.

           OPEN INPUT ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             DISPLAY "NO HAY RETENCIONES REGISTRADAS"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TOTAL-LISTADOS.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-RTN "    TO WS-RPT-NOMBRE.
           MOVE "REGISTRO DE RETENCIONES DE PAGO"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-RTN-FEC-AA "-" WS-RTN-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO RTN-CLAVE.
           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.

           START ARCHIVO-RETENCIONES KEY IS NOT LESS THAN RTN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RTN
           END-START.

           IF FL-RTN = "00"
             PERFORM 4010-LEER-RETENCION
           END-IF.

           PERFORM UNTIL FL-RTN NOT = "00" OR
                   RTN-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF RTN-FEC-AA = WS-RTN-FEC-AA AND
                RTN-FEC-MM = WS-RTN-FEC-MM
               PERFORM 4020-IMPRIMIR-RETENCION
             END-IF
             PERFORM 4010-LEER-RETENCION
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RETENCIONES DEL PERIODO: " WS-TOTAL-LISTADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           CLOSE ARCHIVO-RETENCIONES.

       4010-LEER-RETENCION.
      *--------------------
           READ ARCHIVO-RETENCIONES NEXT RECORD
           END-READ.

       4020-IMPRIMIR-RETENCION.
      *------------------------
           ADD 1 TO WS-TOTAL-LISTADOS.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " RTN-COD-EMPLEADO
               " ESTADO " RTN-ESTADO " (R=RETENIDO L=LIBERADO)"
               " RETENIDO POR " RTN-OPE-RETIENE
               " EL " RTN-FEC-RET-AA "-" RTN-FEC-RET-MM "-"
               RTN-FEC-RET-DD
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   MOTIVO: " RTN-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF RTN-ESTADO = "L"
             MOVE RTN-VALOR-LIBERADO TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   LIBERADO POR " RTN-OPE-LIBERA
                 " EL " RTN-FEC-LIB-AA "-" RTN-FEC-LIB-MM "-"
                 RTN-FEC-LIB-DD " VALOR " WS-VALOR-EDITADO
                 " MEDIO " RTN-MEDIO-PAGO " (T=TRANSF. C=CHEQUE)"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           ELSE
             MOVE RTN-VALOR-RETENIDO TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   NETO RETENIDO EN CORRIDAS: " WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5000-AUDITAR-RETENCION.
      *-----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "GES-RTN"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "RTN"            TO AUD-ARCHIVO.
           MOVE RTN-CLAVE        TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE RTN-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GES-RTN"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
