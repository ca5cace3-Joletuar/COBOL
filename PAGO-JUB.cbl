      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PAGO-JUB.
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
            COPY "./Copys/FISI-JBP.cpy".
            COPY "./Copys/FISI-JUB.cpy".
            COPY "./Copys/FISI-PEN.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-CGL.cpy".

      *    CADA BANCO RECIBE SU PROPIO ARCHIVO: EL NOMBRE SE ARMA
      *    EN TIEMPO DE EJECUCION CON EL CODIGO DEL BANCO.
            SELECT ARCHIVO-TRANSFERENCIA
              ASSIGN TO WS-NOMBRE-ACH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-ACH.

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-PJU.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-INT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-JBP.cpy".
            COPY "./Copys/LOGI-JUB.cpy".
            COPY "./Copys/LOGI-PEN.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-CGL.cpy".

       FD  ARCHIVO-TRANSFERENCIA.
       01  ACH-LINEA                    PIC X(80).

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-JBP                  PIC XX.
       01  FL-JUB                  PIC XX.
       01  FL-PEN                  PIC XX.
       01  FL-BIN                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-ACH                  PIC XX.
       01  FL-INT                  PIC XX.

      *    NOMINA MENSUAL DE PENSIONES DE JUBILACION PATRONAL: A CADA
      *    JUBILADO EN PAGO SE LE LIQUIDA SU PENSION DEL MES, LA
      *    DECIMA TERCERA EN DICIEMBRE Y LA DECIMA CUARTA EN EL MES
      *    DE SU REGIMEN. LO PAGADO SE DESCUENTA DE LA RESERVA QUE
      *    ACUMULO CALC-JUB; LO QUE LA RESERVA YA NO CUBRE VA AL
      *    GASTO. SALE UN REGISTRO DE PENSIONES, UN ARCHIVO DE
      *    TRANSFERENCIA POR BANCO Y LOS ASIENTOS DE LA INTERFAZ
      *    CONTABLE. UN JUBILADO YA PAGADO EN EL PERIODO NO SE
      *    VUELVE A PAGAR SI LA CORRIDA SE REPITE.
       01  WS-PARAMETROS-PAGO.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-PAG-FEC-AA         PIC 9(4).
           03 WS-PAG-FEC-MM         PIC 9(2).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    RUBROS DEL MAPEO CONTABLE: LA RESERVA PATRONAL (LA MISMA
      *    CUENTA QUE ACREDITA CALC-JUB SE DEBITA AL PAGAR) Y LA
      *    PENSION (GASTO NO CUBIERTO POR LA RESERVA Y CUENTA POR
      *    PAGAR DE LAS TRANSFERENCIAS).
       77  WS-RUBRO-JUBILACION      PIC 9(2) VALUE 21.
       77  WS-RUBRO-PENSION         PIC 9(2) VALUE 27.

       01  WS-CUENTAS-GL.
           03 WS-CTA-RESERVA        PIC X(10).
           03 WS-CTA-GASTO          PIC X(10).
           03 WS-CTA-POR-PAGAR      PIC X(10).

       01  WS-SUELDO-BASICO         PIC 9(8)V9(2).
       01  WS-VIGENCIA-NUM          PIC 9(6).
       01  WS-VIGENCIA-MEJOR        PIC 9(6).
       01  WS-PERIODO-PAGO-NUM      PIC 9(6).

      *    MESES DE PENSION QUE DAN DERECHO A LAS DECIMAS: LA
      *    TERCERA CUENTA LOS MESES DEL ANIO CALENDARIO Y LA CUARTA
      *    LOS DOCE MESES ANTERIORES AL MES DE PAGO.
       01  WS-CALCULO-PENSION.
           03 WS-MES-PAGO           PIC 9(6).
           03 WS-MES-INICIO         PIC 9(6).
           03 WS-MES-VENTANA        PIC 9(6).
           03 WS-MESES-DERECHO      PIC S9(4).
           03 WS-DIAS-PRIMER-MES    PIC 9(2).
           03 WS-VALOR-PENSION      PIC 9(8)V9(2).
           03 WS-VALOR-DEC-TERCERO  PIC 9(8)V9(2).
           03 WS-VALOR-DEC-CUARTO   PIC 9(8)V9(2).
           03 WS-VALOR-TOTAL        PIC 9(9)V9(2).
           03 WS-VALOR-DE-RESERVA   PIC 9(9)V9(2).
           03 WS-SALDO-RESERVA      PIC 9(12)V9(2).

       01  WS-CONTADORES.
           03 WS-TOTAL-PAGADOS      PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-YA-PAGADOS   PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-SIN-RESERVA  PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-ERRORES      PIC 9(5) VALUE ZERO.

       01  WS-TOTALES-PENSION.
           03 WS-TOT-PENSION        PIC 9(12)V9(2).
           03 WS-TOT-DEC-TERCERO    PIC 9(12)V9(2).
           03 WS-TOT-DEC-CUARTO     PIC 9(12)V9(2).
           03 WS-TOT-PAGADO         PIC 9(12)V9(2).
           03 WS-TOT-DE-RESERVA     PIC 9(12)V9(2).
           03 WS-TOT-AL-GASTO       PIC 9(12)V9(2).

      *    EL ARCHIVO SE PARTE POR BANCO: LA PRIMERA PASADA LIQUIDA
      *    LAS PENSIONES Y CLASIFICA LOS CREDITOS POR INSTITUCION Y
      *    LA SEGUNDA ESCRIBE UN ARCHIVO POR BANCO CON LOS PAGOS
      *    GENERADOS EN ESTA CORRIDA.
       01  WS-NOMBRE-ACH            PIC X(40).

       01  WS-TABLA-BANCOS.
           03 WS-BAN-FILA OCCURS 50 TIMES.
              05 WS-BAN-CODIGO      PIC 9(3).
              05 WS-BAN-INCLUIDOS   PIC 9(6).
              05 WS-BAN-TOTAL       PIC 9(13)V9(2).

       01  WS-TOT-BANCOS            PIC 9(3).
       01  WS-IND-BAN               PIC 9(3).
       01  WS-FILA-BAN              PIC 9(3).
       01  WS-BANCO-ACTUAL          PIC 9(3).
       01  WS-SEC-BANCO             PIC 9(6).

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-TOTAL-EDITADO         PIC Z(12)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

      *    REGISTROS DE ANCHO FIJO DEL FORMATO DEL BANCO: CABECERA,
      *    DETALLE Y COLA CON CONTEO Y TOTAL DE CONTROL.
       01  ACH-CABECERA.
           03 FILLER                PIC X(1) VALUE "H".
           03 ACH-CAB-EMPRESA       PIC 9(3).
           03 ACH-CAB-PERIODO       PIC 9(6).
           03 ACH-CAB-FEC-GEN       PIC 9(8).
           03 ACH-CAB-BANCO         PIC 9(3).
           03 ACH-CAB-RUTA          PIC 9(9).
           03 ACH-CAB-FORMATO       PIC X(3).
           03 FILLER                PIC X(47) VALUE SPACES.

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
           03 FILLER                PIC X(58) VALUE SPACES.

       01  INT-ASIENTO.
           03 INT-TIPO-LINEA        PIC X(1).
           03 INT-EMPRESA           PIC 9(3).
           03 INT-PERIODO           PIC 9(6).
           03 INT-OFICINA           PIC 9(3).
           03 INT-CUENTA            PIC X(10).
           03 INT-RUBRO             PIC 9(2).
           03 INT-VALOR             PIC 9(11)V9(2).
           03 FILLER                PIC X(12) VALUE SPACES.

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

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-CORRIDA
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-PAGAR-PENSIONES
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE EJECUTO LA NOMINA DE PENSIONES"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-BANCOS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-CONTABLE.

           OPEN INPUT ARCHIVO-JUBILADOS.
           IF FL-JBP NOT = "00"
             OPEN OUTPUT ARCHIVO-JUBILADOS
             CLOSE ARCHIVO-JUBILADOS
             OPEN INPUT ARCHIVO-JUBILADOS
           END-IF.
           CLOSE ARCHIVO-JUBILADOS.
           OPEN I-O ARCHIVO-JUBILADOS.

           OPEN I-O ARCHIVO-JUBILACION.
           IF FL-JUB NOT = "00"
             CLOSE ARCHIVO-JUBILACION
             OPEN OUTPUT ARCHIVO-JUBILACION
             CLOSE ARCHIVO-JUBILACION
             OPEN I-O ARCHIVO-JUBILACION
           END-IF.

           OPEN I-O ARCHIVO-PENSIONES.
           IF FL-PEN NOT = "00"
             CLOSE ARCHIVO-PENSIONES
             OPEN OUTPUT ARCHIVO-PENSIONES
             CLOSE ARCHIVO-PENSIONES
             OPEN I-O ARCHIVO-PENSIONES
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-CONTABLE.
           CLOSE ARCHIVO-JUBILADOS.
           CLOSE ARCHIVO-JUBILACION.
           CLOSE ARCHIVO-PENSIONES.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   NOMINA MENSUAL DE PENSIONES DE JUBILACION".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-PAG-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-PAG-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-PAG-FEC-AA IS NOT NUMERIC OR
                    WS-PAG-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-PAG-FEC-MM IS NOT NUMERIC OR
                    WS-PAG-FEC-MM <= ZEROS OR WS-PAG-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       2010-VALIDAR-CORRIDA.
      *----------------------
      *    LOS DATOS DE PRACTICA NO SALEN DEL EDIFICIO: UNA EMPRESA
      *    MARCADA COMO SANDBOX NO GENERA TRANSFERENCIAS. SIN EL
      *    MAPEO CONTABLE DE LA RESERVA Y DE LA PENSION EL PAGO NO
      *    PODRIA CONTABILIZARSE, ASI QUE NO SE EJECUTA.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00" AND
              CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE PAGAN PENSIONES"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUBRO-JUBILACION TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.
           IF FL-CGL NOT = "00" OR CGL-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL RUBRO " WS-RUBRO-JUBILACION " (JUBILACION "
                 "PATRONAL) NO TIENE MAPEO CONTABLE ACTIVO"
             EXIT PARAGRAPH
           END-IF.
           MOVE CGL-CUENTA-HABER TO WS-CTA-RESERVA.

           MOVE WS-RUBRO-PENSION TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.
           IF FL-CGL NOT = "00" OR CGL-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL RUBRO " WS-RUBRO-PENSION " (PENSION DE "
                 "JUBILACION) NO TIENE MAPEO CONTABLE ACTIVO"
             EXIT PARAGRAPH
           END-IF.
           MOVE CGL-CUENTA-DEBE  TO WS-CTA-GASTO.
           MOVE CGL-CUENTA-HABER TO WS-CTA-POR-PAGAR.

           PERFORM 2020-BUSCAR-SUELDO-BASICO.

       2020-BUSCAR-SUELDO-BASICO.
      *---------------------------
      *    LA DECIMA CUARTA PENSION ES UN SUELDO BASICO UNIFICADO DE
      *    LA VIGENCIA ACTIVA MAS RECIENTE QUE NO SUPERE EL PERIODO;
      *    SIN VIGENCIA, LOS JUBILADOS QUE LA COBRAN ESTE MES SE
      *    REPORTAN COMO ERROR.
           MOVE ZEROS TO WS-SUELDO-BASICO.
           MOVE ZEROS TO WS-VIGENCIA-MEJOR.

           COMPUTE WS-PERIODO-PAGO-NUM =
               WS-PAG-FEC-AA * 100 + WS-PAG-FEC-MM.

           MOVE LOW-VALUES TO APO-CLAVE.
           START ARCHIVO-APORTES KEY IS NOT LESS THAN APO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-APO
           END-START.

           IF FL-APO = "00"
             PERFORM 2021-LEER-VIGENCIA
           END-IF.

           PERFORM UNTIL FL-APO NOT = "00"
             COMPUTE WS-VIGENCIA-NUM =
                 APO-VIG-AA * 100 + APO-VIG-MM
             IF APO-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-PAGO-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR AND
                APO-SUELDO-BASICO > ZEROS
               MOVE WS-VIGENCIA-NUM   TO WS-VIGENCIA-MEJOR
               MOVE APO-SUELDO-BASICO TO WS-SUELDO-BASICO
             END-IF
             PERFORM 2021-LEER-VIGENCIA
           END-PERFORM.

       2021-LEER-VIGENCIA.
      *--------------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       3000-PAGAR-PENSIONES.
      *----------------------
           INITIALIZE WS-CONTADORES WS-TOTALES-PENSION WS-TABLA-BANCOS.
           MOVE ZERO TO WS-TOT-BANCOS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           COMPUTE WS-MES-PAGO = WS-PAG-FEC-AA * 12 + WS-PAG-FEC-MM.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "PAGO-JUB"    TO WS-RPT-NOMBRE.
           MOVE "REGISTRO DE PENSIONES DE JUBILACION PATRONAL"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-PAG-FEC-AA "-" WS-PAG-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

      *    PRIMERA PASADA: LIQUIDA Y REGISTRA LOS PAGOS DEL MES.
           MOVE LOW-VALUES    TO JBP-CLAVE.
           MOVE WS-CIA-CODIGO TO JBP-COD-EMPRESA.

           START ARCHIVO-JUBILADOS KEY IS NOT LESS THAN JBP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-JBP
           END-START.

           IF FL-JBP = "00"
             PERFORM 3010-LEER-JUBILADO
           END-IF.

           PERFORM UNTIL FL-JBP NOT = "00" OR
                   JBP-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF JBP-ESTADO = "A"
               COMPUTE WS-MES-INICIO =
                   JBP-FEC-INI-AA * 12 + JBP-FEC-INI-MM
               IF WS-MES-INICIO <= WS-MES-PAGO
                 PERFORM 3020-PAGAR-JUBILADO
               END-IF
             END-IF
             PERFORM 3010-LEER-JUBILADO
           END-PERFORM.

           PERFORM 3080-IMPRIMIR-TOTALES.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

      *    SEGUNDA PASADA: UN ARCHIVO POR BANCO CON SU CABECERA Y
      *    COLA PROPIAS.
           PERFORM VARYING WS-IND-BAN FROM 1 BY 1
               UNTIL WS-IND-BAN > WS-TOT-BANCOS
             PERFORM 3060-GENERAR-ARCHIVO-BANCO
           END-PERFORM.

           PERFORM 3070-POSTEAR-PAGOS-GL.

           DISPLAY WS-DECORADOR.
           DISPLAY "JUBILADOS PAGADOS:          " WS-TOTAL-PAGADOS.
           DISPLAY "YA PAGADOS EN EL PERIODO:   " WS-TOTAL-YA-PAGADOS.
           DISPLAY "PAGADOS SIN RESERVA:        "
               WS-TOTAL-SIN-RESERVA.
           DISPLAY "ERRORES:                    " WS-TOTAL-ERRORES.
           DISPLAY "TOTAL PAGADO:               " WS-TOT-PAGADO.
           DISPLAY "BANCOS CON ARCHIVO:         " WS-TOT-BANCOS.
           DISPLAY "ARCHIVO: ../Archivos/Interfaz-PJU.txt".
           DISPLAY WS-DECORADOR.

       3010-LEER-JUBILADO.
      *-------------------
           READ ARCHIVO-JUBILADOS NEXT RECORD
           END-READ.

       3020-PAGAR-JUBILADO.
      *--------------------
           MOVE JBP-COD-EMPRESA  TO PEN-COD-EMPRESA.
           MOVE JBP-COD-EMPLEADO TO PEN-COD-EMPLEADO.
           MOVE WS-PAG-FEC-AA    TO PEN-FEC-AA.
           MOVE WS-PAG-FEC-MM    TO PEN-FEC-MM.

           READ ARCHIVO-PENSIONES
           END-READ.

           IF FL-PEN = "00"
             ADD 1 TO WS-TOTAL-YA-PAGADOS
             DISPLAY "JUBILADO " JBP-COD-EMPLEADO
                 " YA PAGADO EN EL PERIODO, NO SE VUELVE A PAGAR"
             EXIT PARAGRAPH
           END-IF.

           MOVE JBP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "JUBILADO " JBP-COD-EMPLEADO
                 " SIN REGISTRO DE EMPLEADO, NO SE PAGA"
             EXIT PARAGRAPH
           END-IF.

           MOVE JBP-COD-BANCO TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.
           IF FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "JUBILADO " JBP-COD-EMPLEADO " - BANCO "
                 JBP-COD-BANCO " NO REGISTRADO EN EL MAESTRO DE "
                 "INSTITUCIONES, NO SE PAGA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3030-CALCULAR-PENSION.
           IF WS-CAMPOS-INCORRECTO
             MOVE 1 TO WS-BANDERA-CAMPOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3040-DESCONTAR-RESERVA.

           PERFORM 3050-REGISTRAR-PAGO.
           IF FL-PEN NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3055-CLASIFICAR-BANCO.

           ADD 1 TO WS-TOTAL-PAGADOS.
           ADD WS-VALOR-PENSION     TO WS-TOT-PENSION.
           ADD WS-VALOR-DEC-TERCERO TO WS-TOT-DEC-TERCERO.
           ADD WS-VALOR-DEC-CUARTO  TO WS-TOT-DEC-CUARTO.
           ADD WS-VALOR-TOTAL       TO WS-TOT-PAGADO.
           ADD WS-VALOR-DE-RESERVA  TO WS-TOT-DE-RESERVA.
           COMPUTE WS-TOT-AL-GASTO = WS-TOT-AL-GASTO +
               WS-VALOR-TOTAL - WS-VALOR-DE-RESERVA.

           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDITADO.
           MOVE WS-SALDO-RESERVA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING JBP-COD-EMPLEADO " " EMP-NOMBRES (1:28)
               " PEN " WS-VALOR-PENSION
               " D13 " WS-VALOR-DEC-TERCERO
               " D14 " WS-VALOR-DEC-CUARTO
               " TOTAL " WS-VALOR-EDITADO
               " RESERVA " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3030-CALCULAR-PENSION.
      *----------------------
      *    EL MES DE INICIO SE PAGA POR LOS DIAS QUE QUEDAN EN UN MES
      *    COMERCIAL DE TREINTA DIAS.
           MOVE ZEROS TO WS-VALOR-DEC-TERCERO WS-VALOR-DEC-CUARTO.

           IF WS-MES-INICIO = WS-MES-PAGO AND JBP-FEC-INI-DD > 1
             IF JBP-FEC-INI-DD > 30
               MOVE 1 TO WS-DIAS-PRIMER-MES
             ELSE
               COMPUTE WS-DIAS-PRIMER-MES = 30 - JBP-FEC-INI-DD + 1
             END-IF
             COMPUTE WS-VALOR-PENSION ROUNDED =
                 JBP-PENSION-MENSUAL * WS-DIAS-PRIMER-MES / 30
           ELSE
             MOVE JBP-PENSION-MENSUAL TO WS-VALOR-PENSION
           END-IF.

      *    DECIMA TERCERA: UNA PENSION EN DICIEMBRE, PROPORCIONAL A
      *    LOS MESES DEL ANIO CON PENSION.
           IF JBP-DEC-TERCERO = "S" AND WS-PAG-FEC-MM = 12
             IF JBP-FEC-INI-AA < WS-PAG-FEC-AA
               MOVE 12 TO WS-MESES-DERECHO
             ELSE
               COMPUTE WS-MESES-DERECHO = 12 - JBP-FEC-INI-MM + 1
             END-IF
             COMPUTE WS-VALOR-DEC-TERCERO ROUNDED =
                 JBP-PENSION-MENSUAL * WS-MESES-DERECHO / 12
           END-IF.

      *    DECIMA CUARTA: UN SUELDO BASICO EN EL MES DEL REGIMEN,
      *    PROPORCIONAL A LOS MESES CON PENSION DE LOS DOCE
      *    ANTERIORES.
           IF JBP-DEC-CUARTO = "S" AND
              JBP-MES-DEC-CUARTO = WS-PAG-FEC-MM
             IF WS-SUELDO-BASICO = ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               ADD 1 TO WS-TOTAL-ERRORES
               DISPLAY "JUBILADO " JBP-COD-EMPLEADO " - NO HAY "
                   "SUELDO BASICO VIGENTE PARA LA DECIMA CUARTA, "
                   "REGISTRELO EN LAS TASAS DE APORTE"
               EXIT PARAGRAPH
             END-IF
             COMPUTE WS-MES-VENTANA = WS-MES-PAGO - 12
             IF WS-MES-INICIO > WS-MES-VENTANA
               COMPUTE WS-MESES-DERECHO = WS-MES-PAGO - WS-MES-INICIO
             ELSE
               MOVE 12 TO WS-MESES-DERECHO
             END-IF
             IF WS-MESES-DERECHO > ZEROS
               COMPUTE WS-VALOR-DEC-CUARTO ROUNDED =
                   WS-SUELDO-BASICO * WS-MESES-DERECHO / 12
             END-IF
           END-IF.

           COMPUTE WS-VALOR-TOTAL = WS-VALOR-PENSION +
               WS-VALOR-DEC-TERCERO + WS-VALOR-DEC-CUARTO.

       3040-DESCONTAR-RESERVA.
      *-----------------------
      *    LA RESERVA CUBRE EL PAGO HASTA AGOTARSE; EL RESTO ES GASTO
      *    DEL PERIODO.
           MOVE ZEROS TO WS-VALOR-DE-RESERVA WS-SALDO-RESERVA.

           MOVE JBP-COD-EMPRESA  TO JUB-COD-EMPRESA.
           MOVE JBP-COD-EMPLEADO TO JUB-COD-EMPLEADO.

           READ ARCHIVO-JUBILACION
           END-READ.

           IF FL-JUB NOT = "00" OR JUB-RESERVA-ACUM = ZEROS
             ADD 1 TO WS-TOTAL-SIN-RESERVA
             EXIT PARAGRAPH
           END-IF.

           IF JUB-RESERVA-ACUM >= WS-VALOR-TOTAL
             MOVE WS-VALOR-TOTAL   TO WS-VALOR-DE-RESERVA
           ELSE
             MOVE JUB-RESERVA-ACUM TO WS-VALOR-DE-RESERVA
             DISPLAY "JUBILADO " JBP-COD-EMPLEADO " - LA RESERVA "
                 "SE AGOTA EN ESTE PAGO"
           END-IF.

           SUBTRACT WS-VALOR-DE-RESERVA FROM JUB-RESERVA-ACUM.
           MOVE JUB-RESERVA-ACUM TO WS-SALDO-RESERVA.

           REWRITE JUB-DATOS
           END-REWRITE.

           IF FL-JUB NOT = "00"
             DISPLAY "ERROR AL DESCONTAR LA RESERVA DEL JUBILADO "
                 JBP-COD-EMPLEADO " - " FL-JUB
             MOVE "3040-DESCONTAR-RESERVA" TO WS-ERR-PARRAFO
             MOVE "JUB" TO WS-ERR-ARCHIVO
             MOVE FL-JUB TO WS-ERR-ESTADO
             MOVE JUB-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3050-REGISTRAR-PAGO.
      *--------------------
      *    EL PAGO QUEDA GENERADO (G) HASTA QUE SALE EN EL ARCHIVO
      *    DE SU BANCO, DONDE PASA A ENVIADO (E).
           INITIALIZE PEN-DATOS.
           MOVE JBP-COD-EMPRESA      TO PEN-COD-EMPRESA.
           MOVE JBP-COD-EMPLEADO     TO PEN-COD-EMPLEADO.
           MOVE WS-PAG-FEC-AA        TO PEN-FEC-AA.
           MOVE WS-PAG-FEC-MM        TO PEN-FEC-MM.
           MOVE WS-VALOR-PENSION     TO PEN-PENSION.
           MOVE WS-VALOR-DEC-TERCERO TO PEN-DEC-TERCERO.
           MOVE WS-VALOR-DEC-CUARTO  TO PEN-DEC-CUARTO.
           MOVE WS-VALOR-TOTAL       TO PEN-TOTAL.
           MOVE WS-VALOR-DE-RESERVA  TO PEN-DE-RESERVA.
           MOVE JBP-COD-BANCO        TO PEN-COD-BANCO.
           MOVE JBP-TIPO-CUENTA      TO PEN-TIPO-CUENTA.
           MOVE JBP-NUM-CUENTA       TO PEN-NUM-CUENTA.
           MOVE "G"                  TO PEN-ESTADO.
           MOVE WS-FECHA-SISTEMA     TO PEN-FEC-PAGO.

           WRITE PEN-DATOS
           END-WRITE.

           IF FL-PEN NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL REGISTRAR EL PAGO DEL JUBILADO "
                 JBP-COD-EMPLEADO " - " FL-PEN
             MOVE "3050-REGISTRAR-PAGO" TO WS-ERR-PARRAFO
             MOVE "PEN" TO WS-ERR-ARCHIVO
             MOVE FL-PEN TO WS-ERR-ESTADO
             MOVE PEN-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           ADD WS-VALOR-TOTAL   TO JBP-TOTAL-PAGADO.
           MOVE WS-PAG-FEC-AA   TO JBP-ULT-PAGO-AA.
           MOVE WS-PAG-FEC-MM   TO JBP-ULT-PAGO-MM.

           REWRITE JBP-DATOS
           END-REWRITE.

           MOVE "00" TO FL-PEN.

       3055-CLASIFICAR-BANCO.
      *----------------------
           MOVE ZERO TO WS-FILA-BAN.
           PERFORM VARYING WS-IND-BAN FROM 1 BY 1
               UNTIL WS-IND-BAN > WS-TOT-BANCOS OR
                     WS-FILA-BAN > ZEROS
             IF WS-BAN-CODIGO (WS-IND-BAN) = JBP-COD-BANCO
               MOVE WS-IND-BAN TO WS-FILA-BAN
             END-IF
           END-PERFORM.

           IF WS-FILA-BAN = ZEROS
             IF WS-TOT-BANCOS < 50
               ADD 1 TO WS-TOT-BANCOS
               MOVE WS-TOT-BANCOS TO WS-FILA-BAN
               MOVE JBP-COD-BANCO TO WS-BAN-CODIGO (WS-FILA-BAN)
             ELSE
               DISPLAY "JUBILADO " JBP-COD-EMPLEADO " - TABLA DE "
                   "BANCOS LLENA, EL PAGO QUEDA GENERADO SIN ENVIAR"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD 1 TO WS-BAN-INCLUIDOS (WS-FILA-BAN).
           ADD WS-VALOR-TOTAL TO WS-BAN-TOTAL (WS-FILA-BAN).

       3060-GENERAR-ARCHIVO-BANCO.
      *----------------------------
           MOVE WS-BAN-CODIGO (WS-IND-BAN) TO WS-BANCO-ACTUAL.

           MOVE WS-BANCO-ACTUAL TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.

           MOVE SPACES TO WS-NOMBRE-ACH.
           STRING "../Archivos/Transfer-JUB-"
               WS-BANCO-ACTUAL ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ACH
           END-STRING.

           OPEN OUTPUT ARCHIVO-TRANSFERENCIA.

           MOVE WS-CIA-CODIGO TO ACH-CAB-EMPRESA.
           COMPUTE ACH-CAB-PERIODO =
               WS-PAG-FEC-AA * 100 + WS-PAG-FEC-MM.
           MOVE WS-FECHA-SISTEMA TO ACH-CAB-FEC-GEN.
           MOVE WS-BANCO-ACTUAL  TO ACH-CAB-BANCO.
           MOVE BIN-COD-RUTA     TO ACH-CAB-RUTA.
           MOVE BIN-FORMATO      TO ACH-CAB-FORMATO.
           WRITE ACH-LINEA FROM ACH-CABECERA.

           MOVE ZERO TO WS-SEC-BANCO.

           MOVE LOW-VALUES    TO PEN-CLAVE.
           MOVE WS-CIA-CODIGO TO PEN-COD-EMPRESA.

           START ARCHIVO-PENSIONES KEY IS NOT LESS THAN PEN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PEN
           END-START.

           IF FL-PEN = "00"
             PERFORM 3061-LEER-PAGO
           END-IF.

           PERFORM UNTIL FL-PEN NOT = "00" OR
                   PEN-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF PEN-FEC-AA = WS-PAG-FEC-AA AND
                PEN-FEC-MM = WS-PAG-FEC-MM AND
                PEN-ESTADO = "G" AND
                PEN-COD-BANCO = WS-BANCO-ACTUAL
               PERFORM 3062-ESCRIBIR-DETALLE
             END-IF
             PERFORM 3061-LEER-PAGO
           END-PERFORM.

           MOVE WS-BAN-INCLUIDOS (WS-IND-BAN) TO ACH-COLA-REGISTROS.
           MOVE WS-BAN-TOTAL (WS-IND-BAN)     TO ACH-COLA-TOTAL.
           WRITE ACH-LINEA FROM ACH-COLA.

           CLOSE ARCHIVO-TRANSFERENCIA.

           DISPLAY "ARCHIVO GENERADO: " WS-NOMBRE-ACH
               " (" WS-BAN-INCLUIDOS (WS-IND-BAN) " REGISTROS)".

       3061-LEER-PAGO.
      *---------------
           READ ARCHIVO-PENSIONES NEXT RECORD
           END-READ.

       3062-ESCRIBIR-DETALLE.
      *----------------------
           MOVE PEN-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE ZEROS TO EMP-CEDULA
           END-IF.

           ADD 1 TO WS-SEC-BANCO.
           MOVE WS-SEC-BANCO     TO ACH-DET-SECUENCIA.
           MOVE PEN-COD-BANCO    TO ACH-DET-BANCO.
           MOVE PEN-TIPO-CUENTA  TO ACH-DET-TIPO-CUENTA.
           MOVE PEN-NUM-CUENTA   TO ACH-DET-NUM-CUENTA.
           MOVE EMP-CEDULA       TO ACH-DET-CEDULA.
           MOVE PEN-TOTAL        TO ACH-DET-VALOR.
           WRITE ACH-LINEA FROM ACH-DETALLE.

           MOVE "E" TO PEN-ESTADO.
           REWRITE PEN-DATOS
           END-REWRITE.

       3070-POSTEAR-PAGOS-GL.
      *----------------------
      *    LO PAGADO SE POSTEA CONTRA LA RESERVA HASTA DONDE ELLA LO
      *    CUBRE Y EL RESTO AL GASTO DE PENSIONES; EL HABER ES LA
      *    CUENTA POR PAGAR QUE CANCELAN LAS TRANSFERENCIAS.
           OPEN OUTPUT ARCHIVO-INTERFAZ.

           IF WS-TOT-PAGADO = ZEROS
             CLOSE ARCHIVO-INTERFAZ
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO INT-EMPRESA.
           COMPUTE INT-PERIODO = WS-PAG-FEC-AA * 100 + WS-PAG-FEC-MM.
           MOVE ZEROS         TO INT-OFICINA.

           IF WS-TOT-DE-RESERVA > ZEROS
             MOVE "D"                 TO INT-TIPO-LINEA
             MOVE WS-CTA-RESERVA      TO INT-CUENTA
             MOVE WS-RUBRO-JUBILACION TO INT-RUBRO
             MOVE WS-TOT-DE-RESERVA   TO INT-VALOR
             WRITE INT-LINEA FROM INT-ASIENTO
           END-IF.

           IF WS-TOT-AL-GASTO > ZEROS
             MOVE "D"                 TO INT-TIPO-LINEA
             MOVE WS-CTA-GASTO        TO INT-CUENTA
             MOVE WS-RUBRO-PENSION    TO INT-RUBRO
             MOVE WS-TOT-AL-GASTO     TO INT-VALOR
             WRITE INT-LINEA FROM INT-ASIENTO
           END-IF.

           MOVE "H"                   TO INT-TIPO-LINEA.
           MOVE WS-CTA-POR-PAGAR      TO INT-CUENTA.
           MOVE WS-RUBRO-PENSION      TO INT-RUBRO.
           MOVE WS-TOT-PAGADO         TO INT-VALOR.
           WRITE INT-LINEA FROM INT-ASIENTO.

           CLOSE ARCHIVO-INTERFAZ.

       3080-IMPRIMIR-TOTALES.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-PENSION TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PENSIONES DEL MES:          " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-DEC-TERCERO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DECIMAS TERCERAS:           " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-DEC-CUARTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DECIMAS CUARTAS:            " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-PAGADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL PAGADO:               " WS-TOTAL-EDITADO
               "  JUBILADOS " WS-TOTAL-PAGADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-DE-RESERVA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CUBIERTO POR LA RESERVA:    " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-AL-GASTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CARGADO AL GASTO:           " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PAGO-JUB"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
