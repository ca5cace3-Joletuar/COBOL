      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-FON.
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
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-EJD.cpy".
            COPY "./Copys/FISI-CNV.cpy".

      *    ARCHIVO DE ANCHO FIJO QUE RECIBE EL SISTEMA DE TESORERIA
      *    CON LAS NECESIDADES DE FONDEO DE LA NOMINA.
            SELECT ARCHIVO-FONDEO
              ASSIGN TO "../Archivos/Fondeo-TES.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-FON.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-EJD.cpy".
            COPY "./Copys/LOGI-CNV.cpy".

       FD  ARCHIVO-FONDEO.
       01  FON-LINEA                    PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-BIN                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-EJD                  PIC XX.
       01  FL-CNV                  PIC XX.
       01  FL-FON                  PIC XX.

      *    AVISO DE FONDEO PARA TESORERIA: SE CORRE DESPUES DE
      *    PROC-NOM Y ANTES DE GEN-ACH. NO GRABA NADA EN LA NOMINA:
      *    PROYECTA CON LAS MISMAS REGLAS DE LOS PROGRAMAS DE PAGO
      *    CUANTO DEBE HABER EN CADA BANCO PAGADOR Y PARA QUE FECHA.
       01  WS-PARAMETROS-FON.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-FON-FEC-AA         PIC 9(4).
           03 WS-FON-FEC-MM         PIC 9(2).
           03 WS-BANCO-NOMINA       PIC 9(3).
           03 WS-BANCO-OBLIGACION   PIC 9(3).

      *    FECHAS DE VENCIMIENTO: EL DIA DE PAGO CUBRE LO QUE SALE
      *    CON LA NOMINA (TRANSFERENCIAS, CHEQUES, EMBARGOS Y
      *    REMESAS DE CONVENIOS); LOS APORTES AL IESS VENCEN EL 15
      *    DEL MES SIGUIENTE Y LA RETENCION EN LA FUENTE EL DIA QUE
      *    FIJA EL NOVENO DIGITO DEL RUC DE LA EMPRESA.
       01  WS-FECHA-PAGO.
           03 WS-PAG-FEC-AA         PIC 9(4).
           03 WS-PAG-FEC-MM         PIC 9(2).
           03 WS-PAG-FEC-DD         PIC 9(2).
       01  WS-FECHA-PAGO-NUM REDEFINES WS-FECHA-PAGO PIC 9(8).

       01  WS-FECHA-IESS.
           03 WS-IES-FEC-AA         PIC 9(4).
           03 WS-IES-FEC-MM         PIC 9(2).
           03 WS-IES-FEC-DD         PIC 9(2).
       01  WS-FECHA-IESS-NUM REDEFINES WS-FECHA-IESS PIC 9(8).

       01  WS-FECHA-SRI.
           03 WS-SRI-FEC-AA         PIC 9(4).
           03 WS-SRI-FEC-MM         PIC 9(2).
           03 WS-SRI-FEC-DD         PIC 9(2).
       01  WS-FECHA-SRI-NUM REDEFINES WS-FECHA-SRI PIC 9(8).

       01  WS-FECHA-SIGUIENTE.
           03 WS-SIG-FEC-AA         PIC 9(4).
           03 WS-SIG-FEC-MM         PIC 9(2).
           03 WS-SIG-FEC-DD         PIC 9(2).
       01  WS-FECHA-SIGUIENTE-NUM REDEFINES WS-FECHA-SIGUIENTE
                                    PIC 9(8).
       01  WS-DIA-INT               PIC 9(7).

       77  WS-DIA-VENCE-IESS        PIC 9(2) VALUE 15.

      *    DIA DE VENCIMIENTO DE LA RETENCION SEGUN EL NOVENO
      *    DIGITO DEL RUC: 1 VENCE EL 10, 2 EL 12 ... 9 EL 26 Y
      *    0 EL 28 (POSICION 10 DE LA TABLA).
       01  WS-DIAS-SRI-VALORES      PIC X(20)
               VALUE "10121416182022242628".
       01  WS-DIAS-SRI REDEFINES WS-DIAS-SRI-VALORES.
           03 WS-DIA-SRI            PIC 9(2) OCCURS 10 TIMES.

       01  WS-RUC-EMPRESA.
           03 FILLER                PIC X(8).
           03 WS-RUC-NOVENO         PIC 9(1).
           03 FILLER                PIC X(1).
       01  WS-IND-SRI               PIC 9(2).

       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FUTURO         PIC X(1).
           03 WS-VAL-PERIODO        PIC X(1).
           03 WS-VAL-EMPRESA        PIC 9(3).
           03 WS-VAL-RESULTADO      PIC X(1).
               88 WS-FECHA-VALIDA   VALUE "0".
           03 WS-VAL-MENSAJE        PIC X(60).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-NETO-EMPLEADO         PIC S9(10)V9(2).
       01  WS-TIENE-RUBROS          PIC 9.
           88 WS-CON-RUBROS         VALUE 1.
           88 WS-SIN-RUBROS         VALUE 0.

       01  WS-BANDERA-RETENCION     PIC 9.
           88 WS-PAGO-RETENIDO      VALUE 1.
           88 WS-PAGO-LIBRE         VALUE 0.
           88 WS-PAGO-LIBERADO      VALUE 2.

       01  WS-RUBRO-EVALUAR         PIC 9(2).
           88 WS-ES-RUBRO-LIQUIDACION VALUE 11 12 13 14 24.
           88 WS-ES-RUBRO-IESS      VALUE 3 4.
           88 WS-ES-RUBRO-RENTA     VALUE 5.
       01  WS-BANDERA-LIQUIDACION   PIC 9.
           88 WS-CON-LIQUIDACION    VALUE 1.
           88 WS-SIN-LIQUIDACION    VALUE 0.
       01  WS-BANDERA-APORTA        PIC 9.
           88 WS-CON-APORTE         VALUE 1.

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

      *    CONVENIOS ACTIVOS: SU RUBRO DE DESCUENTO SE REMESA AL
      *    PROVEEDOR; LOS DESCUENTOS SIN CONVENIO QUEDAN EN CASA.
       77  WS-BASE-RUBRO-DESCUENTO  PIC 9(2) VALUE 50.

       01  WS-TABLA-CONVENIOS.
           03 WS-CNV-FILA OCCURS 30 TIMES.
              05 WS-CNV-CODIGO      PIC 9(3).
              05 WS-CNV-RUBRO       PIC 9(2).
              05 WS-CNV-NOMBRE      PIC X(30).
              05 WS-CNV-REGISTROS   PIC 9(6).
              05 WS-CNV-TOTAL       PIC 9(13)V9(2).

       01  WS-TOT-CONVENIOS         PIC 9(2).
       01  WS-IND-CNV               PIC 9(2).

       01  WS-ACUMULADOS.
           03 WS-TOTAL-IESS         PIC 9(13)V9(2).
           03 WS-REG-IESS           PIC 9(6).
           03 WS-TOTAL-RENTA        PIC 9(13)V9(2).
           03 WS-REG-RENTA          PIC 9(6).
           03 WS-TOTAL-EMBARGOS     PIC 9(13)V9(2).
           03 WS-REG-EMBARGOS       PIC 9(6).

       01  WS-CONTADORES.
           03 WS-TOTAL-ACH          PIC 9(6).
           03 WS-TOTAL-CHEQUES      PIC 9(6).
           03 WS-TOTAL-SIN-RUTA     PIC 9(6).
           03 WS-TOTAL-NETO-CERO    PIC 9(6).
           03 WS-TOTAL-NETO-NEG     PIC 9(6).
           03 WS-TOTAL-RETENIDOS    PIC 9(6).
           03 WS-TOTAL-YA-PAGADOS   PIC 9(6).
           03 WS-VALOR-RETENIDO     PIC 9(13)V9(2).

      *    OBLIGACIONES DE FONDEO: UNA FILA POR VENCIMIENTO, BANCO
      *    PAGADOR, CONCEPTO Y REFERENCIA (BANCO DESTINO DE LA
      *    TRANSFERENCIA O CODIGO DEL CONVENIO).
       01  WS-TABLA-FONDEO.
           03 WS-FON-FILA OCCURS 100 TIMES.
              05 WS-FON-GRUPO.
                 07 WS-FON-VENCE    PIC 9(8).
                 07 WS-FON-BANCO    PIC 9(3).
              05 WS-FON-CONCEPTO    PIC X(3).
              05 WS-FON-REFERENCIA  PIC 9(3).
              05 WS-FON-DESCRIPCION PIC X(30).
              05 WS-FON-REGISTROS   PIC 9(6).
              05 WS-FON-VALOR       PIC 9(13)V9(2).

       01  WS-TOT-FONDEO            PIC 9(3).
       01  WS-IND-FON               PIC 9(3).
       01  WS-FILA-FON              PIC 9(3).

       01  WS-OBLIGACION.
           03 WS-OBL-VENCE          PIC 9(8).
           03 WS-OBL-BANCO          PIC 9(3).
           03 WS-OBL-CONCEPTO       PIC X(3).
           03 WS-OBL-REFERENCIA     PIC 9(3).
           03 WS-OBL-DESCRIPCION    PIC X(30).
           03 WS-OBL-REGISTROS      PIC 9(6).
           03 WS-OBL-VALOR          PIC 9(13)V9(2).

      *    EL REPORTE Y EL ARCHIVO SALEN ORDENADOS POR VENCIMIENTO Y
      *    BANCO PAGADOR: CADA VUELTA BUSCA EL MENOR GRUPO QUE SIGUE
      *    AL YA EMITIDO.
       01  WS-GRUPO-ANTERIOR.
           03 WS-ANT-VENCE          PIC 9(8).
           03 WS-ANT-BANCO          PIC 9(3).
       01  WS-GRUPO-ACTUAL.
           03 WS-ACT-VENCE          PIC 9(8).
           03 WS-ACT-BANCO          PIC 9(3).
       01  WS-BANDERA-GRUPO         PIC 9.
           88 WS-HAY-GRUPO          VALUE 1.
           88 WS-SIN-GRUPO          VALUE 0.

       01  WS-SUBTOTAL-GRUPO        PIC 9(13)V9(2).
       01  WS-TOTAL-FONDEO          PIC 9(13)V9(2).
       01  WS-TOTAL-GRUPOS          PIC 9(3).
       01  WS-SEC-DETALLE           PIC 9(6).

       01  WS-VALOR-EDITADO         PIC Z(12)9.99.
       01  WS-NOMBRE-BANCO          PIC X(30).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

      *    REGISTROS DE ANCHO FIJO PARA TESORERIA: CABECERA, UN
      *    DETALLE POR OBLIGACION, UN SUBTOTAL POR VENCIMIENTO Y
      *    BANCO PAGADOR, Y COLA CON CONTEO Y TOTAL DE CONTROL.
       01  FON-CABECERA.
           03 FILLER                PIC X(1) VALUE "H".
           03 FON-CAB-EMPRESA       PIC 9(3).
           03 FON-CAB-PERIODO       PIC 9(6).
           03 FON-CAB-FEC-GEN       PIC 9(8).
           03 FON-CAB-FEC-PAGO      PIC 9(8).
           03 FON-CAB-BCO-NOMINA    PIC 9(3).
           03 FON-CAB-BCO-OBLIGA    PIC 9(3).
           03 FILLER                PIC X(48) VALUE SPACES.

       01  FON-DETALLE.
           03 FILLER                PIC X(1) VALUE "D".
           03 FON-DET-SECUENCIA     PIC 9(6).
           03 FON-DET-VENCE         PIC 9(8).
           03 FON-DET-BANCO         PIC 9(3).
           03 FON-DET-CONCEPTO      PIC X(3).
           03 FON-DET-REFERENCIA    PIC 9(3).
           03 FON-DET-REGISTROS     PIC 9(6).
           03 FON-DET-VALOR         PIC 9(13)V9(2).
           03 FON-DET-DESCRIPCION   PIC X(30).
           03 FILLER                PIC X(5) VALUE SPACES.

       01  FON-SUBTOTAL.
           03 FILLER                PIC X(1) VALUE "S".
           03 FON-SUB-VENCE         PIC 9(8).
           03 FON-SUB-BANCO         PIC 9(3).
           03 FON-SUB-VALOR         PIC 9(13)V9(2).
           03 FILLER                PIC X(53) VALUE SPACES.

       01  FON-COLA.
           03 FILLER                PIC X(1) VALUE "T".
           03 FON-COLA-REGISTROS    PIC 9(6).
           03 FON-COLA-TOTAL        PIC 9(13)V9(2).
           03 FILLER                PIC X(58) VALUE SPACES.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

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
             PERFORM 2010-VALIDAR-PARAMETROS
             IF WS-CAMPOS-CORRECTO
               PERFORM 2020-CALCULAR-VENCIMIENTOS
             END-IF
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-CALCULAR-FONDEO
               PERFORM 4000-IMPRIMIR-REPORTE
               PERFORM 5000-GENERAR-ARCHIVO
               PERFORM 3900-IMPRIMIR-CONTROL
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE GENERO EL AVISO DE FONDEO"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           OPEN INPUT ARCHIVO-BANCOS.

           OPEN INPUT ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN INPUT ARCHIVO-RETENCIONES
           END-IF.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

           OPEN INPUT ARCHIVO-EMBARGOS-DET.
           IF FL-EJD NOT = "00"
             OPEN OUTPUT ARCHIVO-EMBARGOS-DET
             CLOSE ARCHIVO-EMBARGOS-DET
             OPEN INPUT ARCHIVO-EMBARGOS-DET
           END-IF.

           OPEN INPUT ARCHIVO-CONVENIOS.
           IF FL-CNV NOT = "00"
             OPEN OUTPUT ARCHIVO-CONVENIOS
             CLOSE ARCHIVO-CONVENIOS
             OPEN INPUT ARCHIVO-CONVENIOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-EMBARGOS-DET.
           CLOSE ARCHIVO-CONVENIOS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   AVISO DE FONDEO DE NOMINA PARA TESORERIA".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-FON-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-FON-FEC-MM.
           DISPLAY "INGRESE LA FECHA DE PAGO (AAAAMMDD, "
               "0 = ULTIMO DIA DEL PERIODO): ".
           ACCEPT WS-FECHA-PAGO-NUM.
           DISPLAY "INGRESE EL BANCO PAGADOR DE LA NOMINA: ".
           ACCEPT WS-BANCO-NOMINA.
           DISPLAY "INGRESE EL BANCO PAGADOR DE IESS Y RENTA "
               "(0 = EL MISMO DE LA NOMINA): ".
           ACCEPT WS-BANCO-OBLIGACION.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-FON-FEC-AA IS NOT NUMERIC OR
                    WS-FON-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-FON-FEC-MM IS NOT NUMERIC OR
                    WS-FON-FEC-MM <= ZEROS OR WS-FON-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN WS-FECHA-PAGO-NUM IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA FECHA DE PAGO"
               WHEN WS-BANCO-NOMINA IS NOT NUMERIC OR
                    WS-BANCO-NOMINA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL BANCO PAGADOR"
               WHEN WS-BANCO-OBLIGACION IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL BANCO DE IESS Y RENTA"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-CAMPOS-CORRECTO AND WS-BANCO-OBLIGACION = ZEROS
             MOVE WS-BANCO-NOMINA TO WS-BANCO-OBLIGACION
           END-IF.

       2010-VALIDAR-PARAMETROS.
      *-------------------------
      *    LOS DATOS DE PRACTICA NO SE FONDEAN. EL PERIODO DEBE
      *    ESTAR LIQUIDADO COMPLETO: UNA CORRIDA EN PROCESO DEJARIA
      *    EL FONDEO CORTO. UN PERIODO AUN ABIERTO SE ACEPTA PORQUE
      *    EL AVISO SALE ANTES DEL CIERRE, PERO SE ADVIERTE.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " NO EXISTE"
             EXIT PARAGRAPH
           END-IF.
           IF CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE GENERA EL AVISO DE FONDEO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-FON-FEC-AA TO PER-FEC-AA.
           MOVE WS-FON-FEC-MM TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-FON-FEC-AA "-"
                     WS-FON-FEC-MM " NO HA SIDO PROCESADO"
                 EXIT PARAGRAPH
               WHEN PER-ESTADO = "P"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-FON-FEC-AA "-"
                     WS-FON-FEC-MM " TIENE UNA CORRIDA EN PROCESO"
                 EXIT PARAGRAPH
               WHEN PER-ESTADO NOT = "C"
                 DISPLAY "AVISO: EL PERIODO AUN NO ESTA CERRADO, "
                     "LOS VALORES PUEDEN CAMBIAR ANTES DEL CIERRE"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WS-BANCO-NOMINA TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.
           IF FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL BANCO PAGADOR " WS-BANCO-NOMINA
                 " NO ESTA ACTIVO EN EL MAESTRO DE INSTITUCIONES"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-BANCO-OBLIGACION TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.
           IF FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL BANCO PAGADOR " WS-BANCO-OBLIGACION
                 " NO ESTA ACTIVO EN EL MAESTRO DE INSTITUCIONES"
           END-IF.

       2020-CALCULAR-VENCIMIENTOS.
      *----------------------------
           IF WS-FON-FEC-MM = 12
             COMPUTE WS-SIG-FEC-AA = WS-FON-FEC-AA + 1
             MOVE 1 TO WS-SIG-FEC-MM
           ELSE
             MOVE WS-FON-FEC-AA TO WS-SIG-FEC-AA
             COMPUTE WS-SIG-FEC-MM = WS-FON-FEC-MM + 1
           END-IF.
           MOVE 1 TO WS-SIG-FEC-DD.

      *    SIN FECHA DE PAGO SE PAGA EL ULTIMO DIA DEL PERIODO.
           IF WS-FECHA-PAGO-NUM = ZEROS
             COMPUTE WS-DIA-INT =
                 FUNCTION INTEGER-OF-DATE (WS-FECHA-SIGUIENTE-NUM)
                 - 1
             COMPUTE WS-FECHA-PAGO-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           END-IF.

           MOVE WS-FECHA-PAGO      TO WS-VAL-FECHA.
           MOVE "N"                TO WS-VAL-FUTURO.
           MOVE "N"                TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO      TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "FECHA DE PAGO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-IESS.
           MOVE WS-DIA-VENCE-IESS  TO WS-IES-FEC-DD.

           MOVE CIA-RUC TO WS-RUC-EMPRESA.
           IF WS-RUC-NOVENO = ZEROS
             MOVE 10 TO WS-IND-SRI
           ELSE
             MOVE WS-RUC-NOVENO TO WS-IND-SRI
           END-IF.
           MOVE WS-FECHA-SIGUIENTE       TO WS-FECHA-SRI.
           MOVE WS-DIA-SRI (WS-IND-SRI)  TO WS-SRI-FEC-DD.

           DISPLAY "FECHA DE PAGO DE LA NOMINA: " WS-FECHA-PAGO-NUM.
           DISPLAY "VENCIMIENTO APORTES IESS:   " WS-FECHA-IESS-NUM.
           DISPLAY "VENCIMIENTO RETENCION RENTA: " WS-FECHA-SRI-NUM.

       3000-CALCULAR-FONDEO.
      *----------------------
           INITIALIZE WS-CONTADORES WS-ACUMULADOS
               WS-TABLA-FONDEO WS-TABLA-CONVENIOS.
           MOVE ZERO TO WS-TOT-FONDEO.
           MOVE ZERO TO WS-TOT-CONVENIOS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 3005-CARGAR-CONVENIOS.

           MOVE LOW-VALUES    TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3010-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO
               PERFORM 3020-PROCESAR-EMPLEADO
             END-IF
             PERFORM 3010-LEER-EMPLEADO
           END-PERFORM.

           PERFORM 3060-SUMAR-EMBARGOS.

           PERFORM 3070-REGISTRAR-OBLIGACIONES.

       3005-CARGAR-CONVENIOS.
      *-----------------------
           MOVE LOW-VALUES TO CNV-CODIGO.

           START ARCHIVO-CONVENIOS KEY IS NOT LESS THAN CNV-CODIGO
             INVALID KEY
               MOVE "10" TO FL-CNV
           END-START.

           IF FL-CNV = "00"
             PERFORM 3006-LEER-CONVENIO
           END-IF.

           PERFORM UNTIL FL-CNV NOT = "00"
             IF CNV-ESTADO = "A"
               IF WS-TOT-CONVENIOS < 30
                 ADD 1 TO WS-TOT-CONVENIOS
                 MOVE CNV-CODIGO TO WS-CNV-CODIGO (WS-TOT-CONVENIOS)
                 COMPUTE WS-CNV-RUBRO (WS-TOT-CONVENIOS) =
                     WS-BASE-RUBRO-DESCUENTO + CNV-TIPO-DESCUENTO
                 MOVE CNV-NOMBRE TO WS-CNV-NOMBRE (WS-TOT-CONVENIOS)
               ELSE
                 DISPLAY "CONVENIO " CNV-CODIGO " NO INCLUIDO - "
                     "TABLA DE CONVENIOS LLENA"
               END-IF
             END-IF
             PERFORM 3006-LEER-CONVENIO
           END-PERFORM.

       3006-LEER-CONVENIO.
      *--------------------
           READ ARCHIVO-CONVENIOS NEXT RECORD
           END-READ.

       3010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3020-PROCESAR-EMPLEADO.
      *------------------------
      *    LAS OBLIGACIONES CON TERCEROS SE DEBEN AUNQUE EL NETO
      *    DEL EMPLEADO QUEDE RETENIDO; SOLO EL NETO SE ENRUTA A
      *    TRANSFERENCIA O CHEQUE CON LAS REGLAS DE GEN-ACH Y
      *    GEN-CHQ.
           PERFORM 3030-CALCULAR-NETO.

           IF WS-SIN-RUBROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3025-VERIFICAR-RETENCION.

           IF WS-PAGO-LIBRE AND WS-CON-LIQUIDACION
             INITIALIZE WS-CONTROL-PAZ-SALVO
             MOVE "C"           TO WS-PYS-OPERACION
             MOVE WS-CIA-CODIGO TO WS-PYS-EMPRESA
             MOVE EMP-CLAVE     TO WS-PYS-EMPLEADO
             MOVE LK-OPERADOR   TO WS-PYS-OPERADOR
             MOVE "REP-FON"     TO WS-PYS-PROGRAMA
             CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO
             IF NOT WS-PYS-LIBERADO
               MOVE 1 TO WS-BANDERA-RETENCION
             END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-PAGO-LIBERADO
                 ADD 1 TO WS-TOTAL-YA-PAGADOS
               WHEN WS-NETO-EMPLEADO < ZEROS
                 ADD 1 TO WS-TOTAL-NETO-NEG
               WHEN WS-NETO-EMPLEADO = ZEROS
                 ADD 1 TO WS-TOTAL-NETO-CERO
               WHEN WS-PAGO-RETENIDO
                 ADD 1 TO WS-TOTAL-RETENIDOS
                 ADD WS-NETO-EMPLEADO TO WS-VALOR-RETENIDO
               WHEN OTHER
                 PERFORM 3040-ENRUTAR-NETO
           END-EVALUATE.

       3025-VERIFICAR-RETENCION.
      *--------------------------
           MOVE 0 TO WS-BANDERA-RETENCION.

           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO.
           MOVE WS-FON-FEC-AA TO RTN-FEC-AA.
           MOVE WS-FON-FEC-MM TO RTN-FEC-MM.

           READ ARCHIVO-RETENCIONES
           END-READ.

           EVALUATE TRUE
               WHEN FL-RTN NOT = "00"
                 CONTINUE
               WHEN RTN-ESTADO = "R"
                 MOVE 1 TO WS-BANDERA-RETENCION
               WHEN RTN-ESTADO = "L" AND RTN-VALOR-RETENIDO > ZEROS
                 MOVE 2 TO WS-BANDERA-RETENCION
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3030-CALCULAR-NETO.
      *--------------------
      *    UNA SOLA LECTURA DE LOS RUBROS DEL EMPLEADO EN EL
      *    PERIODO DA SU NETO Y LO QUE DE EL SE DEBE A TERCEROS.
           MOVE ZERO TO WS-NETO-EMPLEADO.
           MOVE 0 TO WS-TIENE-RUBROS.
           MOVE 0 TO WS-BANDERA-LIQUIDACION.
           MOVE 0 TO WS-BANDERA-APORTA.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-FON-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-FON-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 3031-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                   NOM-FEC-NOMINA-AA NOT = WS-FON-FEC-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-FON-FEC-MM
             MOVE 1 TO WS-TIENE-RUBROS
             MOVE NOM-TIPO-RUBRO TO WS-RUBRO-EVALUAR
             IF WS-ES-RUBRO-LIQUIDACION
               MOVE 1 TO WS-BANDERA-LIQUIDACION
             END-IF
             PERFORM 3035-ACUMULAR-TERCEROS
             MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB = "00"
               EVALUATE RUB-NATURALEZA
                   WHEN "I"
                     ADD NOM-VALOR TO WS-NETO-EMPLEADO
                   WHEN "E"
                     SUBTRACT NOM-VALOR FROM WS-NETO-EMPLEADO
                   WHEN OTHER
                     CONTINUE
               END-EVALUATE
             END-IF
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

           IF WS-CON-APORTE
             ADD 1 TO WS-REG-IESS
           END-IF.

           PERFORM 3032-DESCONTAR-CORRIDAS-ESP.

       3031-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3032-DESCONTAR-CORRIDAS-ESP.
      *-----------------------------
      *    LO QUE UNA CORRIDA ESPECIAL DEL PERIODO YA PAGO NO SE
      *    VUELVE A FONDEAR.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-FON-FEC-AA TO ESP-FEC-AA.
           MOVE WS-FON-FEC-MM TO ESP-FEC-MM.
           MOVE ZEROS         TO ESP-SECUENCIA.
           MOVE ZEROS         TO ESP-COD-EMPLEADO.
           MOVE ZEROS         TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 3033-LEER-CORRIDA-ESP
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ESP-FEC-AA NOT = WS-FON-FEC-AA OR
                   ESP-FEC-MM NOT = WS-FON-FEC-MM
             IF ESP-COD-EMPLEADO = EMP-CLAVE AND ESP-ESTADO = "A"
               MOVE ESP-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               END-READ
               IF FL-RUB = "00"
                 EVALUATE RUB-NATURALEZA
                     WHEN "I"
                       SUBTRACT ESP-VALOR FROM WS-NETO-EMPLEADO
                     WHEN "E"
                       ADD ESP-VALOR TO WS-NETO-EMPLEADO
                     WHEN OTHER
                       CONTINUE
                 END-EVALUATE
               END-IF
             END-IF
             PERFORM 3033-LEER-CORRIDA-ESP
           END-PERFORM.

       3033-LEER-CORRIDA-ESP.
      *-----------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       3035-ACUMULAR-TERCEROS.
      *------------------------
      *    APORTE PERSONAL Y PATRONAL VAN AL IESS; EL IMPUESTO A LA
      *    RENTA RETENIDO AL SRI; EL RUBRO DE UN CONVENIO ACTIVO A
      *    SU PROVEEDOR.
           EVALUATE TRUE
               WHEN WS-ES-RUBRO-IESS
                 ADD NOM-VALOR TO WS-TOTAL-IESS
                 MOVE 1 TO WS-BANDERA-APORTA
               WHEN WS-ES-RUBRO-RENTA
                 ADD NOM-VALOR TO WS-TOTAL-RENTA
                 ADD 1 TO WS-REG-RENTA
               WHEN NOM-TIPO-RUBRO > WS-BASE-RUBRO-DESCUENTO
                 PERFORM VARYING WS-IND-CNV FROM 1 BY 1
                     UNTIL WS-IND-CNV > WS-TOT-CONVENIOS
                   IF WS-CNV-RUBRO (WS-IND-CNV) = NOM-TIPO-RUBRO
                     ADD NOM-VALOR TO WS-CNV-TOTAL (WS-IND-CNV)
                     ADD 1 TO WS-CNV-REGISTROS (WS-IND-CNV)
                   END-IF
                 END-PERFORM
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3040-ENRUTAR-NETO.
      *-------------------
      *    CON CUENTA ACTIVA EN UN BANCO REGISTRADO EL NETO VIAJA
      *    POR TRANSFERENCIA A ESE BANCO; SIN CUENTA ACTIVA SALE EN
      *    CHEQUE. UNA CUENTA EN UN BANCO QUE NO ESTA EN EL MAESTRO
      *    NO LA PAGA NINGUNO DE LOS DOS Y SE ADVIERTE.
           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           INITIALIZE WS-OBLIGACION.
           MOVE WS-FECHA-PAGO-NUM TO WS-OBL-VENCE.
           MOVE WS-BANCO-NOMINA   TO WS-OBL-BANCO.
           MOVE 1                 TO WS-OBL-REGISTROS.
           MOVE WS-NETO-EMPLEADO  TO WS-OBL-VALOR.

           IF FL-BCO NOT = "00" OR BCO-ESTADO NOT = "A"
             MOVE "CHQ"                TO WS-OBL-CONCEPTO
             MOVE "CHEQUES A IMPRIMIR" TO WS-OBL-DESCRIPCION
             PERFORM 3090-AGREGAR-OBLIGACION
             ADD 1 TO WS-TOTAL-CHEQUES
             EXIT PARAGRAPH
           END-IF.

           MOVE BCO-COD-BANCO TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.

           IF FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
             ADD 1 TO WS-TOTAL-SIN-RUTA
             DISPLAY "SIN RUTA DE PAGO " EMP-CLAVE " " EMP-NOMBRES
                 " - BANCO " BCO-COD-BANCO " NO REGISTRADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE "ACH"         TO WS-OBL-CONCEPTO.
           MOVE BCO-COD-BANCO TO WS-OBL-REFERENCIA.
           MOVE BIN-NOMBRE    TO WS-OBL-DESCRIPCION.
           PERFORM 3090-AGREGAR-OBLIGACION.
           ADD 1 TO WS-TOTAL-ACH.

       3060-SUMAR-EMBARGOS.
      *---------------------
      *    CUOTAS DE EMBARGO RETENIDAS EN EL PERIODO QUE PAGO-EJU
      *    AUN NO HA DESEMBOLSADO A SUS BENEFICIARIOS.
           MOVE LOW-VALUES    TO EJD-CLAVE.
           MOVE WS-CIA-CODIGO TO EJD-COD-EMPRESA.

           START ARCHIVO-EMBARGOS-DET
               KEY IS NOT LESS THAN EJD-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EJD
           END-START.

           IF FL-EJD = "00"
             PERFORM 3061-LEER-EMBARGO
           END-IF.

           PERFORM UNTIL FL-EJD NOT = "00" OR
                   EJD-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF EJD-ESTADO = "R" AND
                EJD-FEC-AA = WS-FON-FEC-AA AND
                EJD-FEC-MM = WS-FON-FEC-MM AND
                EJD-VALOR > ZEROS
               ADD EJD-VALOR TO WS-TOTAL-EMBARGOS
               ADD 1 TO WS-REG-EMBARGOS
             END-IF
             PERFORM 3061-LEER-EMBARGO
           END-PERFORM.

       3061-LEER-EMBARGO.
      *-------------------
           READ ARCHIVO-EMBARGOS-DET NEXT RECORD
           END-READ.

       3070-REGISTRAR-OBLIGACIONES.
      *-----------------------------
           IF WS-TOTAL-EMBARGOS > ZEROS
             INITIALIZE WS-OBLIGACION
             MOVE WS-FECHA-PAGO-NUM    TO WS-OBL-VENCE
             MOVE WS-BANCO-NOMINA      TO WS-OBL-BANCO
             MOVE "EJU"                TO WS-OBL-CONCEPTO
             MOVE "DESEMBOLSOS DE EMBARGOS"
               TO WS-OBL-DESCRIPCION
             MOVE WS-REG-EMBARGOS      TO WS-OBL-REGISTROS
             MOVE WS-TOTAL-EMBARGOS    TO WS-OBL-VALOR
             PERFORM 3090-AGREGAR-OBLIGACION
           END-IF.

           PERFORM VARYING WS-IND-CNV FROM 1 BY 1
               UNTIL WS-IND-CNV > WS-TOT-CONVENIOS
             IF WS-CNV-TOTAL (WS-IND-CNV) > ZEROS
               INITIALIZE WS-OBLIGACION
               MOVE WS-FECHA-PAGO-NUM   TO WS-OBL-VENCE
               MOVE WS-BANCO-NOMINA     TO WS-OBL-BANCO
               MOVE "CNV"               TO WS-OBL-CONCEPTO
               MOVE WS-CNV-CODIGO (WS-IND-CNV)
                 TO WS-OBL-REFERENCIA
               MOVE WS-CNV-NOMBRE (WS-IND-CNV)
                 TO WS-OBL-DESCRIPCION
               MOVE WS-CNV-REGISTROS (WS-IND-CNV)
                 TO WS-OBL-REGISTROS
               MOVE WS-CNV-TOTAL (WS-IND-CNV) TO WS-OBL-VALOR
               PERFORM 3090-AGREGAR-OBLIGACION
             END-IF
           END-PERFORM.

           IF WS-TOTAL-IESS > ZEROS
             INITIALIZE WS-OBLIGACION
             MOVE WS-FECHA-IESS-NUM    TO WS-OBL-VENCE
             MOVE WS-BANCO-OBLIGACION  TO WS-OBL-BANCO
             MOVE "IES"                TO WS-OBL-CONCEPTO
             MOVE "APORTES IESS PERSONAL Y PATRONAL"
               TO WS-OBL-DESCRIPCION
             MOVE WS-REG-IESS          TO WS-OBL-REGISTROS
             MOVE WS-TOTAL-IESS        TO WS-OBL-VALOR
             PERFORM 3090-AGREGAR-OBLIGACION
           END-IF.

           IF WS-TOTAL-RENTA > ZEROS
             INITIALIZE WS-OBLIGACION
             MOVE WS-FECHA-SRI-NUM     TO WS-OBL-VENCE
             MOVE WS-BANCO-OBLIGACION  TO WS-OBL-BANCO
             MOVE "SRI"                TO WS-OBL-CONCEPTO
             MOVE "RETENCION IMPUESTO A LA RENTA"
               TO WS-OBL-DESCRIPCION
             MOVE WS-REG-RENTA         TO WS-OBL-REGISTROS
             MOVE WS-TOTAL-RENTA       TO WS-OBL-VALOR
             PERFORM 3090-AGREGAR-OBLIGACION
           END-IF.

       3090-AGREGAR-OBLIGACION.
      *-------------------------
           MOVE ZERO TO WS-FILA-FON.
           PERFORM VARYING WS-IND-FON FROM 1 BY 1
               UNTIL WS-IND-FON > WS-TOT-FONDEO OR
                     WS-FILA-FON > ZEROS
             IF WS-FON-VENCE (WS-IND-FON) = WS-OBL-VENCE AND
                WS-FON-BANCO (WS-IND-FON) = WS-OBL-BANCO AND
                WS-FON-CONCEPTO (WS-IND-FON) = WS-OBL-CONCEPTO AND
                WS-FON-REFERENCIA (WS-IND-FON) = WS-OBL-REFERENCIA
               MOVE WS-IND-FON TO WS-FILA-FON
             END-IF
           END-PERFORM.

           IF WS-FILA-FON = ZEROS
             IF WS-TOT-FONDEO < 100
               ADD 1 TO WS-TOT-FONDEO
               MOVE WS-TOT-FONDEO TO WS-FILA-FON
               MOVE WS-OBL-VENCE  TO WS-FON-VENCE (WS-FILA-FON)
               MOVE WS-OBL-BANCO  TO WS-FON-BANCO (WS-FILA-FON)
               MOVE WS-OBL-CONCEPTO
                 TO WS-FON-CONCEPTO (WS-FILA-FON)
               MOVE WS-OBL-REFERENCIA
                 TO WS-FON-REFERENCIA (WS-FILA-FON)
               MOVE WS-OBL-DESCRIPCION
                 TO WS-FON-DESCRIPCION (WS-FILA-FON)
             ELSE
               DISPLAY "OBLIGACION " WS-OBL-CONCEPTO " "
                   WS-OBL-REFERENCIA " NO INCLUIDA - TABLA DE "
                   "FONDEO LLENA"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD WS-OBL-REGISTROS TO WS-FON-REGISTROS (WS-FILA-FON).
           ADD WS-OBL-VALOR     TO WS-FON-VALOR (WS-FILA-FON).

       3900-IMPRIMIR-CONTROL.
      *-----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "CONTROL DE FONDEO - PERIODO "
               WS-FON-FEC-AA "-" WS-FON-FEC-MM " EMPRESA "
               WS-CIA-CODIGO.
           DISPLAY "NETOS POR TRANSFERENCIA:    " WS-TOTAL-ACH.
           DISPLAY "NETOS POR CHEQUE:           " WS-TOTAL-CHEQUES.
           DISPLAY "SIN RUTA DE PAGO:           " WS-TOTAL-SIN-RUTA.
           DISPLAY "RETENIDOS (NO SE FONDEAN):  " WS-TOTAL-RETENIDOS.
           DISPLAY "YA PAGADOS FUERA DE CICLO:  " WS-TOTAL-YA-PAGADOS.
           DISPLAY "NETO EN CERO:               " WS-TOTAL-NETO-CERO.
           DISPLAY "NETO NEGATIVO:              " WS-TOTAL-NETO-NEG.
           DISPLAY "TOTAL A FONDEAR:            " WS-TOTAL-FONDEO.
           DISPLAY WS-DECORADOR.

       4000-IMPRIMIR-REPORTE.
      *-----------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-FON "    TO WS-RPT-NOMBRE.
           MOVE "AVISO DE FONDEO DE NOMINA POR VENCIMIENTO Y BANCO"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FON-FEC-AA "-" WS-FON-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE ZERO TO WS-TOTAL-FONDEO.
           MOVE ZERO TO WS-TOTAL-GRUPOS.
           MOVE ZEROS TO WS-GRUPO-ANTERIOR.

           PERFORM 4010-BUSCAR-GRUPO.
           PERFORM UNTIL WS-SIN-GRUPO
             PERFORM 4020-IMPRIMIR-GRUPO
             MOVE WS-GRUPO-ACTUAL TO WS-GRUPO-ANTERIOR
             PERFORM 4010-BUSCAR-GRUPO
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOTAL-FONDEO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL GENERAL A FONDEAR " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TOTAL-RETENIDOS > ZEROS
             MOVE WS-VALOR-RETENIDO TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "NO INCLUIDO: " WS-TOTAL-RETENIDOS
                 " PAGOS RETENIDOS POR " WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-TOTAL-SIN-RUTA > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "*** " WS-TOTAL-SIN-RUTA " EMPLEADOS CON CUENTA "
                 "EN UN BANCO NO REGISTRADO NO TIENEN RUTA DE PAGO "
                 "***"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       4010-BUSCAR-GRUPO.
      *-------------------
           MOVE 0 TO WS-BANDERA-GRUPO.
           MOVE HIGH-VALUES TO WS-GRUPO-ACTUAL.

           PERFORM VARYING WS-IND-FON FROM 1 BY 1
               UNTIL WS-IND-FON > WS-TOT-FONDEO
             IF WS-FON-GRUPO (WS-IND-FON) > WS-GRUPO-ANTERIOR AND
                WS-FON-GRUPO (WS-IND-FON) < WS-GRUPO-ACTUAL
               MOVE WS-FON-GRUPO (WS-IND-FON) TO WS-GRUPO-ACTUAL
               MOVE 1 TO WS-BANDERA-GRUPO
             END-IF
           END-PERFORM.

       4020-IMPRIMIR-GRUPO.
      *---------------------
           ADD 1 TO WS-TOTAL-GRUPOS.
           MOVE ZERO TO WS-SUBTOTAL-GRUPO.

           MOVE WS-ACT-BANCO TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.
           IF FL-BIN = "00"
             MOVE BIN-NOMBRE TO WS-NOMBRE-BANCO
           ELSE
             MOVE SPACES TO WS-NOMBRE-BANCO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "VENCE " WS-ACT-VENCE (1:4) "-" WS-ACT-VENCE (5:2)
               "-" WS-ACT-VENCE (7:2)
               "  BANCO PAGADOR " WS-ACT-BANCO " " WS-NOMBRE-BANCO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-FON FROM 1 BY 1
               UNTIL WS-IND-FON > WS-TOT-FONDEO
             IF WS-FON-GRUPO (WS-IND-FON) = WS-GRUPO-ACTUAL
               MOVE WS-FON-VALOR (WS-IND-FON) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  " WS-FON-CONCEPTO (WS-IND-FON)
                   " " WS-FON-REFERENCIA (WS-IND-FON)
                   " " WS-FON-DESCRIPCION (WS-IND-FON)
                   " REGISTROS " WS-FON-REGISTROS (WS-IND-FON)
                   " VALOR " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
               ADD WS-FON-VALOR (WS-IND-FON) TO WS-SUBTOTAL-GRUPO
             END-IF
           END-PERFORM.

           ADD WS-SUBTOTAL-GRUPO TO WS-TOTAL-FONDEO.

           MOVE WS-SUBTOTAL-GRUPO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  SALDO REQUERIDO EN EL BANCO " WS-ACT-BANCO
               " AL " WS-ACT-VENCE (1:4) "-" WS-ACT-VENCE (5:2)
               "-" WS-ACT-VENCE (7:2) " " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-GENERAR-ARCHIVO.
      *----------------------
           OPEN OUTPUT ARCHIVO-FONDEO.
           IF FL-FON NOT = "00"
             DISPLAY "ERROR AL ABRIR EL ARCHIVO DE FONDEO - " FL-FON
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO FON-CAB-EMPRESA.
           COMPUTE FON-CAB-PERIODO =
               WS-FON-FEC-AA * 100 + WS-FON-FEC-MM.
           MOVE WS-FECHA-SISTEMA    TO FON-CAB-FEC-GEN.
           MOVE WS-FECHA-PAGO-NUM   TO FON-CAB-FEC-PAGO.
           MOVE WS-BANCO-NOMINA     TO FON-CAB-BCO-NOMINA.
           MOVE WS-BANCO-OBLIGACION TO FON-CAB-BCO-OBLIGA.
           WRITE FON-LINEA FROM FON-CABECERA.

           MOVE ZERO TO WS-SEC-DETALLE.
           MOVE ZEROS TO WS-GRUPO-ANTERIOR.

           PERFORM 4010-BUSCAR-GRUPO.
           PERFORM UNTIL WS-SIN-GRUPO
             PERFORM 5010-ESCRIBIR-GRUPO
             MOVE WS-GRUPO-ACTUAL TO WS-GRUPO-ANTERIOR
             PERFORM 4010-BUSCAR-GRUPO
           END-PERFORM.

           MOVE WS-SEC-DETALLE  TO FON-COLA-REGISTROS.
           MOVE WS-TOTAL-FONDEO TO FON-COLA-TOTAL.
           WRITE FON-LINEA FROM FON-COLA.

           CLOSE ARCHIVO-FONDEO.

           DISPLAY "ARCHIVO GENERADO: ../Archivos/Fondeo-TES.txt ("
               WS-SEC-DETALLE " REGISTROS)".

       5010-ESCRIBIR-GRUPO.
      *---------------------
           MOVE ZERO TO WS-SUBTOTAL-GRUPO.

           PERFORM VARYING WS-IND-FON FROM 1 BY 1
               UNTIL WS-IND-FON > WS-TOT-FONDEO
             IF WS-FON-GRUPO (WS-IND-FON) = WS-GRUPO-ACTUAL
               ADD 1 TO WS-SEC-DETALLE
               MOVE WS-SEC-DETALLE TO FON-DET-SECUENCIA
               MOVE WS-FON-VENCE (WS-IND-FON) TO FON-DET-VENCE
               MOVE WS-FON-BANCO (WS-IND-FON) TO FON-DET-BANCO
               MOVE WS-FON-CONCEPTO (WS-IND-FON)
                 TO FON-DET-CONCEPTO
               MOVE WS-FON-REFERENCIA (WS-IND-FON)
                 TO FON-DET-REFERENCIA
               MOVE WS-FON-REGISTROS (WS-IND-FON)
                 TO FON-DET-REGISTROS
               MOVE WS-FON-VALOR (WS-IND-FON) TO FON-DET-VALOR
               MOVE WS-FON-DESCRIPCION (WS-IND-FON)
                 TO FON-DET-DESCRIPCION
               WRITE FON-LINEA FROM FON-DETALLE
               ADD WS-FON-VALOR (WS-IND-FON) TO WS-SUBTOTAL-GRUPO
             END-IF
           END-PERFORM.

           MOVE WS-ACT-VENCE      TO FON-SUB-VENCE.
           MOVE WS-ACT-BANCO      TO FON-SUB-BANCO.
           MOVE WS-SUBTOTAL-GRUPO TO FON-SUB-VALOR.
           WRITE FON-LINEA FROM FON-SUBTOTAL.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
