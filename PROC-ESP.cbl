      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROC-ESP.
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
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-IMR.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".
            COPY "./Copys/FISI-BEN.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-NCH.cpy".
            COPY "./Copys/FISI-CGL.cpy".
            COPY "./Copys/FISI-CGD.cpy".
            COPY "./Copys/FISI-AUD.cpy".

      *    CADA BANCO RECIBE SU PROPIO ARCHIVO DE LA CORRIDA: EL
      *    NOMBRE SE ARMA CON LA SECUENCIA Y EL CODIGO DEL BANCO.
            SELECT ARCHIVO-TRANSFERENCIA
              ASSIGN TO WS-NOMBRE-ACH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-ACH.

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-ESP.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-INT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-IMR.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".
            COPY "./Copys/LOGI-BEN.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-NCH.cpy".
            COPY "./Copys/LOGI-CGL.cpy".
            COPY "./Copys/LOGI-CGD.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       FD  ARCHIVO-TRANSFERENCIA.
       01  ACH-LINEA                    PIC X(80).

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-IMR                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.
       01  FL-BEN                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-BIN                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-NCH                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-CGD                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-ACH                  PIC XX.
       01  FL-INT                  PIC XX.

      *    CORRIDA ESPECIAL FUERA DE CICLO: UN PAGO EXTRAORDINARIO
      *    (BONOS, COMISIONES, AJUSTES) A EMPLEADOS Y RUBROS
      *    ELEGIDOS, CON SU PROPIA SECUENCIA DENTRO DEL PERIODO.
      *    SE CORRE SOBRE UN MES YA LIQUIDADO Y TODAVIA ABIERTO:
      *    CALCULA SU APORTE AL IESS Y SU RETENCION DE RENTA CONTRA
      *    LO YA PAGADO EN EL MES, SE ACUMULA EN LA NOMINA DEL MES
      *    (ASI LOS ACUMULADOS DEL ANIO, EL RDEP Y LA AUDITORIA LA
      *    VEN) Y TIENE SUS PROPIOS COMPROBANTES, PAGOS Y EXTRACTO
      *    CONTABLE. LA CABECERA DE LA CORRIDA ES EL REGISTRO CON
      *    EMPLEADO Y RUBRO EN CERO: P=PENDIENTE, A=APLICADA A
      *    NOMINA, G=PAGOS GENERADOS.
       01  WS-PARAMETROS-ESP.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ESP-FEC-AA         PIC 9(4).
           03 WS-ESP-FEC-MM         PIC 9(2).
           03 WS-ESP-SECUENCIA      PIC 9(2).
           03 WS-ESP-MOTIVO         PIC X(50).

      *    LOS RUBROS QUE LA CADENA MENSUAL GENERA (SUELDO, HORAS
      *    EXTRAS, APORTES, IMPUESTO, BONO, SUBSIDIOS, FONDO DE
      *    RESERVA, EMBARGO Y LA SERIE 50 DE DESCUENTOS) NO SE
      *    CAPTURAN A MANO: UN RECALCULO DEL MES LOS REGENERA Y LA
      *    PARTE DE LA CORRIDA SE PERDERIA.
       01  WS-CAPTURA.
           03 WS-CAP-EMPLEADO       PIC 9(8).
           03 WS-CAP-RUBRO          PIC 9(2).
               88 WS-RUBRO-RESERVADO VALUE 1 2 3 4 5 8 9 16 18 30
                                           51 THRU 99.
           03 WS-CAP-VALOR          PIC 9(8)V9(2).

       01  WS-BANDERA-CAPTURA       PIC 9.
           88 WS-FIN-CAPTURA        VALUE 1.
           88 WS-SIGUE-CAPTURA      VALUE 0.

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
       01  WS-ULT-SECUENCIA         PIC 9(2).

       77  WS-RUBRO-APORTE-PERSONAL PIC 9(2) VALUE 3.
       77  WS-RUBRO-APORTE-PATRONAL PIC 9(2) VALUE 4.
       77  WS-RUBRO-IMPUESTO-RENTA  PIC 9(2) VALUE 5.
       77  WS-DESC-RUBRO            PIC X(30).

      *    TASAS DE APORTE DE LA VIGENCIA DEL PERIODO, IGUAL QUE EN
      *    LA CORRIDA MENSUAL.
       01  WS-TASAS-VIGENTES.
           03 WS-PORC-PERSONAL      PIC 9(2)V9(2).
           03 WS-PORC-PATRONAL      PIC 9(2)V9(2).
           03 WS-PERIODO-NUM        PIC 9(6).
           03 WS-VIGENCIA-NUM       PIC 9(6).
           03 WS-VIGENCIA-MEJOR     PIC 9(6).
           03 WS-BANDERA-VIGENCIA   PIC 9.
               88 WS-VIGENCIA-ENCONTRADA    VALUE 1.
               88 WS-VIGENCIA-NO-ENCONTRADA VALUE 0.

      *    LA RETENCION DE RENTA DE LA CORRIDA ES LA DIFERENCIA
      *    ENTRE EL IMPUESTO ANUAL PROYECTADO CON EL PAGO
      *    EXTRAORDINARIO Y EL PROYECTADO SIN EL, Y SE RETIENE
      *    COMPLETA EN LA CORRIDA PORQUE EL INGRESO SE COBRA AHORA.
       01  WS-CALCULO-IMPUESTO.
           03 WS-INGRESO-YTD        PIC 9(10)V9(2).
           03 WS-INGRESO-BASE       PIC 9(10)V9(2).
           03 WS-INGRESO-PROYECTADO PIC 9(10)V9(2).
           03 WS-INGRESO-OTROS      PIC 9(10)V9(2).
           03 WS-BENEFICIO-PROYECTADO PIC 9(10)V9(2).
           03 WS-BEN-MES-DESDE      PIC 9(2).
           03 WS-BEN-MES-HASTA      PIC 9(2).
           03 WS-GASTOS-PERSONALES  PIC 9(8)V9(2).
           03 WS-IMPUESTO-ANUAL     PIC 9(10)V9(2).
           03 WS-IMPUESTO-SIN-CORRIDA PIC 9(10)V9(2).
           03 WS-IMPUESTO-CON-CORRIDA PIC 9(10)V9(2).
           03 WS-MESES-RESTANTES    PIC 9(2).
           03 WS-BANDERA-TRAMO      PIC 9.
               88 WS-TRAMO-ENCONTRADO    VALUE 1.
               88 WS-TRAMO-NO-ENCONTRADO VALUE 0.

       01  WS-RUBRO-GENERAR         PIC 9(2).
       01  WS-VALOR-GENERAR         PIC 9(8)V9(2).

      *    EMPLEADOS DE LA CORRIDA CON SUS BASES (SOLO LINEAS
      *    CAPTURADAS) Y SU NETO (TODAS LAS LINEAS).
       01  WS-TOT-EMPLEADOS         PIC 9(4).
       01  WS-IND-EMP               PIC 9(4).
       01  WS-FILA-EMP              PIC 9(4).

       01  WS-TABLA-EMPLEADOS.
           03 WS-TEM-FILA OCCURS 2000 TIMES.
              05 WS-TEM-CODIGO        PIC 9(8).
              05 WS-TEM-BASE-APORTE   PIC 9(10)V9(2).
              05 WS-TEM-BASE-IMPUESTO PIC 9(10)V9(2).
              05 WS-TEM-NETO          PIC S9(10)V9(2).
              05 WS-TEM-MEDIO         PIC X(1).
              05 WS-TEM-BANCO         PIC 9(3).

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
       01  WS-NOMBRE-ACH            PIC X(40).

      *    ACUMULADOR DEL EXTRACTO CONTABLE DE LA CORRIDA POR
      *    OFICINA, DEPARTAMENTO Y RUBRO.
       01  WS-TOT-ASIENTOS          PIC 9(4).
       01  WS-IND-ASI               PIC 9(4).
       01  WS-FILA-ASI              PIC 9(4).

       01  WS-TABLA-ASIENTOS.
           03 WS-ASI-FILA OCCURS 3000 TIMES.
              05 WS-ASI-OFICINA     PIC 9(3).
              05 WS-ASI-DEPARTAMENTO PIC 9(3).
              05 WS-ASI-RUBRO       PIC 9(2).
              05 WS-ASI-VALOR       PIC 9(11)V9(2).

       01  WS-CUENTAS-DERIVADAS.
           03 WS-CUENTA-DEBE-DER    PIC X(10).
           03 WS-CUENTA-HABER-DER   PIC X(10).
           03 WS-BANDERA-MAPEO      PIC 9.
               88 WS-MAPEO-HALLADO      VALUE 1.
               88 WS-MAPEO-NO-HALLADO   VALUE 0.

       01  WS-TOTAL-DEBE            PIC 9(13)V9(2).
       01  WS-TOTAL-HABER           PIC 9(13)V9(2).
       01  WS-LINEAS-ESCRITAS       PIC 9(6).
       01  WS-RUBROS-SIN-MAPEO      PIC 9(5).

       01  WS-CONTADORES.
           03 WS-TOTAL-GENERADOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-POSTEADOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-ERRORES      PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-TRANSFERENCIAS PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-CHEQUES      PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-OMITIDOS     PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RETENIDOS    PIC 9(6) VALUE ZERO.

       01  WS-NATURALEZA-LISTAR     PIC X(1).
       01  WS-TOTAL-INGRESOS        PIC 9(11)V9(2).
       01  WS-TOTAL-DEDUCCIONES     PIC 9(11)V9(2).
       01  WS-TOTAL-TRANSFERIDO     PIC 9(13)V9(2).
       01  WS-TOTAL-CHEQUEADO       PIC 9(13)V9(2).
       01  WS-NETO-EMPLEADO         PIC S9(10)V9(2).
       01  WS-NUMERO-ASIGNADO       PIC 9(8).

       01  WS-VALOR-EDITADO         PIC Z(12)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       01  WS-CONTROL-BLOQUEO.
           03 WS-BLQ-OPERACION      PIC X(1).
           03 WS-BLQ-EMPRESA        PIC 9(3).
           03 WS-BLQ-FEC-AA         PIC 9(4).
           03 WS-BLQ-FEC-MM         PIC 9(2).
           03 WS-BLQ-SUFIJO         PIC 9(3).
           03 WS-BLQ-OPERADOR       PIC X(10).
           03 WS-BLQ-PROGRAMA       PIC X(8).
           03 WS-BLQ-RESULTADO      PIC X(1).
               88 WS-BLOQUEO-OK     VALUE "0".

      *    MISMO FORMATO DE ANCHO FIJO DEL ARCHIVO ACH POR BANCO DE
      *    FIN DE MES.
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

      *    MISMA LINEA DE ASIENTO DE LA INTERFAZ CONTABLE MENSUAL.
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

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 7.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- CORRIDA ESPECIAL FUERA DE CICLO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- ABRIR UNA CORRIDA ESPECIAL".
           DISPLAY " 2.- REGISTRAR EMPLEADOS Y RUBROS".
           DISPLAY " 3.- CALCULAR Y APLICAR A NOMINA".
           DISPLAY " 4.- IMPRIMIR COMPROBANTES".
           DISPLAY " 5.- GENERAR TRANSFERENCIAS Y CHEQUES".
           DISPLAY " 6.- GENERAR EXTRACTO CONTABLE".
           DISPLAY " 7.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-ABRIR-CORRIDA
               WHEN WS-OPCION = 2
                 PERFORM 2100-REGISTRAR-LINEAS
               WHEN WS-OPCION = 3
                 PERFORM 3000-APLICAR-CORRIDA
               WHEN WS-OPCION = 4
                 PERFORM 4000-IMPRIMIR-COMPROBANTES
               WHEN WS-OPCION = 5
                 PERFORM 5000-GENERAR-PAGOS
               WHEN WS-OPCION = 6
                 PERFORM 6000-EXTRACTO-CONTABLE
               WHEN WS-OPCION = 7
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-IMP-RENTA.
           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           OPEN INPUT ARCHIVO-BANCOS.
           OPEN INPUT ARCHIVO-CONTABLE.

           OPEN INPUT ARCHIVO-GASTOS-PERS.
           IF FL-GAS NOT = "00"
             OPEN OUTPUT ARCHIVO-GASTOS-PERS
             CLOSE ARCHIVO-GASTOS-PERS
             OPEN INPUT ARCHIVO-GASTOS-PERS
           END-IF.

           OPEN INPUT ARCHIVO-OTROS-EMPL.
           IF FL-IOE NOT = "00"
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN INPUT ARCHIVO-OTROS-EMPL
           END-IF.

           OPEN INPUT ARCHIVO-BENEFICIOS-ESP.
           IF FL-BEN NOT = "00"
             OPEN OUTPUT ARCHIVO-BENEFICIOS-ESP
             CLOSE ARCHIVO-BENEFICIOS-ESP
             OPEN INPUT ARCHIVO-BENEFICIOS-ESP
           END-IF.

           OPEN INPUT ARCHIVO-CONTABLE-DET.
           IF FL-CGD NOT = "00"
             OPEN OUTPUT ARCHIVO-CONTABLE-DET
             CLOSE ARCHIVO-CONTABLE-DET
             OPEN INPUT ARCHIVO-CONTABLE-DET
           END-IF.

           OPEN INPUT ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN INPUT ARCHIVO-RETENCIONES
           END-IF.

           OPEN I-O ARCHIVO-NOMINAS.
           IF FL-NOM NOT = "00"
             CLOSE ARCHIVO-NOMINAS
             OPEN OUTPUT ARCHIVO-NOMINAS
             CLOSE ARCHIVO-NOMINAS
             OPEN I-O ARCHIVO-NOMINAS
           END-IF.

           OPEN I-O ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN I-O ARCHIVO-CORRIDAS-ESP
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

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-IMP-RENTA.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-CONTABLE.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.
           CLOSE ARCHIVO-BENEFICIOS-ESP.
           CLOSE ARCHIVO-CONTABLE-DET.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-NUM-CHEQUES.

       1100-PEDIR-PERIODO.
      *-------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-ESP-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-ESP-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ESP-FEC-AA IS NOT NUMERIC OR
                    WS-ESP-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-ESP-FEC-MM IS NOT NUMERIC OR
                    WS-ESP-FEC-MM <= ZEROS OR WS-ESP-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       1110-PEDIR-CORRIDA.
      *-------------------
           PERFORM 1100-PEDIR-PERIODO.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA SECUENCIA DE LA CORRIDA ESPECIAL: ".
           ACCEPT WS-ESP-SECUENCIA.

           IF WS-ESP-SECUENCIA IS NOT NUMERIC OR
              WS-ESP-SECUENCIA <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR LA SECUENCIA"
           END-IF.

       1120-LEER-CABECERA.
      *-------------------
           MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA.
           MOVE ZEROS            TO ESP-COD-EMPLEADO.
           MOVE ZEROS            TO ESP-TIPO-RUBRO.

           READ ARCHIVO-CORRIDAS-ESP
           END-READ.

           IF FL-ESP NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE LA CORRIDA ESPECIAL "
                 WS-ESP-SECUENCIA " DEL PERIODO " WS-ESP-FEC-AA "-"
                 WS-ESP-FEC-MM
           ELSE
             MOVE ESP-OBSERVACION TO WS-ESP-MOTIVO
           END-IF.

       1130-VALIDAR-PERIODO.
      *---------------------
      *    LA CORRIDA ESPECIAL SE APOYA EN LA NOMINA MENSUAL YA
      *    LIQUIDADA (SU IMPUESTO SE CALCULA CONTRA LO PAGADO EN EL
      *    MES) Y SE ACUMULA EN ELLA, ASI QUE EL PERIODO DEBE
      *    EXISTIR, HABER TERMINADO SU CORRIDA Y SEGUIR ABIERTO.
           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA TO PER-FEC-AA.
           MOVE WS-ESP-FEC-MM TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-ESP-FEC-AA "-"
                     WS-ESP-FEC-MM " NO TIENE NOMINA MENSUAL "
                     "PROCESADA"
               WHEN PER-ESTADO = "C" OR PER-ESTADO = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-ESP-FEC-AA "-"
                     WS-ESP-FEC-MM " ESTA CERRADO O EN CIERRE"
               WHEN PER-ESTADO = "P"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NOMINA MENSUAL DE " WS-ESP-FEC-AA "-"
                     WS-ESP-FEC-MM " TODAVIA ESTA EN PROCESO"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1140-VALIDAR-SANDBOX.
      *---------------------
      *    LOS DATOS DE PRACTICA NO SALEN DEL EDIFICIO: UNA
      *    EMPRESA SANDBOX NO GENERA PAGOS NI EXTRACTO CONTABLE.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00" AND
              CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE GENERAN PAGOS NI EXTRACTOS"
           END-IF.

       1150-INICIAR-LECTURA-CORRIDA.
      *-----------------------------
           MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA.
           MOVE ZEROS            TO ESP-COD-EMPLEADO.
           MOVE ZEROS            TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 1160-LEER-LINEA
           END-IF.

       1160-LEER-LINEA.
      *----------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

           IF FL-ESP = "00" AND
              (ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
               ESP-FEC-AA NOT = WS-ESP-FEC-AA OR
               ESP-FEC-MM NOT = WS-ESP-FEC-MM OR
               ESP-SECUENCIA NOT = WS-ESP-SECUENCIA)
             MOVE "10" TO FL-ESP
           END-IF.

       1170-DESCRIBIR-RUBRO.
      *---------------------
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB = "00"
             MOVE RUB-DESCRIPCION TO WS-DESC-RUBRO
           ELSE
             MOVE "*** RUBRO NO DEFINIDO ***" TO WS-DESC-RUBRO
           END-IF.

       2000-ABRIR-CORRIDA.
      *-------------------
           PERFORM 1100-PEDIR-PERIODO.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL MOTIVO DE LA CORRIDA ESPECIAL: ".
           ACCEPT WS-ESP-MOTIVO.
           IF WS-ESP-MOTIVO = SPACES
             DISPLAY "EL MOTIVO DE LA CORRIDA ES OBLIGATORIO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1130-VALIDAR-PERIODO.
           IF WS-CAMPOS-CORRECTO
             PERFORM 2010-ASIGNAR-SECUENCIA
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 2020-GRABAR-CABECERA
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2010-ASIGNAR-SECUENCIA.
      *-----------------------
      *    LA SECUENCIA ES LA SIGUIENTE A LA MAYOR YA USADA EN EL
      *    PERIODO PARA LA EMPRESA.
           MOVE ZEROS TO WS-ULT-SECUENCIA.

           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM TO ESP-FEC-MM.
           MOVE ZEROS         TO ESP-SECUENCIA.
           MOVE ZEROS         TO ESP-COD-EMPLEADO.
           MOVE ZEROS         TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 2011-LEER-CORRIDA
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ESP-FEC-AA NOT = WS-ESP-FEC-AA OR
                   ESP-FEC-MM NOT = WS-ESP-FEC-MM
             IF ESP-SECUENCIA > WS-ULT-SECUENCIA
               MOVE ESP-SECUENCIA TO WS-ULT-SECUENCIA
             END-IF
             PERFORM 2011-LEER-CORRIDA
           END-PERFORM.

           IF WS-ULT-SECUENCIA = 99
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PERIODO YA TIENE 99 CORRIDAS ESPECIALES"
           ELSE
             COMPUTE WS-ESP-SECUENCIA = WS-ULT-SECUENCIA + 1
           END-IF.

       2011-LEER-CORRIDA.
      *------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       2020-GRABAR-CABECERA.
      *---------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           INITIALIZE ESP-DATOS.
           MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA.
           MOVE ZEROS            TO ESP-COD-EMPLEADO.
           MOVE ZEROS            TO ESP-TIPO-RUBRO.
           MOVE WS-ESP-MOTIVO    TO ESP-OBSERVACION.
           MOVE "P"              TO ESP-ESTADO.
           MOVE LK-OPERADOR      TO ESP-OPERADOR.
           MOVE WS-FECHA-SISTEMA TO ESP-FECHA.

           WRITE ESP-DATOS.

           IF FL-ESP = "00"
             MOVE "C" TO WS-OPERACION-AUD
             MOVE "CORRIDA ESPECIAL ABIERTA" TO WS-DETALLE-AUD
             PERFORM 9100-AUDITAR-CORRIDA
             DISPLAY "CORRIDA ESPECIAL ABIERTA CON SECUENCIA "
                 WS-ESP-SECUENCIA
           ELSE
             DISPLAY "ERROR AL GRABAR LA CORRIDA ESPECIAL - " FL-ESP
             MOVE "2020-GRABAR-CABECERA" TO WS-ERR-PARRAFO
             MOVE "ESP" TO WS-ERR-ARCHIVO
             MOVE FL-ESP TO WS-ERR-ESTADO
             MOVE ESP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       2100-REGISTRAR-LINEAS.
      *----------------------
           PERFORM 1110-PEDIR-CORRIDA.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO AND ESP-ESTADO NOT = "P"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CORRIDA YA FUE APLICADA A NOMINA; NO "
                 "ADMITE MAS LINEAS"
           END-IF.

           IF WS-CAMPOS-CORRECTO
             MOVE 0 TO WS-BANDERA-CAPTURA
             PERFORM 2110-CAPTURAR-LINEA UNTIL WS-FIN-CAPTURA
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2110-CAPTURAR-LINEA.
      *--------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO (0 PARA "
               "TERMINAR): ".
           ACCEPT WS-CAP-EMPLEADO.

           IF WS-CAP-EMPLEADO IS NOT NUMERIC
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPLEADO"
             EXIT PARAGRAPH
           END-IF.

           IF WS-CAP-EMPLEADO = ZEROS
             MOVE 1 TO WS-BANDERA-CAPTURA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL CODIGO DEL RUBRO: ".
           ACCEPT WS-CAP-RUBRO.
           DISPLAY "INGRESE EL VALOR (0 PARA ELIMINAR LA LINEA): ".
           ACCEPT WS-CAP-VALOR.

           PERFORM 2120-VALIDAR-LINEA.

           IF WS-CAMPOS-CORRECTO
             PERFORM 2130-GRABAR-LINEA
           END-IF.

           MOVE 1 TO WS-BANDERA-CAMPOS.

       2120-VALIDAR-LINEA.
      *-------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF WS-CAP-RUBRO IS NOT NUMERIC OR
              WS-CAP-RUBRO <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR EL RUBRO"
             EXIT PARAGRAPH
           END-IF.

           IF WS-CAP-VALOR IS NOT NUMERIC
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR EL VALOR"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAP-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00" OR
              EMP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
              EMP-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO " WS-CAP-EMPLEADO " NO EXISTE O "
                 "NO ESTA ACTIVO EN LA EMPRESA " WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAP-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           EVALUATE TRUE
               WHEN FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO " WS-CAP-RUBRO " NO EXISTE O NO "
                     "ESTA ACTIVO"
               WHEN RUB-NATURALEZA NOT = "I" AND
                    RUB-NATURALEZA NOT = "E"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "SOLO SE CAPTURAN RUBROS DE INGRESO O DE "
                     "EGRESO"
               WHEN WS-RUBRO-RESERVADO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO " WS-CAP-RUBRO " LO GENERA LA "
                     "NOMINA MENSUAL; NO SE CAPTURA EN UNA CORRIDA "
                     "ESPECIAL"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

      *    UN PAGO RETENIDO EN EL PERIODO NO SE PUEDE ADELANTAR
      *    POR UNA CORRIDA ESPECIAL.
           MOVE WS-CIA-CODIGO   TO RTN-COD-EMPRESA.
           MOVE WS-CAP-EMPLEADO TO RTN-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA   TO RTN-FEC-AA.
           MOVE WS-ESP-FEC-MM   TO RTN-FEC-MM.
           READ ARCHIVO-RETENCIONES
           END-READ.

           IF FL-RTN = "00" AND RTN-ESTADO = "R"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PAGO DEL EMPLEADO " WS-CAP-EMPLEADO
                 " ESTA RETENIDO EN EL PERIODO"
           END-IF.

       2130-GRABAR-LINEA.
      *------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA.
           MOVE WS-CAP-EMPLEADO  TO ESP-COD-EMPLEADO.
           MOVE WS-CAP-RUBRO     TO ESP-TIPO-RUBRO.

           READ ARCHIVO-CORRIDAS-ESP
           END-READ.

           IF WS-CAP-VALOR = ZEROS
             IF FL-ESP = "00"
               DELETE ARCHIVO-CORRIDAS-ESP
               END-DELETE
               DISPLAY "LINEA ELIMINADA"
             ELSE
               DISPLAY "LA LINEA NO EXISTE EN LA CORRIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF FL-ESP = "00"
             MOVE WS-CAP-VALOR     TO ESP-VALOR
             MOVE LK-OPERADOR      TO ESP-OPERADOR
             MOVE WS-FECHA-SISTEMA TO ESP-FECHA
             REWRITE ESP-DATOS
           ELSE
             INITIALIZE ESP-DATOS
             MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA
             MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA
             MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM
             MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA
             MOVE WS-CAP-EMPLEADO  TO ESP-COD-EMPLEADO
             MOVE WS-CAP-RUBRO     TO ESP-TIPO-RUBRO
             MOVE WS-CAP-VALOR     TO ESP-VALOR
             MOVE RUB-DESCRIPCION  TO ESP-OBSERVACION
             MOVE "P"              TO ESP-ESTADO
             MOVE "M"              TO ESP-ORIGEN
             MOVE LK-OPERADOR      TO ESP-OPERADOR
             MOVE WS-FECHA-SISTEMA TO ESP-FECHA
             WRITE ESP-DATOS
           END-IF.

           IF FL-ESP = "00"
             DISPLAY "LINEA REGISTRADA: " EMP-NOMBRES (1:25)
                 " RUBRO " WS-CAP-RUBRO
           ELSE
             DISPLAY "ERROR AL GRABAR LA LINEA - " FL-ESP
             MOVE "2130-GRABAR-LINEA" TO WS-ERR-PARRAFO
             MOVE "ESP" TO WS-ERR-ARCHIVO
             MOVE FL-ESP TO WS-ERR-ESTADO
             MOVE ESP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       3000-APLICAR-CORRIDA.
      *---------------------
           PERFORM 1110-PEDIR-CORRIDA.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

      *    EL MISMO BLOQUEO DEL PERIODO QUE TOMA LA CORRIDA MENSUAL:
      *    NINGUN OTRO PROCESO ESCRIBE LA NOMINA DEL MES MIENTRAS
      *    SE APLICA LA CORRIDA ESPECIAL.
           PERFORM 8000-TOMAR-BLOQUEO.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO AND ESP-ESTADO NOT = "P"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CORRIDA ESPECIAL YA FUE APLICADA A NOMINA"
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 1130-VALIDAR-PERIODO
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 3010-BUSCAR-TASAS-VIGENTES
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 3100-CARGAR-EMPLEADOS
             IF WS-TOT-EMPLEADOS = ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "LA CORRIDA ESPECIAL NO TIENE LINEAS"
             END-IF
           END-IF.

           IF WS-CAMPOS-CORRECTO
             INITIALIZE WS-CONTADORES
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
             ACCEPT WS-HORA-SISTEMA FROM TIME
             PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                 UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
               PERFORM 3200-GENERAR-RETENCIONES
             END-PERFORM
             PERFORM 3300-POSTEAR-NOMINA
             PERFORM 3400-CERRAR-APLICACION
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.
           PERFORM 8010-SOLTAR-BLOQUEO.

       3010-BUSCAR-TASAS-VIGENTES.
      *---------------------------
      *    LA VIGENCIA ACTIVA MAS RECIENTE QUE NO SUPERE EL PERIODO,
      *    IGUAL QUE EN LA CORRIDA MENSUAL.
           MOVE 0 TO WS-BANDERA-VIGENCIA.
           MOVE ZERO TO WS-VIGENCIA-MEJOR.

           COMPUTE WS-PERIODO-NUM =
               WS-ESP-FEC-AA * 100 + WS-ESP-FEC-MM.

           MOVE LOW-VALUES TO APO-CLAVE.
           START ARCHIVO-APORTES KEY IS NOT LESS THAN APO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-APO
           END-START.

           IF FL-APO = "00"
             PERFORM 3011-LEER-VIGENCIA
           END-IF.

           PERFORM UNTIL FL-APO NOT = "00"
             COMPUTE WS-VIGENCIA-NUM =
                 APO-VIG-AA * 100 + APO-VIG-MM
             IF APO-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM    TO WS-VIGENCIA-MEJOR
               MOVE APO-PORC-PERSONAL  TO WS-PORC-PERSONAL
               MOVE APO-PORC-PATRONAL  TO WS-PORC-PATRONAL
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 3011-LEER-VIGENCIA
           END-PERFORM.

           IF WS-VIGENCIA-NO-ENCONTRADA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY TASAS DE APORTE VIGENTES PARA EL "
                 "PERIODO " WS-ESP-FEC-AA "-" WS-ESP-FEC-MM
           END-IF.

       3011-LEER-VIGENCIA.
      *-------------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       3100-CARGAR-EMPLEADOS.
      *----------------------
           INITIALIZE WS-TABLA-EMPLEADOS.
           MOVE ZEROS TO WS-TOT-EMPLEADOS.

           PERFORM 1150-INICIAR-LECTURA-CORRIDA.

           PERFORM UNTIL FL-ESP NOT = "00"
             IF ESP-COD-EMPLEADO > ZEROS
               PERFORM 3110-ACUMULAR-LINEA
             END-IF
             PERFORM 1160-LEER-LINEA
           END-PERFORM.

       3110-ACUMULAR-LINEA.
      *--------------------
      *    LAS BASES DE APORTE E IMPUESTO SALEN SOLO DE LAS LINEAS
      *    CAPTURADAS; EL NETO A PAGAR, DE TODAS (LAS GENERADAS
      *    SON LOS APORTES Y LA RETENCION DE LA CORRIDA).
           MOVE ZEROS TO WS-FILA-EMP.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
               UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS OR
                     WS-FILA-EMP > ZEROS
             IF WS-TEM-CODIGO (WS-IND-EMP) = ESP-COD-EMPLEADO
               MOVE WS-IND-EMP TO WS-FILA-EMP
             END-IF
           END-PERFORM.

           IF WS-FILA-EMP = ZEROS
             IF WS-TOT-EMPLEADOS < 2000
               ADD 1 TO WS-TOT-EMPLEADOS
               MOVE WS-TOT-EMPLEADOS TO WS-FILA-EMP
               MOVE ESP-COD-EMPLEADO TO WS-TEM-CODIGO (WS-FILA-EMP)
             ELSE
               DISPLAY "EMPLEADO " ESP-COD-EMPLEADO " FUERA DE LA "
                   "CORRIDA - TABLA DE EMPLEADOS LLENA"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE ESP-TIPO-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           EVALUATE RUB-NATURALEZA
               WHEN "I"
                 ADD ESP-VALOR TO WS-TEM-NETO (WS-FILA-EMP)
                 IF ESP-ORIGEN = "M" AND RUB-BASE-APORTE NOT = "N"
                   ADD ESP-VALOR
                     TO WS-TEM-BASE-APORTE (WS-FILA-EMP)
                 END-IF
                 IF ESP-ORIGEN = "M" AND RUB-BASE-IMPUESTO NOT = "N"
                   ADD ESP-VALOR
                     TO WS-TEM-BASE-IMPUESTO (WS-FILA-EMP)
                 END-IF
               WHEN "E"
                 SUBTRACT ESP-VALOR FROM WS-TEM-NETO (WS-FILA-EMP)
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3200-GENERAR-RETENCIONES.
      *-------------------------
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "EL EMPLEADO " WS-TEM-CODIGO (WS-IND-EMP)
                 " YA NO EXISTE EN EL MAESTRO"
             EXIT PARAGRAPH
           END-IF.

      *    APORTES DE LEY SOBRE LA BASE APORTABLE DE LA CORRIDA:
      *    SUMADOS A LOS DEL MES DAN EL APORTE SOBRE TODO LO
      *    PERCIBIDO EN EL PERIODO.
           IF WS-TEM-BASE-APORTE (WS-IND-EMP) > ZEROS
             COMPUTE WS-VALOR-GENERAR ROUNDED =
                 WS-TEM-BASE-APORTE (WS-IND-EMP) *
                 WS-PORC-PERSONAL / 100
             MOVE WS-RUBRO-APORTE-PERSONAL TO WS-RUBRO-GENERAR
             PERFORM 3250-GRABAR-LINEA-GENERADA
             COMPUTE WS-VALOR-GENERAR ROUNDED =
                 WS-TEM-BASE-APORTE (WS-IND-EMP) *
                 WS-PORC-PATRONAL / 100
             MOVE WS-RUBRO-APORTE-PATRONAL TO WS-RUBRO-GENERAR
             PERFORM 3250-GRABAR-LINEA-GENERADA
           END-IF.

           PERFORM 3210-CALCULAR-IMPUESTO.
           IF WS-VALOR-GENERAR > ZEROS
             MOVE WS-RUBRO-IMPUESTO-RENTA TO WS-RUBRO-GENERAR
             PERFORM 3250-GRABAR-LINEA-GENERADA
           END-IF.

       3210-CALCULAR-IMPUESTO.
      *-----------------------
      *    MISMA PROYECCION DE LA CORRIDA MENSUAL: LO ACUMULADO EN
      *    NOMINA EN EL ANIO (QUE YA INCLUYE EL MES LIQUIDADO) MAS
      *    EL SUELDO ACTUAL POR LOS MESES RESTANTES, LOS BENEFICIOS
      *    EN ESPECIE QUE SIGUEN VIGENTES Y EL INGRESO GANADO CON
      *    OTROS EMPLEADORES, MENOS LOS GASTOS PERSONALES
      *    PROYECTADOS.
           MOVE ZERO TO WS-VALOR-GENERAR.

           IF WS-TEM-BASE-IMPUESTO (WS-IND-EMP) = ZEROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3220-ACUMULAR-INGRESOS-ANIO.

           PERFORM 3222-PROYECTAR-BENEFICIOS.

           COMPUTE WS-MESES-RESTANTES = 12 - WS-ESP-FEC-MM.

           MOVE ZERO TO WS-INGRESO-OTROS.
           MOVE EMP-CLAVE     TO IOE-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA TO IOE-ANIO-FISCAL.
           READ ARCHIVO-OTROS-EMPL
           END-READ.
           IF FL-IOE = "00" AND IOE-ESTADO = "A"
             MOVE IOE-INGRESO-GRAVADO TO WS-INGRESO-OTROS
           END-IF.

           COMPUTE WS-INGRESO-BASE =
               WS-INGRESO-YTD +
               (EMP-SUELDO-ACTUAL * WS-MESES-RESTANTES) +
               WS-BENEFICIO-PROYECTADO + WS-INGRESO-OTROS.

           MOVE ZERO TO WS-GASTOS-PERSONALES.
           MOVE EMP-CLAVE     TO GAS-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           END-READ.
           IF FL-GAS = "00" AND GAS-ESTADO = "A"
             MOVE GAS-VALOR-PROYECTADO TO WS-GASTOS-PERSONALES
           END-IF.

           PERFORM 3225-REBAJAR-GASTOS.
           PERFORM 3230-CALCULAR-IMPUESTO-ANUAL.
           MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-SIN-CORRIDA.

           ADD WS-TEM-BASE-IMPUESTO (WS-IND-EMP) TO WS-INGRESO-BASE.

           PERFORM 3225-REBAJAR-GASTOS.
           PERFORM 3230-CALCULAR-IMPUESTO-ANUAL.
           MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-CON-CORRIDA.

           IF WS-IMPUESTO-CON-CORRIDA > WS-IMPUESTO-SIN-CORRIDA
             COMPUTE WS-VALOR-GENERAR =
                 WS-IMPUESTO-CON-CORRIDA - WS-IMPUESTO-SIN-CORRIDA
           END-IF.

       3220-ACUMULAR-INGRESOS-ANIO.
      *----------------------------
           MOVE ZERO TO WS-INGRESO-YTD.

           MOVE LOW-VALUES    TO NOM-CLAVE.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 3221-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOM-FEC-NOMINA-AA = WS-ESP-FEC-AA
               MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               END-READ
               IF FL-RUB = "00" AND
                  (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B") AND
                  RUB-BASE-IMPUESTO NOT = "N"
                 ADD NOM-VALOR TO WS-INGRESO-YTD
               END-IF
             END-IF
             PERFORM 3221-LEER-NOMINA
           END-PERFORM.

           MOVE "00" TO FL-NOM.

       3221-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3222-PROYECTAR-BENEFICIOS.
      *--------------------------
      *    LOS BENEFICIOS EN ESPECIE QUE SIGUEN VIGENTES EN LOS
      *    MESES RESTANTES SE PROYECTAN IGUAL QUE EL SUELDO.
           MOVE ZERO TO WS-BENEFICIO-PROYECTADO.

           MOVE WS-CIA-CODIGO TO BEN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO BEN-COD-EMPLEADO.
           MOVE ZERO          TO BEN-SECUENCIA.

           START ARCHIVO-BENEFICIOS-ESP
             KEY IS NOT LESS THAN BEN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BEN
           END-START.

           IF FL-BEN = "00"
             PERFORM 3223-LEER-BENEFICIO
           END-IF.

           PERFORM UNTIL FL-BEN NOT = "00" OR
                   BEN-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   BEN-COD-EMPLEADO NOT = EMP-CLAVE
             IF BEN-COD-RUBRO > ZEROS
               PERFORM 3224-PROYECTAR-BENEFICIO
             END-IF
             PERFORM 3223-LEER-BENEFICIO
           END-PERFORM.

           MOVE "00" TO FL-BEN.

       3223-LEER-BENEFICIO.
      *--------------------
           READ ARCHIVO-BENEFICIOS-ESP NEXT RECORD
           END-READ.

       3224-PROYECTAR-BENEFICIO.
      *-------------------------
      *    MESES DEL ANIO FISCAL POSTERIORES AL PERIODO EN LOS QUE
      *    EL BENEFICIO SEGUIRA VIGENTE; SOLO CUENTAN LOS RUBROS
      *    ACTIVOS MARCADOS COMO BASE DE IMPUESTO.
           IF BEN-FEC-INI-AA > WS-ESP-FEC-AA OR
              (BEN-FEC-FIN NOT = ZEROS AND
               BEN-FEC-FIN-AA < WS-ESP-FEC-AA)
             EXIT PARAGRAPH
           END-IF.

           MOVE BEN-COD-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.
           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "B" OR RUB-BASE-IMPUESTO = "N"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BEN-MES-DESDE = WS-ESP-FEC-MM + 1.
           IF BEN-FEC-INI-AA = WS-ESP-FEC-AA AND
              BEN-FEC-INI-MM > WS-BEN-MES-DESDE
             MOVE BEN-FEC-INI-MM TO WS-BEN-MES-DESDE
           END-IF.

           MOVE 12 TO WS-BEN-MES-HASTA.
           IF BEN-FEC-FIN NOT = ZEROS AND
              BEN-FEC-FIN-AA = WS-ESP-FEC-AA
             MOVE BEN-FEC-FIN-MM TO WS-BEN-MES-HASTA
           END-IF.

           IF WS-BEN-MES-DESDE <= WS-BEN-MES-HASTA
             COMPUTE WS-BENEFICIO-PROYECTADO =
                 WS-BENEFICIO-PROYECTADO + BEN-VALOR-MENSUAL *
                 (WS-BEN-MES-HASTA - WS-BEN-MES-DESDE + 1)
           END-IF.

       3225-REBAJAR-GASTOS.
      *--------------------
           IF WS-GASTOS-PERSONALES < WS-INGRESO-BASE
             COMPUTE WS-INGRESO-PROYECTADO =
                 WS-INGRESO-BASE - WS-GASTOS-PERSONALES
           ELSE
             MOVE ZERO TO WS-INGRESO-PROYECTADO
           END-IF.

       3230-CALCULAR-IMPUESTO-ANUAL.
      *-----------------------------
           MOVE ZERO TO WS-IMPUESTO-ANUAL.

           PERFORM 3240-BUSCAR-TRAMO.

           IF WS-TRAMO-ENCONTRADO
             COMPUTE WS-IMPUESTO-ANUAL ROUNDED =
                 IMR-IMPUESTO-FRACCION +
                 ((WS-INGRESO-PROYECTADO - IMR-BASE-DESDE) *
                  IMR-PORC-EXCEDENTE / 100)
           END-IF.

       3240-BUSCAR-TRAMO.
      *------------------
           MOVE 0 TO WS-BANDERA-TRAMO.

           MOVE WS-ESP-FEC-AA TO IMR-ANIO-FISCAL.
           MOVE ZERO          TO IMR-SECUENCIA.

           START ARCHIVO-IMP-RENTA KEY IS NOT LESS THAN IMR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-IMR
           END-START.

           IF FL-IMR = "00"
             PERFORM 3241-LEER-TRAMO
           END-IF.

           PERFORM UNTIL FL-IMR NOT = "00" OR
                   IMR-ANIO-FISCAL > WS-ESP-FEC-AA OR
                   WS-TRAMO-ENCONTRADO
             IF IMR-ANIO-FISCAL = WS-ESP-FEC-AA AND
                IMR-ESTADO = "A" AND
                WS-INGRESO-PROYECTADO >= IMR-BASE-DESDE AND
                WS-INGRESO-PROYECTADO <= IMR-BASE-HASTA
               MOVE 1 TO WS-BANDERA-TRAMO
             END-IF
             IF WS-TRAMO-NO-ENCONTRADO
               PERFORM 3241-LEER-TRAMO
             END-IF
           END-PERFORM.

       3241-LEER-TRAMO.
      *----------------
           READ ARCHIVO-IMP-RENTA NEXT RECORD
           END-READ.

       3250-GRABAR-LINEA-GENERADA.
      *---------------------------
      *    SI UNA APLICACION ANTERIOR SE INTERRUMPIO DESPUES DE
      *    GENERAR LA LINEA, LA LINEA YA GRABADA SE CONSERVA: LA
      *    NOMINA PUDO HABERLA RECIBIDO Y RECALCULARLA AHORA LA
      *    DUPLICARIA EN LA BASE DEL IMPUESTO.
           MOVE WS-RUBRO-GENERAR TO RUB-CODIGO.
           PERFORM 1170-DESCRIBIR-RUBRO.

           INITIALIZE ESP-DATOS.
           MOVE WS-CIA-CODIGO    TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA    TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM    TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA TO ESP-SECUENCIA.
           MOVE EMP-CLAVE        TO ESP-COD-EMPLEADO.
           MOVE WS-RUBRO-GENERAR TO ESP-TIPO-RUBRO.
           MOVE WS-VALOR-GENERAR TO ESP-VALOR.
           MOVE WS-DESC-RUBRO    TO ESP-OBSERVACION.
           MOVE "P"              TO ESP-ESTADO.
           MOVE "G"              TO ESP-ORIGEN.
           MOVE LK-OPERADOR      TO ESP-OPERADOR.
           MOVE WS-FECHA-SISTEMA TO ESP-FECHA.

           WRITE ESP-DATOS.

           EVALUATE FL-ESP
               WHEN "00"
                 ADD 1 TO WS-TOTAL-GENERADOS
               WHEN "22"
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL GRABAR RUBRO " WS-RUBRO-GENERAR
                     " - EMPLEADO " EMP-CLAVE " - " FL-ESP
                 MOVE "3250-GRABAR-LINEA-GENERADA" TO WS-ERR-PARRAFO
                 MOVE "ESP" TO WS-ERR-ARCHIVO
                 MOVE FL-ESP TO WS-ERR-ESTADO
                 MOVE ESP-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8100-REGISTRAR-ERROR
           END-EVALUATE.

       3300-POSTEAR-NOMINA.
      *--------------------
           PERFORM 1150-INICIAR-LECTURA-CORRIDA.

           PERFORM UNTIL FL-ESP NOT = "00"
             IF ESP-COD-EMPLEADO > ZEROS AND ESP-ESTADO NOT = "A"
               PERFORM 3310-POSTEAR-LINEA
             END-IF
             PERFORM 1160-LEER-LINEA
           END-PERFORM.

       3310-POSTEAR-LINEA.
      *-------------------
      *    CADA LINEA SE ACUMULA SOBRE EL RUBRO DEL MES EN LA
      *    NOMINA, COMO LAS CORRIDAS DE SUBPERIODO: LA CLAVE DE
      *    NOMINA NO COLISIONA Y LOS ACUMULADOS DEL ANIO, EL RDEP Y
      *    LA AUDITORIA DE NOMINA LA VEN. LA LINEA QUEDA MARCADA
      *    COMO APLICADA PARA QUE UNA REANUDACION NO LA SUME DOS
      *    VECES.
           MOVE ESP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           MOVE WS-CIA-CODIGO    TO NOM-COD-EMPRESA.
           MOVE ESP-COD-EMPLEADO TO NOM-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA    TO NOM-FEC-NOMINA-AA.
           MOVE WS-ESP-FEC-MM    TO NOM-FEC-NOMINA-MM.
           MOVE ESP-TIPO-RUBRO   TO NOM-TIPO-RUBRO.

           READ ARCHIVO-NOMINAS
           END-READ.

           IF FL-NOM = "00"
             ADD ESP-VALOR         TO NOM-VALOR
             MOVE WS-FEC-AA        TO NOM-FEC-PROC-AA
             MOVE WS-FEC-MM        TO NOM-FEC-PROC-MM
             MOVE WS-FEC-DD        TO NOM-FEC-PROC-DD
             MOVE WS-HOR-HH        TO NOM-HORA-PROC-HH
             MOVE WS-HOR-MM        TO NOM-HORA-PROC-MM
             MOVE WS-HOR-SS        TO NOM-HORA-PROC-SS
             REWRITE NOM-DATOS
           ELSE
             INITIALIZE NOM-DATOS
             MOVE WS-CIA-CODIGO    TO NOM-COD-EMPRESA
             MOVE ESP-COD-EMPLEADO TO NOM-COD-EMPLEADO
             MOVE WS-ESP-FEC-AA    TO NOM-FEC-NOMINA-AA
             MOVE WS-ESP-FEC-MM    TO NOM-FEC-NOMINA-MM
             MOVE ESP-TIPO-RUBRO   TO NOM-TIPO-RUBRO
             MOVE ESP-VALOR        TO NOM-VALOR
             IF FL-EMP = "00"
               MOVE EMP-COD-MONEDA TO NOM-COD-MONEDA
             END-IF
             MOVE ESP-OBSERVACION  TO NOM-OBSERVACION
             MOVE WS-FEC-AA        TO NOM-FEC-PROC-AA
             MOVE WS-FEC-MM        TO NOM-FEC-PROC-MM
             MOVE WS-FEC-DD        TO NOM-FEC-PROC-DD
             MOVE WS-HOR-HH        TO NOM-HORA-PROC-HH
             MOVE WS-HOR-MM        TO NOM-HORA-PROC-MM
             MOVE WS-HOR-SS        TO NOM-HORA-PROC-SS
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
           END-IF.

           IF FL-NOM = "00"
             MOVE "A" TO ESP-ESTADO
             REWRITE ESP-DATOS
             ADD 1 TO WS-TOTAL-POSTEADOS
           ELSE
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL GRABAR RUBRO " ESP-TIPO-RUBRO
                 " - EMPLEADO " ESP-COD-EMPLEADO
             DISPLAY "CODIGO DE ERROR - " FL-NOM
             MOVE "3310-POSTEAR-LINEA" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE FL-NOM TO WS-ERR-ESTADO
             MOVE NOM-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       3400-CERRAR-APLICACION.
      *-----------------------
      *    CON ERRORES LA CORRIDA QUEDA PENDIENTE: LAS LINEAS YA
      *    APLICADAS NO SE VUELVEN A SUMAR AL REPETIR LA OPCION.
           PERFORM 1120-LEER-CABECERA.

           IF WS-CAMPOS-CORRECTO AND WS-TOTAL-ERRORES = ZEROS
             MOVE "A" TO ESP-ESTADO
             REWRITE ESP-DATOS
             MOVE "U" TO WS-OPERACION-AUD
             MOVE "CORRIDA ESPECIAL APLICADA A NOMINA"
               TO WS-DETALLE-AUD
             PERFORM 9100-AUDITAR-CORRIDA
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "CORRIDA ESPECIAL " WS-ESP-SECUENCIA " - PERIODO "
               WS-ESP-FEC-AA "-" WS-ESP-FEC-MM " EMPRESA "
               WS-CIA-CODIGO.
           DISPLAY "EMPLEADOS EN LA CORRIDA:   " WS-TOT-EMPLEADOS.
           DISPLAY "RUBROS GENERADOS (IESS/IR): " WS-TOTAL-GENERADOS.
           DISPLAY "LINEAS APLICADAS A NOMINA: " WS-TOTAL-POSTEADOS.
           DISPLAY "ERRORES:                   " WS-TOTAL-ERRORES.
           IF WS-TOTAL-ERRORES > ZEROS
             DISPLAY "LA CORRIDA QUEDA PENDIENTE; CORRIJA Y VUELVA "
                 "A APLICARLA"
           END-IF.
           DISPLAY WS-DECORADOR.

       4000-IMPRIMIR-COMPROBANTES.
      *---------------------------
           PERFORM 1110-PEDIR-CORRIDA.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO AND ESP-ESTADO = "P"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CORRIDA ESPECIAL TODAVIA NO SE APLICA A "
                 "NOMINA"
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 3100-CARGAR-EMPLEADOS

             MOVE "A"           TO WS-RPT-OPERACION
             MOVE "REC-ESP "    TO WS-RPT-NOMBRE
             MOVE "COMPROBANTES DE PAGO - CORRIDA ESPECIAL"
               TO WS-RPT-TITULO
             MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA
             MOVE SPACES        TO WS-RPT-PERIODO
             STRING WS-ESP-FEC-AA "-" WS-ESP-FEC-MM
                 DELIMITED BY SIZE INTO WS-RPT-PERIODO
             END-STRING
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL

             PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                 UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
               PERFORM 4010-IMPRIMIR-COMPROBANTE
             END-PERFORM

             MOVE "C" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       4010-IMPRIMIR-COMPROBANTE.
      *--------------------------
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE ZEROS  TO EMP-CEDULA
           END-IF.

           MOVE ZERO TO WS-TOTAL-INGRESOS WS-TOTAL-DEDUCCIONES.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "COMPROBANTE DE PAGO - CORRIDA ESPECIAL "
               WS-ESP-SECUENCIA " DEL PERIODO " WS-ESP-FEC-AA "-"
               WS-ESP-FEC-MM
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " WS-TEM-CODIGO (WS-IND-EMP) " "
               EMP-NOMBRES " CEDULA " EMP-CEDULA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MOTIVO: " WS-ESP-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "INGRESOS" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "I" TO WS-NATURALEZA-LISTAR.
           PERFORM 4020-LISTAR-LINEAS.

           MOVE "DEDUCCIONES" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "E" TO WS-NATURALEZA-LISTAR.
           PERFORM 4020-LISTAR-LINEAS.

           MOVE WS-TOTAL-INGRESOS TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL INGRESOS:     " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOTAL-DEDUCCIONES TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL DEDUCCIONES:  " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TEM-NETO (WS-IND-EMP) > ZEROS
             MOVE WS-TEM-NETO (WS-IND-EMP) TO WS-VALOR-EDITADO
           ELSE
             MOVE ZERO TO WS-VALOR-EDITADO
           END-IF.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NETO A PAGAR:       " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4020-LISTAR-LINEAS.
      *-------------------
           MOVE WS-CIA-CODIGO              TO ESP-COD-EMPRESA.
           MOVE WS-ESP-FEC-AA              TO ESP-FEC-AA.
           MOVE WS-ESP-FEC-MM              TO ESP-FEC-MM.
           MOVE WS-ESP-SECUENCIA           TO ESP-SECUENCIA.
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO ESP-COD-EMPLEADO.
           MOVE ZEROS                      TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 1160-LEER-LINEA
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPLEADO NOT = WS-TEM-CODIGO (WS-IND-EMP)
             MOVE ESP-TIPO-RUBRO TO RUB-CODIGO
             PERFORM 1170-DESCRIBIR-RUBRO
             IF FL-RUB = "00" AND
                RUB-NATURALEZA = WS-NATURALEZA-LISTAR
               IF WS-NATURALEZA-LISTAR = "I"
                 ADD ESP-VALOR TO WS-TOTAL-INGRESOS
               ELSE
                 ADD ESP-VALOR TO WS-TOTAL-DEDUCCIONES
               END-IF
               MOVE ESP-VALOR TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  RUBRO " ESP-TIPO-RUBRO ": " WS-DESC-RUBRO
                   " " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
             PERFORM 1160-LEER-LINEA
           END-PERFORM.

       5000-GENERAR-PAGOS.
      *-------------------
           PERFORM 1110-PEDIR-CORRIDA.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO
             EVALUATE ESP-ESTADO
                 WHEN "P"
                   MOVE 0 TO WS-BANDERA-CAMPOS
                   DISPLAY "LA CORRIDA ESPECIAL TODAVIA NO SE APLICA "
                       "A NOMINA"
                 WHEN "G"
                   MOVE 0 TO WS-BANDERA-CAMPOS
                   DISPLAY "LOS PAGOS DE LA CORRIDA ESPECIAL YA "
                       "FUERON GENERADOS"
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 1140-VALIDAR-SANDBOX
           END-IF.

           IF WS-CAMPOS-CORRECTO
             INITIALIZE WS-CONTADORES WS-TABLA-BANCOS
             MOVE ZERO TO WS-TOT-BANCOS
             MOVE ZERO TO WS-TOTAL-TRANSFERIDO WS-TOTAL-CHEQUEADO
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

             PERFORM 3100-CARGAR-EMPLEADOS

             PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                 UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
               PERFORM 5010-CLASIFICAR-PAGO
             END-PERFORM

             MOVE "A"           TO WS-RPT-OPERACION
             MOVE "PAG-ESP "    TO WS-RPT-NOMBRE
             MOVE "PAGOS DE CORRIDA ESPECIAL - TESORERIA"
               TO WS-RPT-TITULO
             MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA
             MOVE SPACES        TO WS-RPT-PERIODO
             STRING WS-ESP-FEC-AA "-" WS-ESP-FEC-MM
                 DELIMITED BY SIZE INTO WS-RPT-PERIODO
             END-STRING
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL

             PERFORM 5020-MARCAR-CHEQUES-EMITIDOS

             PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                 UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
               IF WS-TEM-MEDIO (WS-IND-EMP) = "C"
                 PERFORM 5040-EMITIR-CHEQUE
               END-IF
             END-PERFORM

             PERFORM VARYING WS-IND-BAN FROM 1 BY 1
                 UNTIL WS-IND-BAN > WS-TOT-BANCOS
               PERFORM 5030-GENERAR-ARCHIVO-BANCO
             END-PERFORM

             PERFORM 5050-CERRAR-PAGOS
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       5010-CLASIFICAR-PAGO.
      *---------------------
      *    CON CUENTA ACTIVA EN UN BANCO DEL MAESTRO DE
      *    INSTITUCIONES EL PAGO VA POR TRANSFERENCIA; SI NO, POR
      *    CHEQUE.
           MOVE SPACES TO WS-TEM-MEDIO (WS-IND-EMP).

           IF WS-TEM-NETO (WS-IND-EMP) <= ZEROS
             ADD 1 TO WS-TOTAL-OMITIDOS
             DISPLAY "OMITIDO " WS-TEM-CODIGO (WS-IND-EMP)
                 " - NETO EN CERO O NEGATIVO"
             EXIT PARAGRAPH
           END-IF.

      *    UN PAGO RETENIDO DESPUES DE CAPTURAR LA CORRIDA TAMPOCO
      *    SE PAGA: QUEDA FUERA Y SALE EN LA PAGINA DE TESORERIA.
           MOVE WS-CIA-CODIGO              TO RTN-COD-EMPRESA.
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO RTN-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA              TO RTN-FEC-AA.
           MOVE WS-ESP-FEC-MM              TO RTN-FEC-MM.
           READ ARCHIVO-RETENCIONES
           END-READ.

           IF FL-RTN = "00" AND RTN-ESTADO = "R"
             MOVE "R" TO WS-TEM-MEDIO (WS-IND-EMP)
             ADD 1 TO WS-TOTAL-OMITIDOS
             ADD 1 TO WS-TOTAL-RETENIDOS
             DISPLAY "OMITIDO " WS-TEM-CODIGO (WS-IND-EMP)
                 " - PAGO RETENIDO EN EL PERIODO"
             EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO WS-TEM-MEDIO (WS-IND-EMP).

           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           IF FL-BCO NOT = "00" OR BCO-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           MOVE BCO-COD-BANCO TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.

           IF FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-FILA-BAN.
           PERFORM VARYING WS-IND-BAN FROM 1 BY 1
               UNTIL WS-IND-BAN > WS-TOT-BANCOS OR
                     WS-FILA-BAN > ZEROS
             IF WS-BAN-CODIGO (WS-IND-BAN) = BCO-COD-BANCO
               MOVE WS-IND-BAN TO WS-FILA-BAN
             END-IF
           END-PERFORM.

           IF WS-FILA-BAN = ZEROS
             IF WS-TOT-BANCOS < 50
               ADD 1 TO WS-TOT-BANCOS
               MOVE WS-TOT-BANCOS TO WS-FILA-BAN
               MOVE BCO-COD-BANCO TO WS-BAN-CODIGO (WS-FILA-BAN)
             ELSE
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE "T"           TO WS-TEM-MEDIO (WS-IND-EMP).
           MOVE BCO-COD-BANCO TO WS-TEM-BANCO (WS-IND-EMP).
           ADD 1 TO WS-BAN-INCLUIDOS (WS-FILA-BAN).
           ADD WS-TEM-NETO (WS-IND-EMP) TO WS-BAN-TOTAL (WS-FILA-BAN).
           ADD 1 TO WS-TOTAL-TRANSFERENCIAS.
           ADD WS-TEM-NETO (WS-IND-EMP) TO WS-TOTAL-TRANSFERIDO.

       5020-MARCAR-CHEQUES-EMITIDOS.
      *-----------------------------
      *    AL REPETIR LA OPCION DESPUES DE UN ERROR, LOS CHEQUES QUE
      *    LA CORRIDA YA EMITIO (ORIGEN FUERA DE CICLO, MISMO
      *    PERIODO, EMPLEADO Y VALOR) NO SE VUELVEN A EMITIR.
           MOVE LOW-VALUES    TO CHQ-CLAVE.
           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 5021-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-ORIGEN = "E" AND
                CHQ-FEC-AA = WS-ESP-FEC-AA AND
                CHQ-FEC-MM = WS-ESP-FEC-MM AND
                CHQ-ESTADO NOT = "A" AND CHQ-ESTADO NOT = "R"
               PERFORM 5022-MARCAR-CHEQUE
             END-IF
             PERFORM 5021-LEER-CHEQUE
           END-PERFORM.

           MOVE "00" TO FL-CHQ.

       5021-LEER-CHEQUE.
      *-----------------
           READ ARCHIVO-CHEQUES NEXT RECORD
           END-READ.

       5022-MARCAR-CHEQUE.
      *-------------------
           MOVE ZEROS TO WS-FILA-EMP.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
               UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS OR
                     WS-FILA-EMP > ZEROS
             IF WS-TEM-CODIGO (WS-IND-EMP) = CHQ-COD-EMPLEADO AND
                WS-TEM-MEDIO (WS-IND-EMP) = "C" AND
                WS-TEM-NETO (WS-IND-EMP) = CHQ-VALOR
               MOVE WS-IND-EMP TO WS-FILA-EMP
             END-IF
           END-PERFORM.

           IF WS-FILA-EMP = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE "X" TO WS-TEM-MEDIO (WS-FILA-EMP).
           ADD 1 TO WS-TOTAL-CHEQUES.
           ADD CHQ-VALOR TO WS-TOTAL-CHEQUEADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CHEQUE NO. " CHQ-NUMERO
               " DEL EMPLEADO " CHQ-COD-EMPLEADO
               " YA EMITIDO POR LA CORRIDA; NO SE REIMPRIME"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5030-GENERAR-ARCHIVO-BANCO.
      *---------------------------
           MOVE WS-BAN-CODIGO (WS-IND-BAN) TO WS-BANCO-ACTUAL.

           MOVE WS-BANCO-ACTUAL TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.

           MOVE SPACES TO WS-NOMBRE-ACH.
           STRING "../Archivos/Transfer-ESP-"
               WS-ESP-SECUENCIA "-" WS-BANCO-ACTUAL ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ACH
           END-STRING.

           OPEN OUTPUT ARCHIVO-TRANSFERENCIA.

           IF FL-ACH NOT = "00"
             DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-ACH " - " FL-ACH
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "5030-GENERAR-ARCHIVO-BANCO" TO WS-ERR-PARRAFO
             MOVE "ACH" TO WS-ERR-ARCHIVO
             MOVE FL-ACH TO WS-ERR-ESTADO
             MOVE WS-BANCO-ACTUAL TO WS-ERR-CLAVE
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE "NO SE PUDO CREAR EL ARCHIVO DE TRANSFERENCIA"
               TO WS-ERR-MENSAJE
             PERFORM 8100-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO ACH-CAB-EMPRESA.
           COMPUTE ACH-CAB-PERIODO =
               WS-ESP-FEC-AA * 100 + WS-ESP-FEC-MM.
           MOVE WS-FECHA-SISTEMA TO ACH-CAB-FEC-GEN.
           MOVE WS-BANCO-ACTUAL  TO ACH-CAB-BANCO.
           MOVE BIN-COD-RUTA     TO ACH-CAB-RUTA.
           MOVE BIN-FORMATO      TO ACH-CAB-FORMATO.
           WRITE ACH-LINEA FROM ACH-CABECERA.

           MOVE ZERO TO WS-SEC-BANCO.

           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
               UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
             IF WS-TEM-MEDIO (WS-IND-EMP) = "T" AND
                WS-TEM-BANCO (WS-IND-EMP) = WS-BANCO-ACTUAL
               PERFORM 5031-ESCRIBIR-DETALLE-BANCO
             END-IF
           END-PERFORM.

           MOVE WS-BAN-INCLUIDOS (WS-IND-BAN) TO ACH-COLA-REGISTROS.
           MOVE WS-BAN-TOTAL (WS-IND-BAN)     TO ACH-COLA-TOTAL.
           WRITE ACH-LINEA FROM ACH-COLA.

           CLOSE ARCHIVO-TRANSFERENCIA.

           DISPLAY "ARCHIVO GENERADO: " WS-NOMBRE-ACH
               " (" WS-BAN-INCLUIDOS (WS-IND-BAN) " REGISTROS)".

           MOVE WS-BAN-TOTAL (WS-IND-BAN) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BANCO " WS-BANCO-ACTUAL
               " " BIN-NOMBRE (1:22)
               " REGISTROS " WS-BAN-INCLUIDOS (WS-IND-BAN)
               " TOTAL " WS-VALOR-EDITADO
               "  FIRMA: ________________"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5031-ESCRIBIR-DETALLE-BANCO.
      *----------------------------
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           ADD 1 TO WS-SEC-BANCO.
           MOVE WS-SEC-BANCO              TO ACH-DET-SECUENCIA.
           MOVE BCO-COD-BANCO             TO ACH-DET-BANCO.
           MOVE BCO-TIPO-CUENTA           TO ACH-DET-TIPO-CUENTA.
           MOVE BCO-NUM-CUENTA            TO ACH-DET-NUM-CUENTA.
           MOVE EMP-CEDULA                TO ACH-DET-CEDULA.
           MOVE WS-TEM-NETO (WS-IND-EMP)  TO ACH-DET-VALOR.
           WRITE ACH-LINEA FROM ACH-DETALLE.

       5040-EMITIR-CHEQUE.
      *-------------------
      *    EL CHEQUE DE LA CORRIDA ESPECIAL TOMA EL SIGUIENTE
      *    NUMERO DE LA EMPRESA Y QUEDA EN EL REGISTRO DE CHEQUES
      *    MARCADO CON ORIGEN FUERA DE CICLO, PARA QUE LA EMISION
      *    MENSUAL DEL PERIODO NO LO CONFUNDA CON EL SUYO.
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE ZEROS  TO EMP-CEDULA
           END-IF.

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
           MOVE WS-CIA-CODIGO              TO CHQ-COD-EMPRESA.
           MOVE WS-NUMERO-ASIGNADO         TO CHQ-NUMERO.
           MOVE WS-TEM-CODIGO (WS-IND-EMP) TO CHQ-COD-EMPLEADO.
           MOVE WS-ESP-FEC-AA              TO CHQ-FEC-AA.
           MOVE WS-ESP-FEC-MM              TO CHQ-FEC-MM.
           MOVE WS-TEM-NETO (WS-IND-EMP)   TO CHQ-VALOR.
           MOVE "E"                        TO CHQ-ESTADO.
           MOVE ZEROS                      TO CHQ-NUM-REEMPLAZO.
           MOVE WS-FECHA-SISTEMA           TO CHQ-FEC-EMISION.
           MOVE "E"                        TO CHQ-ORIGEN.
           WRITE CHQ-DATOS.

           IF FL-CHQ NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL REGISTRAR EL CHEQUE "
                 WS-NUMERO-ASIGNADO " - " FL-CHQ
             MOVE "5040-EMITIR-CHEQUE" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOTAL-CHEQUES.
           ADD WS-TEM-NETO (WS-IND-EMP) TO WS-TOTAL-CHEQUEADO.

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

           MOVE WS-TEM-NETO (WS-IND-EMP) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "LA SUMA DE: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "COMPROBANTE - EMPLEADO " EMP-CLAVE
               " CEDULA " EMP-CEDULA
               " CORRIDA ESPECIAL " WS-ESP-SECUENCIA
               " PERIODO " WS-ESP-FEC-AA "-" WS-ESP-FEC-MM
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

       5050-CERRAR-PAGOS.
      *------------------
           MOVE WS-TOTAL-TRANSFERIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL TRANSFERENCIAS " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOTAL-CHEQUEADO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL CHEQUES        " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 5060-IMPRIMIR-RETENIDOS.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

      *    UNA VEZ EMITIDOS TODOS LOS PAGOS LA CORRIDA NO SE VUELVE
      *    A PAGAR. CON ERRORES QUEDA APLICADA PARA REPETIR LA
      *    OPCION: LOS ARCHIVOS DE BANCO SE REGENERAN COMPLETOS Y
      *    LOS CHEQUES YA EMITIDOS NO SE REIMPRIMEN.
           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO AND WS-TOTAL-ERRORES = ZEROS
             MOVE "G" TO ESP-ESTADO
             REWRITE ESP-DATOS
             MOVE "U" TO WS-OPERACION-AUD
             MOVE "PAGOS DE CORRIDA ESPECIAL GENERADOS"
               TO WS-DETALLE-AUD
             PERFORM 9100-AUDITAR-CORRIDA
           END-IF.

           IF WS-TOTAL-ERRORES > ZEROS
             MOVE "5050-CERRAR-PAGOS" TO WS-ERR-PARRAFO
             MOVE "ESP" TO WS-ERR-ARCHIVO
             MOVE FL-ESP TO WS-ERR-ESTADO
             MOVE ESP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "PAGOS CON ERRORES; LA CORRIDA QUEDA APLICADA"
               TO WS-ERR-MENSAJE
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "PAGOS DE LA CORRIDA ESPECIAL " WS-ESP-SECUENCIA
               " - PERIODO " WS-ESP-FEC-AA "-" WS-ESP-FEC-MM.
           DISPLAY "TRANSFERENCIAS:             "
               WS-TOTAL-TRANSFERENCIAS.
           DISPLAY "CHEQUES EMITIDOS:           " WS-TOTAL-CHEQUES.
           DISPLAY "OMITIDOS (NETO CERO/RETEN.):" WS-TOTAL-OMITIDOS.
           DISPLAY "BANCOS CON ARCHIVO:         " WS-TOT-BANCOS.
           DISPLAY "ERRORES:                    " WS-TOTAL-ERRORES.
           IF WS-TOTAL-ERRORES > ZEROS
             DISPLAY "LOS PAGOS QUEDAN PENDIENTES; CORRIJA Y VUELVA "
                 "A GENERARLOS"
           END-IF.
           DISPLAY WS-DECORADOR.

       5060-IMPRIMIR-RETENIDOS.
      *------------------------
      *    PAGINA DE CONTROL DE TESORERIA: LOS EMPLEADOS DE LA
      *    CORRIDA CON EL PAGO RETENIDO EN EL PERIODO, QUIEN LO
      *    RETUVO Y POR QUE.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "PAGOS RETENIDOS NO INCLUIDOS EN LA CORRIDA ESPECIAL"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
               UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
             IF WS-TEM-MEDIO (WS-IND-EMP) = "R"
               MOVE WS-CIA-CODIGO              TO RTN-COD-EMPRESA
               MOVE WS-TEM-CODIGO (WS-IND-EMP) TO RTN-COD-EMPLEADO
               MOVE WS-ESP-FEC-AA              TO RTN-FEC-AA
               MOVE WS-ESP-FEC-MM              TO RTN-FEC-MM
               READ ARCHIVO-RETENCIONES
               END-READ
               MOVE WS-TEM-NETO (WS-IND-EMP) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "EMPLEADO " WS-TEM-CODIGO (WS-IND-EMP)
                   " VALOR " WS-VALOR-EDITADO
                   " RETENIDO POR " RTN-OPE-RETIENE
                   " MOTIVO: " RTN-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EXCLUIDOS POR RETENCION EN ESTA CORRIDA: "
               WS-TOTAL-RETENIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       6000-EXTRACTO-CONTABLE.
      *-----------------------
           PERFORM 1110-PEDIR-CORRIDA.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1120-LEER-CABECERA.
           IF WS-CAMPOS-CORRECTO AND ESP-ESTADO = "P"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CORRIDA ESPECIAL TODAVIA NO SE APLICA A "
                 "NOMINA"
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 1140-VALIDAR-SANDBOX
           END-IF.

           IF WS-CAMPOS-CORRECTO
             MOVE ZERO TO WS-TOTAL-DEBE WS-TOTAL-HABER
             MOVE ZERO TO WS-LINEAS-ESCRITAS WS-RUBROS-SIN-MAPEO
             PERFORM 6010-ACUMULAR-ASIENTOS
             OPEN OUTPUT ARCHIVO-INTERFAZ
             PERFORM VARYING WS-IND-ASI FROM 1 BY 1
                 UNTIL WS-IND-ASI > WS-TOT-ASIENTOS
               PERFORM 6030-ESCRIBIR-PAREJA-ASIENTO
             END-PERFORM
             PERFORM 6040-VERIFICAR-CUADRE
             CLOSE ARCHIVO-INTERFAZ
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       6010-ACUMULAR-ASIENTOS.
      *-----------------------
           INITIALIZE WS-TABLA-ASIENTOS.
           MOVE ZEROS TO WS-TOT-ASIENTOS.

           PERFORM 1150-INICIAR-LECTURA-CORRIDA.

           PERFORM UNTIL FL-ESP NOT = "00"
             IF ESP-COD-EMPLEADO > ZEROS AND ESP-ESTADO = "A"
               PERFORM 6011-ACUMULAR-LINEA
             END-IF
             PERFORM 1160-LEER-LINEA
           END-PERFORM.

       6011-ACUMULAR-LINEA.
      *--------------------
           MOVE ESP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE ZEROS TO EMP-COD-OFICINA EMP-COD-DEPARTAMENTO
           END-IF.

           MOVE ZEROS TO WS-FILA-ASI.
           PERFORM VARYING WS-IND-ASI FROM 1 BY 1
               UNTIL WS-IND-ASI > WS-TOT-ASIENTOS OR
                     WS-FILA-ASI > ZEROS
             IF WS-ASI-OFICINA (WS-IND-ASI) = EMP-COD-OFICINA AND
                WS-ASI-DEPARTAMENTO (WS-IND-ASI) =
                    EMP-COD-DEPARTAMENTO AND
                WS-ASI-RUBRO (WS-IND-ASI) = ESP-TIPO-RUBRO
               MOVE WS-IND-ASI TO WS-FILA-ASI
             END-IF
           END-PERFORM.

           IF WS-FILA-ASI = ZEROS
             IF WS-TOT-ASIENTOS < 3000
               ADD 1 TO WS-TOT-ASIENTOS
               MOVE WS-TOT-ASIENTOS TO WS-FILA-ASI
               MOVE EMP-COD-OFICINA TO WS-ASI-OFICINA (WS-FILA-ASI)
               MOVE EMP-COD-DEPARTAMENTO
                 TO WS-ASI-DEPARTAMENTO (WS-FILA-ASI)
               MOVE ESP-TIPO-RUBRO  TO WS-ASI-RUBRO (WS-FILA-ASI)
             ELSE
      *        UNA CELDA QUE NO ENTRA EN LA TABLA INVALIDA EL
      *        EXTRACTO COMO UN RUBRO SIN MAPEO.
               ADD 1 TO WS-RUBROS-SIN-MAPEO
               DISPLAY "TABLA DE ASIENTOS LLENA - RUBRO "
                   ESP-TIPO-RUBRO " EMPLEADO " ESP-COD-EMPLEADO
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD ESP-VALOR TO WS-ASI-VALOR (WS-FILA-ASI).

       6020-DERIVAR-CUENTAS.
      *---------------------
      *    MISMA DERIVACION DE LA INTERFAZ MENSUAL: PRIMERO LA FILA
      *    RUBRO/OFICINA/DEPARTAMENTO, LUEGO LA FILA RUBRO/OFICINA
      *    (DEPARTAMENTO 0) Y POR ULTIMO LA FILA DEFECTO DEL MAPEO
      *    POR RUBRO.
           MOVE 0 TO WS-BANDERA-MAPEO.

           MOVE WS-ASI-RUBRO (WS-IND-ASI)   TO CGD-TIPO-RUBRO.
           MOVE WS-ASI-OFICINA (WS-IND-ASI) TO CGD-COD-OFICINA.
           MOVE WS-ASI-DEPARTAMENTO (WS-IND-ASI)
             TO CGD-COD-DEPARTAMENTO.
           READ ARCHIVO-CONTABLE-DET
           END-READ.
           IF FL-CGD = "00" AND CGD-ESTADO = "A"
             MOVE CGD-CUENTA-DEBE  TO WS-CUENTA-DEBE-DER
             MOVE CGD-CUENTA-HABER TO WS-CUENTA-HABER-DER
             MOVE 1 TO WS-BANDERA-MAPEO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ASI-RUBRO (WS-IND-ASI)   TO CGD-TIPO-RUBRO.
           MOVE WS-ASI-OFICINA (WS-IND-ASI) TO CGD-COD-OFICINA.
           MOVE ZEROS                       TO CGD-COD-DEPARTAMENTO.
           READ ARCHIVO-CONTABLE-DET
           END-READ.
           IF FL-CGD = "00" AND CGD-ESTADO = "A"
             MOVE CGD-CUENTA-DEBE  TO WS-CUENTA-DEBE-DER
             MOVE CGD-CUENTA-HABER TO WS-CUENTA-HABER-DER
             MOVE 1 TO WS-BANDERA-MAPEO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ASI-RUBRO (WS-IND-ASI) TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.
           IF FL-CGL = "00" AND CGL-ESTADO = "A"
             MOVE CGL-CUENTA-DEBE  TO WS-CUENTA-DEBE-DER
             MOVE CGL-CUENTA-HABER TO WS-CUENTA-HABER-DER
             MOVE 1 TO WS-BANDERA-MAPEO
           END-IF.

       6030-ESCRIBIR-PAREJA-ASIENTO.
      *-----------------------------
           IF WS-ASI-VALOR (WS-IND-ASI) = ZEROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 6020-DERIVAR-CUENTAS.

           IF WS-MAPEO-NO-HALLADO
             ADD 1 TO WS-RUBROS-SIN-MAPEO
             DISPLAY "RUBRO " WS-ASI-RUBRO (WS-IND-ASI)
                 " DE LA OFICINA " WS-ASI-OFICINA (WS-IND-ASI)
                 " DEPARTAMENTO " WS-ASI-DEPARTAMENTO (WS-IND-ASI)
                 " SIN MAPEO CONTABLE ACTIVO"
           ELSE
             MOVE "D"                TO INT-TIPO-LINEA
             MOVE WS-CIA-CODIGO      TO INT-EMPRESA
             COMPUTE INT-PERIODO =
                 WS-ESP-FEC-AA * 100 + WS-ESP-FEC-MM
             MOVE WS-ASI-OFICINA (WS-IND-ASI) TO INT-OFICINA
             MOVE WS-CUENTA-DEBE-DER TO INT-CUENTA
             MOVE WS-ASI-RUBRO (WS-IND-ASI)   TO INT-RUBRO
             MOVE WS-ASI-VALOR (WS-IND-ASI)   TO INT-VALOR
             WRITE INT-LINEA FROM INT-ASIENTO
             ADD WS-ASI-VALOR (WS-IND-ASI) TO WS-TOTAL-DEBE

             MOVE "H"                 TO INT-TIPO-LINEA
             MOVE WS-CUENTA-HABER-DER TO INT-CUENTA
             WRITE INT-LINEA FROM INT-ASIENTO
             ADD WS-ASI-VALOR (WS-IND-ASI) TO WS-TOTAL-HABER

             ADD 2 TO WS-LINEAS-ESCRITAS
           END-IF.

       6040-VERIFICAR-CUADRE.
      *----------------------
      *    SI HAY RUBROS SIN MAPEO O EL DEBE NO IGUALA AL HABER, EL
      *    ARCHIVO SE VACIA PARA QUE CONTABILIDAD NO PUEDA CARGAR UN
      *    ASIENTO DESCUADRADO.
           IF WS-RUBROS-SIN-MAPEO > ZEROS OR
              WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
             CLOSE ARCHIVO-INTERFAZ
             OPEN OUTPUT ARCHIVO-INTERFAZ
             DISPLAY WS-DECORADOR
             DISPLAY "EXTRACTO RECHAZADO:"
             DISPLAY "RUBROS SIN MAPEO: " WS-RUBROS-SIN-MAPEO
             DISPLAY "TOTAL DEBE:  " WS-TOTAL-DEBE
             DISPLAY "TOTAL HABER: " WS-TOTAL-HABER
             DISPLAY "EL ARCHIVO DE INTERFAZ SE DEJO VACIO"
             DISPLAY WS-DECORADOR
           ELSE
             DISPLAY WS-DECORADOR
             DISPLAY "INTERFAZ CONTABLE DE LA CORRIDA ESPECIAL "
                 WS-ESP-SECUENCIA " GENERADA"
             DISPLAY "LINEAS ESCRITAS: " WS-LINEAS-ESCRITAS
             DISPLAY "TOTAL DEBE:  " WS-TOTAL-DEBE
             DISPLAY "TOTAL HABER: " WS-TOTAL-HABER
             DISPLAY "ARCHIVO: ../Archivos/Interfaz-ESP.txt"
             DISPLAY WS-DECORADOR
           END-IF.

       8000-TOMAR-BLOQUEO.
      *--------------------
           MOVE "A"            TO WS-BLQ-OPERACION.
           MOVE WS-CIA-CODIGO  TO WS-BLQ-EMPRESA.
           MOVE WS-ESP-FEC-AA  TO WS-BLQ-FEC-AA.
           MOVE WS-ESP-FEC-MM  TO WS-BLQ-FEC-MM.
           MOVE ZEROS          TO WS-BLQ-SUFIJO.
           MOVE LK-OPERADOR    TO WS-BLQ-OPERADOR.
           MOVE "PROC-ESP"     TO WS-BLQ-PROGRAMA.

           CALL "UTIL-BLQ" USING WS-CONTROL-BLOQUEO.

           IF NOT WS-BLOQUEO-OK
             MOVE 0 TO WS-BANDERA-CAMPOS
           END-IF.

       8010-SOLTAR-BLOQUEO.
      *---------------------
           MOVE "L" TO WS-BLQ-OPERACION.

           CALL "UTIL-BLQ" USING WS-CONTROL-BLOQUEO.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-AUDITAR-CORRIDA.
      *---------------------
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
           MOVE "PROC-ESP"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "ESP"            TO AUD-ARCHIVO.
           STRING WS-CIA-CODIGO "-" WS-ESP-FEC-AA "-" WS-ESP-FEC-MM
               "-" WS-ESP-SECUENCIA
               DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE ESP-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       8100-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PROC-ESP"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
