      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APER-ANI.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-POL.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-SPE.cpy".
            COPY "./Copys/FISI-FER.cpy".
            COPY "./Copys/FISI-IMR.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-SMI.cpy".
            COPY "./Copys/FISI-TAR.cpy".
            COPY "./Copys/FISI-TCA.cpy".
            COPY "./Copys/FISI-MON.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-PPT.cpy".
            COPY "./Copys/FISI-PLA.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-OPE.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-POL.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-SPE.cpy".
            COPY "./Copys/LOGI-FER.cpy".
            COPY "./Copys/LOGI-IMR.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-SMI.cpy".
            COPY "./Copys/LOGI-TAR.cpy".
            COPY "./Copys/LOGI-TCA.cpy".
            COPY "./Copys/LOGI-MON.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-PPT.cpy".
            COPY "./Copys/LOGI-PLA.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-OPE.cpy".

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-POL                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-SPE                  PIC XX.
       01  FL-FER                  PIC XX.
       01  FL-IMR                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-SMI                  PIC XX.
       01  FL-TAR                  PIC XX.
       01  FL-TCA                  PIC XX.
       01  FL-MON                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-PPT                  PIC XX.
       01  FL-PLA                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-OPE                  PIC XX.

      *    APERTURA DEL ANIO FISCAL: GENERA LOS DOCE PERIODOS Y LOS
      *    SUBPERIODOS DE LA EMPRESA SEGUN SU POLITICA, CON SU DIA DE
      *    CORTE Y SU FECHA REAL DE PAGO, Y VERIFICA QUE LAS TABLAS
      *    CON VIGENCIA TENGAN UNA FILA VALIDA PARA EL ANIO NUEVO
      *    ANTES DE LA PRIMERA NOMINA.
       01  WS-PARAMETROS-APERTURA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ANIO-APERTURA      PIC 9(4).
           03 WS-PERIODO-ENERO      PIC 9(6).
           03 WS-FECHA-ENERO        PIC 9(8).

      *    POLITICA DE CALENDARIO DE LA EMPRESA (O DE LA FILA 0).
       01  WS-POLITICA-CALENDARIO.
           03 WS-CAL-FREC-SUBPER    PIC X(1).
               88 WS-CAL-CON-SEMANAS    VALUE "S" "A".
               88 WS-CAL-CON-QUINCENAS  VALUE "Q" "A".
           03 WS-CAL-DIA-PAGO       PIC 9(2).
           03 WS-CAL-AJUSTE         PIC X(1).
               88 WS-CAL-ADELANTAR      VALUE "A".
           03 WS-CAL-DIA-CORTE      PIC 9(2).
           03 WS-CAL-ORIGEN         PIC 9(3).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-OPERADOR-ROL.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
               88 WS-ROL-ADMINISTRADOR  VALUE "A".

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-CONFIRMACION          PIC X(1).

      *    CALENDARIO CALCULADO EN EL PREVIO. SITUACION: N = SE CREA,
      *    U = EXISTE SIN FECHA DE PAGO Y SE COMPLETA, E = YA EXISTE
      *    COMPLETO O CERRADO Y NO SE TOCA.
       01  WS-TABLA-MESES.
           03 WS-MES OCCURS 12 TIMES.
              05 WS-MES-FIN         PIC 9(2).
              05 WS-MES-CORTE       PIC 9(2).
              05 WS-MES-FEC-PAGO    PIC 9(8).
              05 WS-MES-SITUACION   PIC X(1).

       01  WS-TABLA-SUBPERIODOS.
           03 WS-TOT-SUB            PIC 9(3).
           03 WS-SUB OCCURS 84 TIMES.
              05 WS-SUB-MES         PIC 9(2).
              05 WS-SUB-FRECUENCIA  PIC X(1).
              05 WS-SUB-SECUENCIA   PIC 9(1).
              05 WS-SUB-DESDE       PIC 9(2).
              05 WS-SUB-HASTA       PIC 9(2).
              05 WS-SUB-FEC-PAGO    PIC 9(8).
              05 WS-SUB-SITUACION   PIC X(1).

       01  WS-SUBPERIODO-ACTUAL.
           03 WS-SAC-FRECUENCIA     PIC X(1).
           03 WS-SAC-SECUENCIA      PIC 9(1).
           03 WS-SAC-DESDE          PIC 9(2).
           03 WS-SAC-HASTA          PIC 9(2).

       01  WS-IND-MES               PIC 9(2).
       01  WS-IND-SUB               PIC 9(3).
       01  WS-IND-SEC               PIC 9(4).
       01  WS-IND-OFI               PIC 9(4).
       01  WS-IND-PAR               PIC 9(3).
       01  WS-SEMANA                PIC 9(1).

      *    FECHAS DE TRABAJO DEL CALENDARIO.
       01  WS-FECHA-CALCULO.
           03 WS-FCA-AA             PIC 9(4).
           03 WS-FCA-MM             PIC 9(2).
           03 WS-FCA-DD             PIC 9(2).
       01  WS-FECHA-CALCULO-NUM REDEFINES WS-FECHA-CALCULO
                                    PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE     PIC 9(8).
       01  WS-FECHA-NOMINAL         PIC 9(8).
       01  WS-DIA-ENTERO            PIC 9(7).
       01  WS-DIA-SEMANA            PIC 9(1).
       01  WS-DIAS-MOVIDOS          PIC 9(2).

       01  WS-BANDERA-HABIL         PIC 9.
           88 WS-DIA-HABIL          VALUE 1.
           88 WS-DIA-INHABIL        VALUE 0.

       01  WS-NOMBRES-DIAS.
           03 FILLER                PIC X(9) VALUE "DOMINGO".
           03 FILLER                PIC X(9) VALUE "LUNES".
           03 FILLER                PIC X(9) VALUE "MARTES".
           03 FILLER                PIC X(9) VALUE "MIERCOLES".
           03 FILLER                PIC X(9) VALUE "JUEVES".
           03 FILLER                PIC X(9) VALUE "VIERNES".
           03 FILLER                PIC X(9) VALUE "SABADO".
       01  WS-TABLA-DIAS REDEFINES WS-NOMBRES-DIAS.
           03 WS-NOMBRE-DIA         PIC X(9) OCCURS 7 TIMES.

      *    VIGENCIAS: SE BUSCA LA FILA ACTIVA MAS RECIENTE QUE NO
      *    SUPERE ENERO DEL ANIO NUEVO, IGUAL QUE LA CORRIDA MENSUAL.
       01  WS-VIGENCIA-NUM          PIC 9(6).
       01  WS-VIGENCIA-MEJOR        PIC 9(6).
       01  WS-VIGENCIA-PARTES REDEFINES WS-VIGENCIA-MEJOR.
           03 WS-VME-AA             PIC 9(4).
           03 WS-VME-MM             PIC 9(2).
       01  WS-VIG-TAR-NUM           PIC 9(8).
       01  WS-VIG-TAR-MEJOR         PIC 9(8).

       01  WS-BANDERA-VIGENCIA      PIC 9.
           88 WS-VIGENCIA-ENCONTRADA    VALUE 1.
           88 WS-VIGENCIA-NO-ENCONTRADA VALUE 0.

       01  WS-TABLA-SECTORES.
           03 WS-SEC OCCURS 1000 TIMES.
              05 WS-SEC-EXISTE      PIC 9(1).
              05 WS-SEC-MEJOR       PIC 9(6).
       01  WS-SECTOR-EDIT           PIC 9(3).

       01  WS-TAR-TIPO-ACT          PIC 9(2).
       01  WS-TAR-ACTIVAS           PIC 9(4).

       01  WS-TABLA-OFICINAS.
           03 WS-OFI-CON-EMPLEADOS  PIC 9(1) OCCURS 999 TIMES.

       01  WS-TABLA-PARES.
           03 WS-TOT-PAR            PIC 9(3).
           03 WS-PAR OCCURS 300 TIMES.
              05 WS-PAR-OFICINA     PIC 9(3).
              05 WS-PAR-CARGO       PIC 9(3).

       01  WS-BANDERA-USA           PIC 9.
           88 WS-EMPRESA-USA-TABLA  VALUE 1.

       01  WS-CONTADORES.
           03 WS-CANT-PER-NUEVOS    PIC 9(2).
           03 WS-CANT-PER-COMPLETAR PIC 9(2).
           03 WS-CANT-PER-EXISTEN   PIC 9(2).
           03 WS-CANT-SUB-NUEVOS    PIC 9(3).
           03 WS-CANT-SUB-COMPLETAR PIC 9(3).
           03 WS-CANT-SUB-EXISTEN   PIC 9(3).
           03 WS-CANT-GRABADOS-PER  PIC 9(2).
           03 WS-CANT-GRABADOS-SUB  PIC 9(3).
           03 WS-TOT-FALTANTES      PIC 9(4).
           03 WS-TOT-AVISOS         PIC 9(4).
           03 WS-CANT-TRAMOS        PIC 9(3).
           03 WS-CANT-TIPOS-TAR     PIC 9(3).
           03 WS-CANT-MONEDAS       PIC 9(3).
           03 WS-EMP-ACTIVOS        PIC 9(6).
           03 WS-EMP-SEMANALES      PIC 9(6).
           03 WS-EMP-QUINCENALES    PIC 9(6).
           03 WS-EMP-SIN-GAS        PIC 9(6).
           03 WS-MESES-SIN-PPT      PIC 9(2).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).
       01  WS-TEXTO-VERIFICACION    PIC X(120).
       01  WS-TEXTO-SITUACION       PIC X(30).
       01  WS-TEXTO-SUBPERIODO      PIC X(10).

       77  WS-MAX-SUB               PIC 9(3) VALUE 84.
       77  WS-MAX-PAR               PIC 9(3) VALUE 300.
       77  WS-MAX-MOVIDOS           PIC 9(2) VALUE 15.
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
           PERFORM 1100-LEER-OPERADOR.

           IF NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             GOBACK
           END-IF.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2100-VALIDAR-EMPRESA
             IF WS-CAMPOS-CORRECTO
               PERFORM 2200-LEER-POLITICA
               PERFORM 3000-GENERAR-PREVIO
               PERFORM 3500-VERIFICAR-VIGENCIAS
               PERFORM 3900-RESUMEN-PREVIO
               PERFORM 4000-CONFIRMAR-Y-GRABAR
               MOVE "C" TO WS-RPT-OPERACION
               CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE EJECUTO LA APERTURA DEL ANIO"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-POLITICAS.
           OPEN INPUT ARCHIVO-FERIADOS.
           OPEN INPUT ARCHIVO-IMP-RENTA.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-SAL-MINIMOS.
           OPEN INPUT ARCHIVO-TARIFAS.
           OPEN INPUT ARCHIVO-TASAS-CAMBIO.
           OPEN INPUT ARCHIVO-MONEDAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-PRESUPUESTOS.
           OPEN INPUT ARCHIVO-PLAZAS.
           OPEN INPUT ARCHIVO-GASTOS-PERS.

           OPEN I-O ARCHIVO-PERIODOS.
           IF FL-PER NOT = "00"
             CLOSE ARCHIVO-PERIODOS
             OPEN OUTPUT ARCHIVO-PERIODOS
             CLOSE ARCHIVO-PERIODOS
             OPEN I-O ARCHIVO-PERIODOS
           END-IF.

           OPEN I-O ARCHIVO-SUBPERIODOS.
           IF FL-SPE NOT = "00"
             CLOSE ARCHIVO-SUBPERIODOS
             OPEN OUTPUT ARCHIVO-SUBPERIODOS
             CLOSE ARCHIVO-SUBPERIODOS
             OPEN I-O ARCHIVO-SUBPERIODOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-POLITICAS.
           CLOSE ARCHIVO-FERIADOS.
           CLOSE ARCHIVO-IMP-RENTA.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-SAL-MINIMOS.
           CLOSE ARCHIVO-TARIFAS.
           CLOSE ARCHIVO-TASAS-CAMBIO.
           CLOSE ARCHIVO-MONEDAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PRESUPUESTOS.
           CLOSE ARCHIVO-PLAZAS.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-SUBPERIODOS.

       1100-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   APERTURA DE ANIO FISCAL".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO A ABRIR (AAAA): ".
           ACCEPT WS-ANIO-APERTURA.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ANIO-APERTURA IS NOT NUMERIC OR
                    WS-ANIO-APERTURA < 1601
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 COMPUTE WS-PERIODO-ENERO = WS-ANIO-APERTURA * 100 + 1
                 COMPUTE WS-FECHA-ENERO =
                     WS-ANIO-APERTURA * 10000 + 101
           END-EVALUATE.

       2100-VALIDAR-EMPRESA.
      *---------------------
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.

           IF FS-CIA NOT = "00" OR CIA-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO
                 " NO EXISTE O NO ESTA ACTIVA"
           END-IF.

       2200-LEER-POLITICA.
      *-------------------
      *    SIN POLITICA PROPIA RIGE LA FILA 0; SIN NINGUNA, O CON
      *    CAMPOS AUN NO CARGADOS, SE PAGA EL ULTIMO DIA DEL MES,
      *    SE ADELANTA EL PAGO SI CAE EN DIA INHABIL, NO HAY CORTE
      *    Y NO SE GENERAN SUBPERIODOS.
           MOVE "N"   TO WS-CAL-FREC-SUBPER.
           MOVE ZEROS TO WS-CAL-DIA-PAGO.
           MOVE "A"   TO WS-CAL-AJUSTE.
           MOVE ZEROS TO WS-CAL-DIA-CORTE.
           MOVE 999   TO WS-CAL-ORIGEN.

           MOVE WS-CIA-CODIGO TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A"
             MOVE POL-COD-EMPRESA TO WS-CAL-ORIGEN
             IF POL-FREC-SUBPERIODO = "N" OR "S" OR "Q" OR "A"
               MOVE POL-FREC-SUBPERIODO TO WS-CAL-FREC-SUBPER
             END-IF
             IF POL-DIA-PAGO IS NUMERIC AND POL-DIA-PAGO <= 31
               MOVE POL-DIA-PAGO TO WS-CAL-DIA-PAGO
             END-IF
             IF POL-AJUSTE-PAGO = "P"
               MOVE "P" TO WS-CAL-AJUSTE
             END-IF
             IF POL-DIA-CORTE IS NUMERIC AND POL-DIA-CORTE <= 31
               MOVE POL-DIA-CORTE TO WS-CAL-DIA-CORTE
             END-IF
           END-IF.

       3000-GENERAR-PREVIO.
      *--------------------
           INITIALIZE WS-CONTADORES WS-TABLA-MESES.
           INITIALIZE WS-TABLA-SUBPERIODOS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "A"              TO WS-RPT-OPERACION.
           MOVE "APER-ANI"       TO WS-RPT-NOMBRE.
           MOVE "APERTURA DE ANIO FISCAL - CALENDARIO Y VIGENCIAS"
                                 TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO    TO WS-RPT-EMPRESA.
           MOVE SPACES           TO WS-RPT-PERIODO.
           MOVE WS-ANIO-APERTURA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPRESA " WS-CIA-CODIGO " " CIA-DESCRIPCION
               " - ANIO " WS-ANIO-APERTURA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-CAL-ORIGEN = 999
             STRING "SIN POLITICA DE NOMINA ACTIVA, SE USAN LOS "
                 "VALORES POR DEFECTO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING "POLITICA EMPRESA " WS-CAL-ORIGEN
                 ": SUBPERIODOS " WS-CAL-FREC-SUBPER
                 " - DIA DE PAGO " WS-CAL-DIA-PAGO
                 " - AJUSTE " WS-CAL-AJUSTE
                 " - DIA DE CORTE " WS-CAL-DIA-CORTE
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "--- CALENDARIO DE PERIODOS Y FECHAS DE PAGO ---"
               TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3100-CALENDARIO-MES
               VARYING WS-IND-MES FROM 1 BY 1 UNTIL WS-IND-MES > 12.

       3100-CALENDARIO-MES.
      *--------------------
      *    FIN DE MES: EL DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE.
           IF WS-IND-MES = 12
             COMPUTE WS-PRIMERO-SIGUIENTE =
                 (WS-ANIO-APERTURA + 1) * 10000 + 101
           ELSE
             COMPUTE WS-PRIMERO-SIGUIENTE =
                 WS-ANIO-APERTURA * 10000 + (WS-IND-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FECHA-CALCULO-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1).
           MOVE WS-FCA-DD TO WS-MES-FIN(WS-IND-MES).

           IF WS-CAL-DIA-CORTE > WS-MES-FIN(WS-IND-MES)
             MOVE WS-MES-FIN(WS-IND-MES) TO WS-MES-CORTE(WS-IND-MES)
           ELSE
             MOVE WS-CAL-DIA-CORTE TO WS-MES-CORTE(WS-IND-MES)
           END-IF.

           IF WS-CAL-DIA-PAGO = ZEROS OR
              WS-CAL-DIA-PAGO > WS-MES-FIN(WS-IND-MES)
             MOVE WS-MES-FIN(WS-IND-MES) TO WS-FCA-DD
           ELSE
             MOVE WS-CAL-DIA-PAGO TO WS-FCA-DD
           END-IF.
           PERFORM 7000-AJUSTAR-FECHA-PAGO.
           MOVE WS-FECHA-CALCULO-NUM TO WS-MES-FEC-PAGO(WS-IND-MES).

           MOVE WS-CIA-CODIGO    TO PER-COD-EMPRESA.
           MOVE WS-ANIO-APERTURA TO PER-FEC-AA.
           MOVE WS-IND-MES       TO PER-FEC-MM.
           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 MOVE "N" TO WS-MES-SITUACION(WS-IND-MES)
                 ADD 1 TO WS-CANT-PER-NUEVOS
                 MOVE "SE CREA" TO WS-TEXTO-SITUACION
               WHEN PER-ESTADO NOT = "C" AND
                    (PER-FEC-PAGO IS NOT NUMERIC OR
                     PER-FEC-PAGO = ZEROS)
                 MOVE "U" TO WS-MES-SITUACION(WS-IND-MES)
                 ADD 1 TO WS-CANT-PER-COMPLETAR
                 MOVE "EXISTE, SE COMPLETA EL PAGO"
                     TO WS-TEXTO-SITUACION
               WHEN OTHER
                 MOVE "E" TO WS-MES-SITUACION(WS-IND-MES)
                 ADD 1 TO WS-CANT-PER-EXISTEN
                 MOVE "YA EXISTE, NO SE MODIFICA"
                     TO WS-TEXTO-SITUACION
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PERIODO " WS-ANIO-APERTURA "-" WS-IND-MES
               "  CORTE " WS-MES-CORTE(WS-IND-MES)
               "  PAGO " WS-MES-FEC-PAGO(WS-IND-MES) " "
               WS-NOMBRE-DIA(WS-DIA-SEMANA + 1)
               "  " WS-TEXTO-SITUACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

      *    LA SEMANA 1 CUBRE LOS DIAS 1-7, LA 2 LOS 8-14 Y ASI HASTA
      *    EL FIN DE MES; LA QUINCENA 1 LOS DIAS 1-15 Y LA 2 EL RESTO,
      *    IGUAL QUE LA NOMINA DE SUBPERIODOS. CADA UNO SE PAGA AL
      *    CIERRE DE SU RANGO.
           IF WS-CAL-CON-SEMANAS
             PERFORM 3110-SEMANA-DEL-MES
                 VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 5
           END-IF.

           IF WS-CAL-CON-QUINCENAS
             MOVE "Q" TO WS-SAC-FRECUENCIA
             MOVE 1   TO WS-SAC-SECUENCIA
             MOVE 1   TO WS-SAC-DESDE
             MOVE 15  TO WS-SAC-HASTA
             PERFORM 3120-AGREGAR-SUBPERIODO
             MOVE 2   TO WS-SAC-SECUENCIA
             MOVE 16  TO WS-SAC-DESDE
             MOVE WS-MES-FIN(WS-IND-MES) TO WS-SAC-HASTA
             PERFORM 3120-AGREGAR-SUBPERIODO
           END-IF.

       3110-SEMANA-DEL-MES.
      *--------------------
           MOVE "S"       TO WS-SAC-FRECUENCIA.
           MOVE WS-SEMANA TO WS-SAC-SECUENCIA.
           COMPUTE WS-SAC-DESDE = WS-SEMANA * 7 - 6.
           COMPUTE WS-SAC-HASTA = WS-SEMANA * 7.

           IF WS-SAC-HASTA > WS-MES-FIN(WS-IND-MES)
             MOVE WS-MES-FIN(WS-IND-MES) TO WS-SAC-HASTA
           END-IF.

           IF WS-SAC-DESDE <= WS-MES-FIN(WS-IND-MES)
             PERFORM 3120-AGREGAR-SUBPERIODO
           END-IF.

       3120-AGREGAR-SUBPERIODO.
      *------------------------
           IF WS-TOT-SUB >= WS-MAX-SUB
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-SUB.
           MOVE WS-IND-MES        TO WS-SUB-MES(WS-TOT-SUB).
           MOVE WS-SAC-FRECUENCIA TO WS-SUB-FRECUENCIA(WS-TOT-SUB).
           MOVE WS-SAC-SECUENCIA  TO WS-SUB-SECUENCIA(WS-TOT-SUB).
           MOVE WS-SAC-DESDE      TO WS-SUB-DESDE(WS-TOT-SUB).
           MOVE WS-SAC-HASTA      TO WS-SUB-HASTA(WS-TOT-SUB).

           MOVE WS-ANIO-APERTURA TO WS-FCA-AA.
           MOVE WS-IND-MES       TO WS-FCA-MM.
           MOVE WS-SAC-HASTA     TO WS-FCA-DD.
           PERFORM 7000-AJUSTAR-FECHA-PAGO.
           MOVE WS-FECHA-CALCULO-NUM TO WS-SUB-FEC-PAGO(WS-TOT-SUB).

           MOVE WS-CIA-CODIGO     TO SPE-COD-EMPRESA.
           MOVE WS-ANIO-APERTURA  TO SPE-FEC-AA.
           MOVE WS-IND-MES        TO SPE-FEC-MM.
           MOVE WS-SAC-FRECUENCIA TO SPE-FRECUENCIA.
           MOVE WS-SAC-SECUENCIA  TO SPE-SECUENCIA.
           READ ARCHIVO-SUBPERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-SPE NOT = "00"
                 MOVE "N" TO WS-SUB-SITUACION(WS-TOT-SUB)
                 ADD 1 TO WS-CANT-SUB-NUEVOS
                 MOVE "SE CREA" TO WS-TEXTO-SITUACION
               WHEN SPE-ESTADO NOT = "C" AND
                    (SPE-FEC-PAGO IS NOT NUMERIC OR
                     SPE-FEC-PAGO = ZEROS)
                 MOVE "U" TO WS-SUB-SITUACION(WS-TOT-SUB)
                 ADD 1 TO WS-CANT-SUB-COMPLETAR
                 MOVE "EXISTE, SE COMPLETA EL PAGO"
                     TO WS-TEXTO-SITUACION
               WHEN OTHER
                 MOVE "E" TO WS-SUB-SITUACION(WS-TOT-SUB)
                 ADD 1 TO WS-CANT-SUB-EXISTEN
                 MOVE "YA EXISTE, NO SE MODIFICA"
                     TO WS-TEXTO-SITUACION
           END-EVALUATE.

           IF WS-SAC-FRECUENCIA = "S"
             MOVE "SEMANA"   TO WS-TEXTO-SUBPERIODO
           ELSE
             MOVE "QUINCENA" TO WS-TEXTO-SUBPERIODO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   " WS-TEXTO-SUBPERIODO " " WS-SAC-SECUENCIA
               " (DIAS " WS-SAC-DESDE "-" WS-SAC-HASTA ")"
               "  PAGO " WS-FECHA-CALCULO-NUM " "
               WS-NOMBRE-DIA(WS-DIA-SEMANA + 1)
               "  " WS-TEXTO-SITUACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3500-VERIFICAR-VIGENCIAS.
      *-------------------------
      *    LOS FALTANTES NO DETIENEN LA APERTURA: SE LISTAN PARA QUE
      *    SE REGISTREN ANTES DE LA PRIMERA NOMINA DEL ANIO Y NO SE
      *    DESCUBRAN A MITAD DE LA CORRIDA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- VIGENCIAS PARA EL ANIO " WS-ANIO-APERTURA
               " ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3510-VERIFICAR-IMPUESTO.
           PERFORM 3520-VERIFICAR-APORTES.
           PERFORM 3530-VERIFICAR-SAL-MINIMOS.
           PERFORM 3540-VERIFICAR-TARIFAS.
           PERFORM 3550-VERIFICAR-TASAS-CAMBIO.
           PERFORM 3560-REVISAR-EMPLEADOS.
           PERFORM 3570-VERIFICAR-PRESUPUESTOS.
           PERFORM 3580-VERIFICAR-PLAZAS.

       3510-VERIFICAR-IMPUESTO.
      *------------------------
      *    LA TABLA DE IMPUESTO A LA RENTA ES POR ANIO FISCAL: NO SE
      *    ARRASTRA DEL ANIO ANTERIOR.
           MOVE ZEROS            TO WS-CANT-TRAMOS.
           MOVE WS-ANIO-APERTURA TO IMR-ANIO-FISCAL.
           MOVE ZEROS            TO IMR-SECUENCIA.

           START ARCHIVO-IMP-RENTA KEY IS NOT LESS THAN IMR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-IMR
           END-START.

           IF FL-IMR = "00"
             PERFORM 3515-LEER-TRAMO
           END-IF.

           PERFORM UNTIL FL-IMR NOT = "00" OR
                   IMR-ANIO-FISCAL > WS-ANIO-APERTURA
             IF IMR-ESTADO = "A"
               ADD 1 TO WS-CANT-TRAMOS
             END-IF
             PERFORM 3515-LEER-TRAMO
           END-PERFORM.

           IF WS-CANT-TRAMOS = ZEROS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "NO HAY TRAMOS ACTIVOS DE IMPUESTO A LA RENTA "
                 "PARA EL ANIO FISCAL " WS-ANIO-APERTURA
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9100-REPORTAR-FALTANTE
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "IMPUESTO A LA RENTA: " WS-CANT-TRAMOS
                 " TRAMOS ACTIVOS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       3515-LEER-TRAMO.
      *----------------
           READ ARCHIVO-IMP-RENTA NEXT RECORD
           END-READ.

       3520-VERIFICAR-APORTES.
      *-----------------------
           MOVE 0     TO WS-BANDERA-VIGENCIA.
           MOVE ZEROS TO WS-VIGENCIA-MEJOR.

           MOVE LOW-VALUES TO APO-CLAVE.
           START ARCHIVO-APORTES KEY IS NOT LESS THAN APO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-APO
           END-START.

           IF FL-APO = "00"
             PERFORM 3525-LEER-APORTE
           END-IF.

           PERFORM UNTIL FL-APO NOT = "00"
             COMPUTE WS-VIGENCIA-NUM = APO-VIG-AA * 100 + APO-VIG-MM
             IF APO-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-ENERO AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM TO WS-VIGENCIA-MEJOR
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 3525-LEER-APORTE
           END-PERFORM.

           MOVE SPACES TO WS-TEXTO-VERIFICACION.
           EVALUATE TRUE
               WHEN WS-VIGENCIA-NO-ENCONTRADA
                 STRING "NO HAY TASAS DE APORTE VIGENTES A ENERO "
                     "DE " WS-ANIO-APERTURA
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9100-REPORTAR-FALTANTE
               WHEN WS-VME-AA < WS-ANIO-APERTURA
                 STRING "LAS TASAS DE APORTE VIGENTES SON DE "
                     WS-VME-AA "-" WS-VME-MM ", REVISE SI CAMBIAN "
                     "PARA EL ANIO NUEVO"
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9200-REPORTAR-AVISO
               WHEN OTHER
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "TASAS DE APORTE: VIGENTES DESDE " WS-VME-AA
                     "-" WS-VME-MM
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 9000-ESCRIBIR-LINEA
           END-EVALUATE.

       3525-LEER-APORTE.
      *-----------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       3530-VERIFICAR-SAL-MINIMOS.
      *---------------------------
      *    EL SECTOR 0 ES EL SALARIO MINIMO GENERAL Y ES OBLIGATORIO;
      *    UN SECTOR SIN FILA VIGENTE CAE AL GENERAL, SOLO SE AVISA.
           INITIALIZE WS-TABLA-SECTORES.

           MOVE LOW-VALUES TO SMI-CLAVE.
           START ARCHIVO-SAL-MINIMOS KEY IS NOT LESS THAN SMI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SMI
           END-START.

           IF FL-SMI = "00"
             PERFORM 3535-LEER-SAL-MINIMO
           END-IF.

           PERFORM UNTIL FL-SMI NOT = "00"
             IF SMI-ESTADO = "A"
               COMPUTE WS-IND-SEC = SMI-COD-SECTOR + 1
               COMPUTE WS-VIGENCIA-NUM =
                   SMI-VIG-AA * 100 + SMI-VIG-MM
               MOVE 1 TO WS-SEC-EXISTE(WS-IND-SEC)
               IF WS-VIGENCIA-NUM <= WS-PERIODO-ENERO AND
                  WS-VIGENCIA-NUM > WS-SEC-MEJOR(WS-IND-SEC)
                 MOVE WS-VIGENCIA-NUM TO WS-SEC-MEJOR(WS-IND-SEC)
               END-IF
             END-IF
             PERFORM 3535-LEER-SAL-MINIMO
           END-PERFORM.

           MOVE WS-SEC-MEJOR(1) TO WS-VIGENCIA-MEJOR.
           MOVE SPACES TO WS-TEXTO-VERIFICACION.
           EVALUATE TRUE
               WHEN WS-VIGENCIA-MEJOR = ZEROS
                 STRING "NO HAY SALARIO MINIMO GENERAL (SECTOR 0) "
                     "VIGENTE A ENERO DE " WS-ANIO-APERTURA
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9100-REPORTAR-FALTANTE
               WHEN WS-VME-AA < WS-ANIO-APERTURA
                 STRING "EL SALARIO MINIMO GENERAL VIGENTE ES DE "
                     WS-VME-AA "-" WS-VME-MM ", REGISTRE EL DEL "
                     "ANIO NUEVO SI YA FUE FIJADO"
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9200-REPORTAR-AVISO
               WHEN OTHER
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "SALARIO MINIMO GENERAL: VIGENTE DESDE "
                     WS-VME-AA "-" WS-VME-MM
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 9000-ESCRIBIR-LINEA
           END-EVALUATE.

           PERFORM 3536-VERIFICAR-SECTOR
               VARYING WS-IND-SEC FROM 2 BY 1 UNTIL WS-IND-SEC > 1000.

       3535-LEER-SAL-MINIMO.
      *---------------------
           READ ARCHIVO-SAL-MINIMOS NEXT RECORD
           END-READ.

       3536-VERIFICAR-SECTOR.
      *----------------------
           IF WS-SEC-EXISTE(WS-IND-SEC) = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SECTOR-EDIT = WS-IND-SEC - 1.
           MOVE WS-SEC-MEJOR(WS-IND-SEC) TO WS-VIGENCIA-MEJOR.
           MOVE SPACES TO WS-TEXTO-VERIFICACION.

           EVALUATE TRUE
               WHEN WS-VIGENCIA-MEJOR = ZEROS
                 STRING "EL SECTOR " WS-SECTOR-EDIT " NO TIENE "
                     "SALARIO MINIMO VIGENTE A ENERO, RIGE EL GENERAL"
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9200-REPORTAR-AVISO
               WHEN WS-VME-AA < WS-ANIO-APERTURA
                 STRING "EL SALARIO MINIMO DEL SECTOR "
                     WS-SECTOR-EDIT " ES DE " WS-VME-AA "-" WS-VME-MM
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9200-REPORTAR-AVISO
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3540-VERIFICAR-TARIFAS.
      *-----------------------
      *    CADA TIPO DE NOVEDAD CON TARIFAS ACTIVAS DEBE TENER UN
      *    FACTOR VIGENTE AL PRIMERO DE ENERO.
           MOVE ZEROS TO WS-CANT-TIPOS-TAR.

           MOVE LOW-VALUES TO TAR-CLAVE.
           START ARCHIVO-TARIFAS KEY IS NOT LESS THAN TAR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-TAR
           END-START.

           IF FL-TAR = "00"
             PERFORM 3545-LEER-TARIFA
           END-IF.

           PERFORM UNTIL FL-TAR NOT = "00"
             MOVE TAR-TIPO-NOVEDAD TO WS-TAR-TIPO-ACT
             MOVE ZEROS TO WS-VIG-TAR-MEJOR
             MOVE ZEROS TO WS-TAR-ACTIVAS
             PERFORM UNTIL FL-TAR NOT = "00" OR
                     TAR-TIPO-NOVEDAD NOT = WS-TAR-TIPO-ACT
               IF TAR-ESTADO = "A"
                 ADD 1 TO WS-TAR-ACTIVAS
                 COMPUTE WS-VIG-TAR-NUM = TAR-VIG-AA * 10000 +
                     TAR-VIG-MM * 100 + TAR-VIG-DD
                 IF WS-VIG-TAR-NUM <= WS-FECHA-ENERO AND
                    WS-VIG-TAR-NUM > WS-VIG-TAR-MEJOR
                   MOVE WS-VIG-TAR-NUM TO WS-VIG-TAR-MEJOR
                 END-IF
               END-IF
               PERFORM 3545-LEER-TARIFA
             END-PERFORM
             PERFORM 3546-EVALUAR-TIPO-TARIFA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TARIFAS DE NOVEDADES: " WS-CANT-TIPOS-TAR
               " TIPOS CON FACTOR VIGENTE"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3545-LEER-TARIFA.
      *-----------------
           READ ARCHIVO-TARIFAS NEXT RECORD
           END-READ.

       3546-EVALUAR-TIPO-TARIFA.
      *-------------------------
           IF WS-TAR-ACTIVAS = ZEROS
             EXIT PARAGRAPH
           END-IF.

           IF WS-VIG-TAR-MEJOR = ZEROS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "EL TIPO DE NOVEDAD " WS-TAR-TIPO-ACT
                 " NO TIENE TARIFA VIGENTE AL " WS-FECHA-ENERO
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9100-REPORTAR-FALTANTE
           ELSE
             ADD 1 TO WS-CANT-TIPOS-TAR
           END-IF.

       3550-VERIFICAR-TASAS-CAMBIO.
      *----------------------------
      *    MISMA REGLA QUE LA CORRIDA MENSUAL: TASA DEL HISTORIAL
      *    VIGENTE AL PERIODO O, COMO RESPALDO, LA TASA DEL MAESTRO.
           MOVE ZEROS TO WS-CANT-MONEDAS.

           MOVE LOW-VALUES TO MON-CODIGO.
           START ARCHIVO-MONEDAS KEY IS NOT LESS THAN MON-CODIGO
             INVALID KEY
               MOVE "10" TO FL-MON
           END-START.

           IF FL-MON = "00"
             PERFORM 3555-LEER-MONEDA
           END-IF.

           PERFORM UNTIL FL-MON NOT = "00"
             IF MON-ESTADO = "A"
               PERFORM 3556-VERIFICAR-TASA-MONEDA
             END-IF
             PERFORM 3555-LEER-MONEDA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TASAS DE CAMBIO: " WS-CANT-MONEDAS
               " MONEDAS CON TASA VIGENTE EN EL HISTORIAL"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3555-LEER-MONEDA.
      *-----------------
           READ ARCHIVO-MONEDAS NEXT RECORD
           END-READ.

       3556-VERIFICAR-TASA-MONEDA.
      *---------------------------
           MOVE 0 TO WS-BANDERA-VIGENCIA.

           MOVE LOW-VALUES TO TCA-CLAVE.
           MOVE MON-CODIGO TO TCA-COD-MONEDA.
           START ARCHIVO-TASAS-CAMBIO KEY IS NOT LESS THAN TCA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-TCA
           END-START.

           IF FL-TCA = "00"
             PERFORM 3557-LEER-TASA
           END-IF.

           PERFORM UNTIL FL-TCA NOT = "00" OR
                   TCA-COD-MONEDA NOT = MON-CODIGO OR
                   WS-VIGENCIA-ENCONTRADA
             COMPUTE WS-VIGENCIA-NUM = TCA-VIG-AA * 100 + TCA-VIG-MM
             IF TCA-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-ENERO
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             IF WS-VIGENCIA-NO-ENCONTRADA
               PERFORM 3557-LEER-TASA
             END-IF
           END-PERFORM.

           MOVE SPACES TO WS-TEXTO-VERIFICACION.
           EVALUATE TRUE
               WHEN WS-VIGENCIA-ENCONTRADA
                 ADD 1 TO WS-CANT-MONEDAS
               WHEN MON-TASA-CAMBIO > ZEROS
                 STRING "LA MONEDA " MON-CODIGO " " MON-DESCRIPCION
                     " NO TIENE TASA EN EL HISTORIAL, SE USARA LA "
                     "DEL MAESTRO"
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9200-REPORTAR-AVISO
               WHEN OTHER
                 STRING "LA MONEDA " MON-CODIGO " " MON-DESCRIPCION
                     " NO TIENE TASA DE CAMBIO VIGENTE A ENERO"
                     DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
                 END-STRING
                 PERFORM 9100-REPORTAR-FALTANTE
           END-EVALUATE.

       3557-LEER-TASA.
      *---------------
           READ ARCHIVO-TASAS-CAMBIO NEXT RECORD
           END-READ.

       3560-REVISAR-EMPLEADOS.
      *-----------------------
      *    UNA SOLA PASADA POR LOS EMPLEADOS ACTIVOS DE LA EMPRESA:
      *    FRECUENCIAS DE PAGO, OFICINAS Y CARGOS OCUPADOS PARA LOS
      *    PRESUPUESTOS Y PLAZAS, Y GASTOS PERSONALES DEL ANIO.
           INITIALIZE WS-TABLA-OFICINAS WS-TABLA-PARES.

           MOVE LOW-VALUES TO EMP-CLAVE.
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3565-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                EMP-ESTADO = "A"
               PERFORM 3566-REGISTRAR-EMPLEADO
             END-IF
             PERFORM 3565-LEER-EMPLEADO
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS ACTIVOS: " WS-EMP-ACTIVOS
               " (SEMANALES " WS-EMP-SEMANALES
               ", QUINCENALES " WS-EMP-QUINCENALES ")"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-EMP-SEMANALES > ZEROS AND NOT WS-CAL-CON-SEMANAS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "HAY " WS-EMP-SEMANALES " EMPLEADOS SEMANALES "
                 "Y LA POLITICA NO GENERA SEMANAS"
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9200-REPORTAR-AVISO
           END-IF.

           IF WS-EMP-QUINCENALES > ZEROS AND NOT WS-CAL-CON-QUINCENAS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "HAY " WS-EMP-QUINCENALES " EMPLEADOS "
                 "QUINCENALES Y LA POLITICA NO GENERA QUINCENAS"
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9200-REPORTAR-AVISO
           END-IF.

           IF WS-EMP-SIN-GAS > ZEROS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING WS-EMP-SIN-GAS " EMPLEADOS ACTIVOS SIN "
                 "PROYECCION DE GASTOS PERSONALES PARA "
                 WS-ANIO-APERTURA
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9200-REPORTAR-AVISO
           END-IF.

       3565-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3566-REGISTRAR-EMPLEADO.
      *------------------------
           ADD 1 TO WS-EMP-ACTIVOS.

           EVALUATE EMP-FREC-PAGO
               WHEN "S"
                 ADD 1 TO WS-EMP-SEMANALES
               WHEN "Q"
                 ADD 1 TO WS-EMP-QUINCENALES
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF EMP-COD-OFICINA > ZEROS
             MOVE 1 TO WS-OFI-CON-EMPLEADOS(EMP-COD-OFICINA)
           END-IF.

           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
               UNTIL WS-IND-PAR > WS-TOT-PAR OR
                     (WS-PAR-OFICINA(WS-IND-PAR) = EMP-COD-OFICINA AND
                      WS-PAR-CARGO(WS-IND-PAR) = EMP-COD-CARGO)
             CONTINUE
           END-PERFORM.

           IF WS-IND-PAR > WS-TOT-PAR AND WS-TOT-PAR < WS-MAX-PAR
             ADD 1 TO WS-TOT-PAR
             MOVE EMP-COD-OFICINA TO WS-PAR-OFICINA(WS-TOT-PAR)
             MOVE EMP-COD-CARGO   TO WS-PAR-CARGO(WS-TOT-PAR)
           END-IF.

           MOVE EMP-CLAVE        TO GAS-COD-EMPLEADO.
           MOVE WS-ANIO-APERTURA TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           END-READ.

           IF FL-GAS NOT = "00" OR GAS-ESTADO NOT = "A"
             ADD 1 TO WS-EMP-SIN-GAS
           END-IF.

       3570-VERIFICAR-PRESUPUESTOS.
      *----------------------------
      *    SOLO SI LA EMPRESA CONTROLA PRESUPUESTO POR OFICINA: LA
      *    CORRIDA MENSUAL IGNORA UN PRESUPUESTO FALTANTE, POR ESO
      *    QUEDA COMO AVISO.
           MOVE 0 TO WS-BANDERA-USA.

           MOVE LOW-VALUES    TO PPT-CLAVE.
           MOVE WS-CIA-CODIGO TO PPT-COD-EMPRESA.
           START ARCHIVO-PRESUPUESTOS KEY IS NOT LESS THAN PPT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PPT
           END-START.

           IF FL-PPT = "00"
             READ ARCHIVO-PRESUPUESTOS NEXT RECORD
             END-READ
             IF FL-PPT = "00" AND PPT-COD-EMPRESA = WS-CIA-CODIGO
               MOVE 1 TO WS-BANDERA-USA
             END-IF
           END-IF.

           IF WS-EMPRESA-USA-TABLA
             PERFORM 3575-VERIFICAR-PPT-OFICINA
                 VARYING WS-IND-OFI FROM 1 BY 1 UNTIL WS-IND-OFI > 999
           END-IF.

       3575-VERIFICAR-PPT-OFICINA.
      *---------------------------
           IF WS-OFI-CON-EMPLEADOS(WS-IND-OFI) = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-MESES-SIN-PPT.

           PERFORM VARYING WS-IND-MES FROM 1 BY 1 UNTIL WS-IND-MES > 12
             MOVE WS-CIA-CODIGO    TO PPT-COD-EMPRESA
             MOVE WS-IND-OFI       TO PPT-COD-OFICINA
             MOVE WS-ANIO-APERTURA TO PPT-FEC-AA
             MOVE WS-IND-MES       TO PPT-FEC-MM
             READ ARCHIVO-PRESUPUESTOS
             END-READ
             IF FL-PPT NOT = "00" OR PPT-ESTADO NOT = "A"
               ADD 1 TO WS-MESES-SIN-PPT
             END-IF
           END-PERFORM.

           IF WS-MESES-SIN-PPT > ZEROS
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "LA OFICINA " WS-IND-OFI " NO TIENE PRESUPUESTO "
                 "ACTIVO EN " WS-MESES-SIN-PPT " MESES DEL ANIO"
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9200-REPORTAR-AVISO
           END-IF.

       3580-VERIFICAR-PLAZAS.
      *----------------------
      *    SOLO SI LA EMPRESA CONTROLA PLAZAS AUTORIZADAS: CADA
      *    OFICINA Y CARGO OCUPADO DEBE TENER UN CUPO VIGENTE.
           MOVE 0 TO WS-BANDERA-USA.

           MOVE LOW-VALUES    TO PLA-CLAVE.
           MOVE WS-CIA-CODIGO TO PLA-COD-EMPRESA.
           START ARCHIVO-PLAZAS KEY IS NOT LESS THAN PLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLA
           END-START.

           IF FL-PLA = "00"
             PERFORM 3585-LEER-PLAZA
             IF FL-PLA = "00" AND PLA-COD-EMPRESA = WS-CIA-CODIGO
               MOVE 1 TO WS-BANDERA-USA
             END-IF
           END-IF.

           IF WS-EMPRESA-USA-TABLA
             PERFORM 3586-VERIFICAR-PLAZA-PAR
                 VARYING WS-IND-PAR FROM 1 BY 1
                 UNTIL WS-IND-PAR > WS-TOT-PAR
           END-IF.

       3585-LEER-PLAZA.
      *----------------
           READ ARCHIVO-PLAZAS NEXT RECORD
           END-READ.

       3586-VERIFICAR-PLAZA-PAR.
      *-------------------------
           MOVE 0 TO WS-BANDERA-VIGENCIA.

           MOVE WS-CIA-CODIGO              TO PLA-COD-EMPRESA.
           MOVE WS-PAR-OFICINA(WS-IND-PAR) TO PLA-COD-OFICINA.
           MOVE WS-PAR-CARGO(WS-IND-PAR)   TO PLA-COD-CARGO.
           MOVE ZEROS                      TO PLA-VIG-AA PLA-VIG-MM.

           START ARCHIVO-PLAZAS KEY IS NOT LESS THAN PLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLA
           END-START.

           IF FL-PLA = "00"
             PERFORM 3585-LEER-PLAZA
           END-IF.

           PERFORM UNTIL FL-PLA NOT = "00" OR
                   PLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   PLA-COD-OFICINA NOT = WS-PAR-OFICINA(WS-IND-PAR) OR
                   PLA-COD-CARGO NOT = WS-PAR-CARGO(WS-IND-PAR)
             COMPUTE WS-VIGENCIA-NUM = PLA-VIG-AA * 100 + PLA-VIG-MM
             IF PLA-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-ENERO
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 3585-LEER-PLAZA
           END-PERFORM.

           IF WS-VIGENCIA-NO-ENCONTRADA
             MOVE SPACES TO WS-TEXTO-VERIFICACION
             STRING "SIN PLAZAS AUTORIZADAS VIGENTES A ENERO: "
                 "OFICINA " WS-PAR-OFICINA(WS-IND-PAR)
                 " CARGO " WS-PAR-CARGO(WS-IND-PAR)
                 DELIMITED BY SIZE INTO WS-TEXTO-VERIFICACION
             END-STRING
             PERFORM 9200-REPORTAR-AVISO
           END-IF.

       3900-RESUMEN-PREVIO.
      *--------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PERIODOS: " WS-CANT-PER-NUEVOS " A CREAR, "
               WS-CANT-PER-COMPLETAR " A COMPLETAR, "
               WS-CANT-PER-EXISTEN " YA EXISTENTES"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUBPERIODOS: " WS-CANT-SUB-NUEVOS " A CREAR, "
               WS-CANT-SUB-COMPLETAR " A COMPLETAR, "
               WS-CANT-SUB-EXISTEN " YA EXISTENTES"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "VIGENCIAS: " WS-TOT-FALTANTES " FALTANTES, "
               WS-TOT-AVISOS " AVISOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TOT-FALTANTES > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "REGISTRE LAS VIGENCIAS FALTANTES ANTES DE LA "
                 "PRIMERA NOMINA DEL ANIO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4000-CONFIRMAR-Y-GRABAR.
      *------------------------
           IF WS-CANT-PER-NUEVOS = ZEROS AND
              WS-CANT-PER-COMPLETAR = ZEROS AND
              WS-CANT-SUB-NUEVOS = ZEROS AND
              WS-CANT-SUB-COMPLETAR = ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EL CALENDARIO DEL ANIO " WS-ANIO-APERTURA
                 " YA ESTA COMPLETO, NO HAY NADA QUE GRABAR"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA LA GENERACION DEL CALENDARIO (S/N)? ".
           ACCEPT WS-CONFIRMACION.

           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
             PERFORM 5000-GRABAR-CALENDARIO
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "APERTURA CANCELADA, NO SE GRABO EL CALENDARIO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5000-GRABAR-CALENDARIO.
      *-----------------------
           PERFORM 5100-GRABAR-PERIODO
               VARYING WS-IND-MES FROM 1 BY 1 UNTIL WS-IND-MES > 12.

           PERFORM 5200-GRABAR-SUBPERIODO
               VARYING WS-IND-SUB FROM 1 BY 1
               UNTIL WS-IND-SUB > WS-TOT-SUB.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CALENDARIO GRABADO: " WS-CANT-GRABADOS-PER
               " PERIODOS Y " WS-CANT-GRABADOS-SUB " SUBPERIODOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5100-GRABAR-PERIODO.
      *--------------------
      *    LOS PERIODOS NUEVOS QUEDAN ABIERTOS, IGUAL QUE LOS QUE
      *    REGISTRA EL CIERRE SIN NOMINA PROCESADA; LA CORRIDA
      *    MENSUAL LOS TOMA Y LOS PASA A EN PROCESO.
           MOVE WS-CIA-CODIGO    TO PER-COD-EMPRESA.
           MOVE WS-ANIO-APERTURA TO PER-FEC-AA.
           MOVE WS-IND-MES       TO PER-FEC-MM.

           EVALUATE WS-MES-SITUACION(WS-IND-MES)
               WHEN "N"
                 MOVE "A"    TO PER-ESTADO
                 MOVE ZERO   TO PER-ULT-EMP-PROCESADO
                 MOVE SPACES TO PER-SOLICITANTE-CIERRE
                 MOVE WS-MES-CORTE(WS-IND-MES)    TO PER-DIA-CORTE
                 MOVE WS-MES-FEC-PAGO(WS-IND-MES) TO PER-FEC-PAGO
                 WRITE PER-DATOS
               WHEN "U"
                 READ ARCHIVO-PERIODOS
                 END-READ
                 IF FL-PER = "00"
                   MOVE WS-MES-FEC-PAGO(WS-IND-MES) TO PER-FEC-PAGO
                   IF PER-DIA-CORTE IS NOT NUMERIC OR
                      PER-DIA-CORTE = ZEROS
                     MOVE WS-MES-CORTE(WS-IND-MES) TO PER-DIA-CORTE
                   END-IF
                   REWRITE PER-DATOS
                 END-IF
               WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

           IF FL-PER = "00"
             ADD 1 TO WS-CANT-GRABADOS-PER
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "ERROR AL GRABAR EL PERIODO " WS-ANIO-APERTURA
                 "-" WS-IND-MES " - " FL-PER
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE "5100-GRABAR-PERIODO" TO WS-ERR-PARRAFO
             MOVE "PER" TO WS-ERR-ARCHIVO
             MOVE FL-PER TO WS-ERR-ESTADO
             MOVE PER-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       5200-GRABAR-SUBPERIODO.
      *-----------------------
      *    LOS SUBPERIODOS GENERADOS QUEDAN PROGRAMADOS (ESTADO "G");
      *    LA NOMINA DE SUBPERIODOS LOS PASA A EN PROCESO AL
      *    CORRERLOS Y EL CIERRE DEL MES NO ESPERA A LOS QUE NUNCA
      *    SE CORRIERON.
           MOVE WS-CIA-CODIGO                 TO SPE-COD-EMPRESA.
           MOVE WS-ANIO-APERTURA              TO SPE-FEC-AA.
           MOVE WS-SUB-MES(WS-IND-SUB)        TO SPE-FEC-MM.
           MOVE WS-SUB-FRECUENCIA(WS-IND-SUB) TO SPE-FRECUENCIA.
           MOVE WS-SUB-SECUENCIA(WS-IND-SUB)  TO SPE-SECUENCIA.

           EVALUATE WS-SUB-SITUACION(WS-IND-SUB)
               WHEN "N"
                 MOVE "G"  TO SPE-ESTADO
                 MOVE ZERO TO SPE-ULT-EMP-PROCESADO
                 MOVE WS-SUB-FEC-PAGO(WS-IND-SUB) TO SPE-FEC-PAGO
                 WRITE SPE-DATOS
               WHEN "U"
                 READ ARCHIVO-SUBPERIODOS
                 END-READ
                 IF FL-SPE = "00"
                   MOVE WS-SUB-FEC-PAGO(WS-IND-SUB) TO SPE-FEC-PAGO
                   REWRITE SPE-DATOS
                 END-IF
               WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

           IF FL-SPE = "00"
             ADD 1 TO WS-CANT-GRABADOS-SUB
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "ERROR AL GRABAR EL SUBPERIODO "
                 WS-SUB-FRECUENCIA(WS-IND-SUB) "-"
                 WS-SUB-SECUENCIA(WS-IND-SUB) " DE "
                 WS-ANIO-APERTURA "-" WS-SUB-MES(WS-IND-SUB)
                 " - " FL-SPE
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE "5200-GRABAR-SUBPERIODO" TO WS-ERR-PARRAFO
             MOVE "SPE" TO WS-ERR-ARCHIVO
             MOVE FL-SPE TO WS-ERR-ESTADO
             MOVE SPE-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       7000-AJUSTAR-FECHA-PAGO.
      *------------------------
      *    EL PAGO QUE CAE EN SABADO, DOMINGO O FERIADO NACIONAL SE
      *    ADELANTA O POSTERGA AL DIA HABIL MAS CERCANO SEGUN LA
      *    POLITICA. LA EMPRESA PAGA A TODAS SUS CIUDADES EL MISMO
      *    DIA, POR ESO SOLO CUENTAN LOS FERIADOS NACIONALES.
           MOVE WS-FECHA-CALCULO-NUM TO WS-FECHA-NOMINAL.
           MOVE ZEROS TO WS-DIAS-MOVIDOS.

           PERFORM 7010-VERIFICAR-DIA-HABIL.

           PERFORM UNTIL WS-DIA-HABIL OR
                   WS-DIAS-MOVIDOS >= WS-MAX-MOVIDOS
             COMPUTE WS-DIA-ENTERO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO-NUM)
             IF WS-CAL-ADELANTAR
               SUBTRACT 1 FROM WS-DIA-ENTERO
             ELSE
               ADD 1 TO WS-DIA-ENTERO
             END-IF
             COMPUTE WS-FECHA-CALCULO-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
             ADD 1 TO WS-DIAS-MOVIDOS
             PERFORM 7010-VERIFICAR-DIA-HABIL
           END-PERFORM.

       7010-VERIFICAR-DIA-HABIL.
      *-------------------------
           MOVE 1 TO WS-BANDERA-HABIL.

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO-NUM) 7).

           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
             MOVE 0 TO WS-BANDERA-HABIL
           END-IF.

           IF WS-DIA-HABIL
             MOVE WS-FCA-AA TO FER-FEC-AA
             MOVE WS-FCA-MM TO FER-FEC-MM
             MOVE WS-FCA-DD TO FER-FEC-DD
             MOVE ZEROS     TO FER-COD-CIUDAD
             READ ARCHIVO-FERIADOS
             END-READ
             IF FL-FER = "00" AND FER-ESTADO = "A"
               MOVE 0 TO WS-BANDERA-HABIL
             END-IF
           END-IF.

       9000-ESCRIBIR-LINEA.
      *--------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-REPORTAR-FALTANTE.
      *-----------------------
           ADD 1 TO WS-TOT-FALTANTES.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FALTA: " WS-TEXTO-VERIFICACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9200-REPORTAR-AVISO.
      *--------------------
           ADD 1 TO WS-TOT-AVISOS.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "AVISO: " WS-TEXTO-VERIFICACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "APER-ANI"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
