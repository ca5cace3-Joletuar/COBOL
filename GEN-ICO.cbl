      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-ICO.
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
            COPY "./Copys/FISI-JUB.cpy".
            COPY "./Copys/FISI-ICA.cpy".
            COPY "./Copys/FISI-ICC.cpy".

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-ICO.txt"
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
            COPY "./Copys/LOGI-JUB.cpy".
            COPY "./Copys/LOGI-ICA.cpy".
            COPY "./Copys/LOGI-ICC.cpy".

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-JUB                  PIC XX.
       01  FL-ICA                  PIC XX.
       01  FL-ICC                  PIC XX.
       01  FL-INT                  PIC XX.

      *    CARGO INTERCOMPANIA DEL MES: EL COSTO CARGADO DE CADA
      *    EMPLEADO COMPARTIDO (LO DEVENGADO, EL APORTE PATRONAL Y
      *    LAS PROVISIONES, CON LAS REGLAS DE COST-EMP) SE REPARTE
      *    ENTRE LAS EMPRESAS RECEPTORAS SEGUN SU ASIGNACION
      *    VIGENTE. SALEN LOS ASIENTOS DE AMBOS LADOS PARA LA
      *    INTERFAZ CONTABLE Y UN ESTADO DE CARGOS POR PAREJA.
       01  WS-PARAMETROS-ICO.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ICO-FEC-AA         PIC 9(4).
           03 WS-ICO-FEC-MM         PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       77  WS-RUBRO-APORTE-PATRONAL PIC 9(2) VALUE 4.
       77  WS-RUBRO-DECIMO-TERCERO  PIC 9(2) VALUE 6.
       77  WS-RUBRO-DECIMO-CUARTO   PIC 9(2) VALUE 7.
       77  WS-RUBRO-VACACIONES-LIQ  PIC 9(2) VALUE 13.
       77  WS-RUBRO-FONDO-RESERVA   PIC 9(2) VALUE 16.

       01  WS-TABLA-RUBROS.
           03 WS-RUB-NAT            PIC X(1) OCCURS 99 TIMES.

       01  WS-TASAS-VIGENTES.
           03 WS-PORC-PATRONAL      PIC 9(2)V9(2).
           03 WS-PORC-RESERVA       PIC 9(2)V9(2).
           03 WS-SUELDO-BASICO      PIC 9(8)V9(2).
           03 WS-PERIODO-NUM        PIC 9(6).
           03 WS-VIGENCIA-NUM       PIC 9(6).
           03 WS-VIGENCIA-MEJOR     PIC 9(6).
           03 WS-BANDERA-VIGENCIA   PIC 9.
               88 WS-VIGENCIA-ENCONTRADA    VALUE 1.
               88 WS-VIGENCIA-NO-ENCONTRADA VALUE 0.

       01  WS-COSTO-EMPLEADO.
           03 WS-CST-REMUNERACION   PIC 9(10)V9(2).
           03 WS-CST-APORTE-PAT     PIC 9(10)V9(2).
           03 WS-CST-PROVISIONES    PIC 9(10)V9(2).
           03 WS-CST-MENSUAL        PIC 9(10)V9(2).
           03 WS-MESES-SERVICIO     PIC S9(4).
           03 WS-BANDERA-NOMINA     PIC 9.
               88 WS-CON-NOMINA         VALUE 1.
               88 WS-SIN-NOMINA         VALUE 0.
           03 WS-BANDERA-APORTE     PIC 9.
               88 WS-CON-APORTE         VALUE 1.
               88 WS-SIN-APORTE         VALUE 0.

      *    VIGENCIA DE ASIGNACION ENTRE EMPRESAS MAS RECIENTE QUE
      *    NO SUPERE EL PERIODO.
       01  WS-REPARTO-ICA.
           03 WS-VIGENCIA-ICA-NUM   PIC 9(6).
           03 WS-VIGENCIA-ICA-MEJOR PIC 9(6).
           03 WS-VALOR-CARGO        PIC 9(10)V9(2).
           03 WS-BANDERA-ICA        PIC 9.
               88 WS-ICA-VIGENTE        VALUE 1.
               88 WS-ICA-NO-VIGENTE     VALUE 0.

      *    UNA FILA POR EMPRESA RECEPTORA CON SU TOTAL DEL MES.
       01  WS-TABLA-PAREJAS.
           03 WS-PAR-FILA OCCURS 50 TIMES.
              05 WS-PAR-RECEPTORA   PIC 9(3).
              05 WS-PAR-EMPLEADOS   PIC 9(5).
              05 WS-PAR-TOTAL       PIC 9(13)V9(2).

       01  WS-TOT-PAREJAS           PIC 9(3).
       01  WS-IND-PAR               PIC 9(3).
       01  WS-FILA-PAR              PIC 9(3).
       01  WS-RECEPTORA-ACTUAL      PIC 9(3).

       01  WS-FASE-ICO              PIC 9.
           88 WS-FASE-CALCULO       VALUE 1.
           88 WS-FASE-ESTADO        VALUE 2.

       01  WS-CONTADORES.
           03 WS-TOTAL-COMPARTIDOS  PIC 9(5).
           03 WS-TOTAL-SIN-NOMINA   PIC 9(5).
           03 WS-PAREJAS-SIN-MAPEO  PIC 9(3).
           03 WS-LINEAS-ESCRITAS    PIC 9(6).
           03 WS-TOTAL-DEBE         PIC 9(13)V9(2).
           03 WS-TOTAL-HABER        PIC 9(13)V9(2).
           03 WS-TOTAL-CARGADO      PIC 9(13)V9(2).

       01  WS-NOMBRE-RECEPTORA      PIC X(30).
       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-COSTO-EDITADO         PIC Z(9)9.99.
       01  WS-PCT-EDITADO           PIC ZZ9.99.

      *    LINEA DE ASIENTO DE ANCHO FIJO, LA MISMA DE LA INTERFAZ
      *    CONTABLE DE LA NOMINA; CADA LADO VIAJA CON SU EMPRESA.
       01  INT-ASIENTO.
           03 INT-TIPO-LINEA        PIC X(1).
           03 INT-EMPRESA           PIC 9(3).
           03 INT-PERIODO           PIC 9(6).
           03 INT-OFICINA           PIC 9(3).
           03 INT-CUENTA            PIC X(10).
           03 INT-RUBRO             PIC 9(2).
           03 INT-VALOR             PIC 9(11)V9(2).
           03 FILLER                PIC X(12) VALUE SPACES.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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
             PERFORM 2010-VALIDAR-PERIODO
             IF WS-CAMPOS-CORRECTO
               PERFORM 2020-BUSCAR-VIGENCIA
             END-IF
             IF WS-CAMPOS-CORRECTO
               PERFORM 2100-CARGAR-RUBROS
               PERFORM 3000-GENERAR-CARGOS
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE GENERARON LOS CARGOS INTERCOMPANIA"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN OUTPUT ARCHIVO-INTERFAZ.

           OPEN INPUT ARCHIVO-JUBILACION.
           IF FL-JUB NOT = "00"
             OPEN OUTPUT ARCHIVO-JUBILACION
             CLOSE ARCHIVO-JUBILACION
             OPEN INPUT ARCHIVO-JUBILACION
           END-IF.

           OPEN INPUT ARCHIVO-ASIGNACIONES-CIA.
           IF FL-ICA NOT = "00"
             OPEN OUTPUT ARCHIVO-ASIGNACIONES-CIA
             CLOSE ARCHIVO-ASIGNACIONES-CIA
             OPEN INPUT ARCHIVO-ASIGNACIONES-CIA
           END-IF.

           OPEN INPUT ARCHIVO-CUENTAS-INTERCIA.
           IF FL-ICC NOT = "00"
             OPEN OUTPUT ARCHIVO-CUENTAS-INTERCIA
             CLOSE ARCHIVO-CUENTAS-INTERCIA
             OPEN INPUT ARCHIVO-CUENTAS-INTERCIA
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-JUBILACION.
           CLOSE ARCHIVO-ASIGNACIONES-CIA.
           CLOSE ARCHIVO-CUENTAS-INTERCIA.
           CLOSE ARCHIVO-INTERFAZ.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   CARGOS INTERCOMPANIA DE EMPLEADOS COMPARTIDOS".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-ICO-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-ICO-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ICO-FEC-AA IS NOT NUMERIC OR
                    WS-ICO-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-ICO-FEC-MM IS NOT NUMERIC OR
                    WS-ICO-FEC-MM <= ZEROS OR WS-ICO-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 COMPUTE WS-PERIODO-NUM =
                     WS-ICO-FEC-AA * 100 + WS-ICO-FEC-MM
           END-EVALUATE.

       2010-VALIDAR-PERIODO.
      *----------------------
      *    EL CARGO SE FACTURA SOBRE LO LIQUIDADO: SOLO CON EL
      *    PERIODO DE LA EMPRESA EMPLEADORA CERRADO. UNA EMPRESA
      *    SANDBOX NO GENERA ASIENTOS.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00" AND
              CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE GENERAN CARGOS INTERCOMPANIA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-ICO-FEC-AA TO PER-FEC-AA.
           MOVE WS-ICO-FEC-MM TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           IF FL-PER NOT = "00" OR PER-ESTADO NOT = "C"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PERIODO " WS-ICO-FEC-AA "-" WS-ICO-FEC-MM
                 " NO ESTA CERRADO PARA ESTA EMPRESA"
           END-IF.

       2020-BUSCAR-VIGENCIA.
      *----------------------
           MOVE 0 TO WS-BANDERA-VIGENCIA.
           MOVE ZERO TO WS-VIGENCIA-MEJOR.

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
                WS-VIGENCIA-NUM <= WS-PERIODO-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM   TO WS-VIGENCIA-MEJOR
               MOVE APO-PORC-PATRONAL TO WS-PORC-PATRONAL
               MOVE APO-PORC-RESERVA  TO WS-PORC-RESERVA
               MOVE APO-SUELDO-BASICO TO WS-SUELDO-BASICO
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 2021-LEER-VIGENCIA
           END-PERFORM.

           IF WS-VIGENCIA-NO-ENCONTRADA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY TASAS DE APORTE VIGENTES PARA EL "
                 "PERIODO, REGISTRELAS EN LA PARAMETRIZACION"
             MOVE "2020-BUSCAR-VIGENCIA" TO WS-ERR-PARRAFO
             MOVE "APO" TO WS-ERR-ARCHIVO
             MOVE FL-APO TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "NO HAY TASAS DE APORTE VIGENTES" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       2021-LEER-VIGENCIA.
      *--------------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       2100-CARGAR-RUBROS.
      *--------------------
           MOVE SPACES TO WS-TABLA-RUBROS.

           MOVE LOW-VALUES TO RUB-CODIGO.

           START ARCHIVO-RUBROS KEY IS NOT LESS THAN RUB-CODIGO
             INVALID KEY
               MOVE "10" TO FL-RUB
           END-START.

           IF FL-RUB = "00"
             PERFORM 2110-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-RUB NOT = "00"
             IF RUB-CODIGO > ZEROS AND RUB-CODIGO < 100
               MOVE RUB-NATURALEZA TO WS-RUB-NAT(RUB-CODIGO)
             END-IF
             PERFORM 2110-LEER-RUBRO
           END-PERFORM.

       2110-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-RUBROS NEXT RECORD
           END-READ.

       3000-GENERAR-CARGOS.
      *---------------------
           INITIALIZE WS-CONTADORES WS-TABLA-PAREJAS.
           MOVE ZERO TO WS-TOT-PAREJAS.

      *    PRIMERA PASADA: COSTEA A LOS EMPLEADOS COMPARTIDOS Y
      *    ACUMULA EL CARGO DE CADA EMPRESA RECEPTORA.
           MOVE 1 TO WS-FASE-ICO.
           PERFORM 3010-RECORRER-EMPLEADOS.

           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
               UNTIL WS-IND-PAR > WS-TOT-PAREJAS
             PERFORM 3060-ESCRIBIR-ASIENTOS-PAREJA
           END-PERFORM.

           PERFORM 3070-VERIFICAR-CUADRE.

      *    SEGUNDA PASADA: EL ESTADO DE CARGOS DE CADA PAREJA CON
      *    EL DETALLE POR EMPLEADO.
           MOVE 2 TO WS-FASE-ICO.
           PERFORM 4000-IMPRIMIR-ESTADOS.

       3010-RECORRER-EMPLEADOS.
      *-------------------------
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3011-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO
               PERFORM 3020-PROCESAR-EMPLEADO
             END-IF
             PERFORM 3011-LEER-EMPLEADO
           END-PERFORM.

       3011-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3020-PROCESAR-EMPLEADO.
      *------------------------
           PERFORM 3030-BUSCAR-VIGENCIA-ICA.

           IF WS-ICA-NO-VIGENTE
             EXIT PARAGRAPH
           END-IF.

           PERFORM 5000-COSTEAR-EMPLEADO.

      *    SIN NOMINA LIQUIDADA EN EL MES NO HAY COSTO REAL QUE
      *    FACTURAR A LAS EMPRESAS HERMANAS.
           IF WS-SIN-NOMINA
             IF WS-FASE-CALCULO
               ADD 1 TO WS-TOTAL-SIN-NOMINA
               DISPLAY "SIN CARGO " EMP-CLAVE " " EMP-NOMBRES
                   " - SIN NOMINA EN EL PERIODO"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-FASE-CALCULO
             ADD 1 TO WS-TOTAL-COMPARTIDOS
           END-IF.

           PERFORM 3040-REPARTIR-COSTO.

       3030-BUSCAR-VIGENCIA-ICA.
      *--------------------------
           MOVE 0 TO WS-BANDERA-ICA.
           MOVE ZERO TO WS-VIGENCIA-ICA-MEJOR.

           MOVE LOW-VALUES TO ICA-CLAVE.
           MOVE EMP-CLAVE  TO ICA-COD-EMPLEADO.

           START ARCHIVO-ASIGNACIONES-CIA
               KEY IS NOT LESS THAN ICA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ICA
           END-START.

           IF FL-ICA = "00"
             PERFORM 3031-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ICA NOT = "00" OR
                   ICA-COD-EMPLEADO NOT = EMP-CLAVE
             COMPUTE WS-VIGENCIA-ICA-NUM =
                 ICA-VIG-AA * 100 + ICA-VIG-MM
             IF ICA-ESTADO = "A" AND
                WS-VIGENCIA-ICA-NUM <= WS-PERIODO-NUM AND
                WS-VIGENCIA-ICA-NUM > WS-VIGENCIA-ICA-MEJOR
               MOVE WS-VIGENCIA-ICA-NUM TO WS-VIGENCIA-ICA-MEJOR
               MOVE 1 TO WS-BANDERA-ICA
             END-IF
             PERFORM 3031-LEER-ASIGNACION
           END-PERFORM.

       3031-LEER-ASIGNACION.
      *----------------------
           READ ARCHIVO-ASIGNACIONES-CIA NEXT RECORD
           END-READ.

       3040-REPARTIR-COSTO.
      *---------------------
           MOVE LOW-VALUES TO ICA-CLAVE.
           MOVE EMP-CLAVE  TO ICA-COD-EMPLEADO.

           START ARCHIVO-ASIGNACIONES-CIA
               KEY IS NOT LESS THAN ICA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ICA
           END-START.

           IF FL-ICA = "00"
             PERFORM 3031-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ICA NOT = "00" OR
                   ICA-COD-EMPLEADO NOT = EMP-CLAVE
             COMPUTE WS-VIGENCIA-ICA-NUM =
                 ICA-VIG-AA * 100 + ICA-VIG-MM
             IF ICA-ESTADO = "A" AND
                WS-VIGENCIA-ICA-NUM = WS-VIGENCIA-ICA-MEJOR AND
                ICA-CIA-RECEPTORA NOT = WS-CIA-CODIGO
               COMPUTE WS-VALOR-CARGO ROUNDED =
                   WS-CST-MENSUAL * ICA-PORCENTAJE / 100
               IF WS-FASE-CALCULO
                 PERFORM 3050-ACUMULAR-PAREJA
               ELSE
                 IF ICA-CIA-RECEPTORA = WS-RECEPTORA-ACTUAL
                   PERFORM 4020-IMPRIMIR-DETALLE
                 END-IF
               END-IF
             END-IF
             PERFORM 3031-LEER-ASIGNACION
           END-PERFORM.

       3050-ACUMULAR-PAREJA.
      *----------------------
           MOVE ZERO TO WS-FILA-PAR.
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
               UNTIL WS-IND-PAR > WS-TOT-PAREJAS OR
                     WS-FILA-PAR > ZEROS
             IF WS-PAR-RECEPTORA (WS-IND-PAR) = ICA-CIA-RECEPTORA
               MOVE WS-IND-PAR TO WS-FILA-PAR
             END-IF
           END-PERFORM.

           IF WS-FILA-PAR = ZEROS
             IF WS-TOT-PAREJAS < 50
               ADD 1 TO WS-TOT-PAREJAS
               MOVE WS-TOT-PAREJAS TO WS-FILA-PAR
               MOVE ICA-CIA-RECEPTORA
                 TO WS-PAR-RECEPTORA (WS-FILA-PAR)
             ELSE
               DISPLAY "SIN CARGO " EMP-CLAVE " A LA EMPRESA "
                   ICA-CIA-RECEPTORA " - TABLA DE EMPRESAS LLENA"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD 1              TO WS-PAR-EMPLEADOS (WS-FILA-PAR).
           ADD WS-VALOR-CARGO TO WS-PAR-TOTAL (WS-FILA-PAR).
           ADD WS-VALOR-CARGO TO WS-TOTAL-CARGADO.

       3060-ESCRIBIR-ASIENTOS-PAREJA.
      *-------------------------------
      *    CUATRO LINEAS POR PAREJA: LA EMISORA DEBITA SU CUENTA
      *    POR COBRAR Y ACREDITA LA RECUPERACION DEL COSTO; LA
      *    RECEPTORA DEBITA SU GASTO Y ACREDITA LA CUENTA POR
      *    PAGAR. SIN CUENTAS ACTIVAS PARA LA PAREJA EL EXTRACTO
      *    SE INVALIDA EN 3070.
           IF WS-PAR-TOTAL (WS-IND-PAR) = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO                TO ICC-CIA-EMISORA.
           MOVE WS-PAR-RECEPTORA (WS-IND-PAR) TO ICC-CIA-RECEPTORA.
           READ ARCHIVO-CUENTAS-INTERCIA
           END-READ.

           IF FL-ICC NOT = "00" OR ICC-ESTADO NOT = "A"
             ADD 1 TO WS-PAREJAS-SIN-MAPEO
             DISPLAY "EMPRESAS " WS-CIA-CODIGO " - "
                 WS-PAR-RECEPTORA (WS-IND-PAR)
                 " SIN CUENTAS INTERCOMPANIA ACTIVAS"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE INT-PERIODO = WS-ICO-FEC-AA * 100 + WS-ICO-FEC-MM.
           MOVE ZEROS                     TO INT-OFICINA.
           MOVE ZEROS                     TO INT-RUBRO.
           MOVE WS-PAR-TOTAL (WS-IND-PAR) TO INT-VALOR.

           MOVE WS-CIA-CODIGO     TO INT-EMPRESA.
           MOVE "D"               TO INT-TIPO-LINEA.
           MOVE ICC-CTA-EMI-DEBE  TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.
           MOVE "H"               TO INT-TIPO-LINEA.
           MOVE ICC-CTA-EMI-HABER TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.

           MOVE WS-PAR-RECEPTORA (WS-IND-PAR) TO INT-EMPRESA.
           MOVE "D"               TO INT-TIPO-LINEA.
           MOVE ICC-CTA-REC-DEBE  TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.
           MOVE "H"               TO INT-TIPO-LINEA.
           MOVE ICC-CTA-REC-HABER TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.

           COMPUTE WS-TOTAL-DEBE =
               WS-TOTAL-DEBE + (WS-PAR-TOTAL (WS-IND-PAR) * 2).
           COMPUTE WS-TOTAL-HABER =
               WS-TOTAL-HABER + (WS-PAR-TOTAL (WS-IND-PAR) * 2).
           ADD 4 TO WS-LINEAS-ESCRITAS.

       3070-VERIFICAR-CUADRE.
      *-----------------------
      *    UNA PAREJA SIN CUENTAS O UN DESCUADRE DEJAN EL ARCHIVO
      *    VACIO PARA QUE CONTABILIDAD NO CARGUE UN LADO SIN EL
      *    OTRO.
           IF WS-PAREJAS-SIN-MAPEO > ZEROS OR
              WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
             CLOSE ARCHIVO-INTERFAZ
             OPEN OUTPUT ARCHIVO-INTERFAZ
             DISPLAY WS-DECORADOR
             DISPLAY "ASIENTOS INTERCOMPANIA RECHAZADOS:"
             DISPLAY "PAREJAS SIN CUENTAS: " WS-PAREJAS-SIN-MAPEO
             DISPLAY "TOTAL DEBE:  " WS-TOTAL-DEBE
             DISPLAY "TOTAL HABER: " WS-TOTAL-HABER
             DISPLAY "EL ARCHIVO DE INTERFAZ SE DEJO VACIO"
             MOVE "3070-VERIFICAR-CUADRE" TO WS-ERR-PARRAFO
             MOVE "INT" TO WS-ERR-ARCHIVO
             MOVE FL-INT TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "ASIENTOS INTERCOMPANIA RECHAZADOS Y VACIADOS"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             DISPLAY WS-DECORADOR
           ELSE
             DISPLAY WS-DECORADOR
             DISPLAY "ASIENTOS INTERCOMPANIA GENERADOS"
             DISPLAY "EMPLEADOS COMPARTIDOS: " WS-TOTAL-COMPARTIDOS
             DISPLAY "SIN NOMINA EN EL MES:  " WS-TOTAL-SIN-NOMINA
             DISPLAY "EMPRESAS RECEPTORAS:   " WS-TOT-PAREJAS
             DISPLAY "LINEAS ESCRITAS: " WS-LINEAS-ESCRITAS
             DISPLAY "TOTAL DEBE:  " WS-TOTAL-DEBE
             DISPLAY "TOTAL HABER: " WS-TOTAL-HABER
             DISPLAY "ARCHIVO: ../Archivos/Interfaz-ICO.txt"
             DISPLAY WS-DECORADOR
           END-IF.

       4000-IMPRIMIR-ESTADOS.
      *-----------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GEN-ICO "    TO WS-RPT-NOMBRE.
           MOVE "ESTADO DE CARGOS INTERCOMPANIA POR EMPRESA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-ICO-FEC-AA "-" WS-ICO-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
               UNTIL WS-IND-PAR > WS-TOT-PAREJAS
             PERFORM 4010-IMPRIMIR-PAREJA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOTAL-CARGADO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL CARGADO A EMPRESAS HERMANAS "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       4010-IMPRIMIR-PAREJA.
      *----------------------
           MOVE WS-PAR-RECEPTORA (WS-IND-PAR) TO WS-RECEPTORA-ACTUAL.

           MOVE WS-RECEPTORA-ACTUAL TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00"
             MOVE CIA-DESCRIPCION TO WS-NOMBRE-RECEPTORA
           ELSE
             MOVE SPACES TO WS-NOMBRE-RECEPTORA
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMISORA " WS-CIA-CODIGO
               "  RECEPTORA " WS-RECEPTORA-ACTUAL " "
               WS-NOMBRE-RECEPTORA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3010-RECORRER-EMPLEADOS.

           MOVE WS-PAR-TOTAL (WS-IND-PAR) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  TOTAL A FACTURAR A LA EMPRESA "
               WS-RECEPTORA-ACTUAL " ("
               WS-PAR-EMPLEADOS (WS-IND-PAR) " EMPLEADOS) "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO       TO ICC-CIA-EMISORA.
           MOVE WS-RECEPTORA-ACTUAL TO ICC-CIA-RECEPTORA.
           READ ARCHIVO-CUENTAS-INTERCIA
           END-READ.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF FL-ICC = "00" AND ICC-ESTADO = "A"
             STRING "  CUENTAS EMISORA " ICC-CTA-EMI-DEBE "/"
                 ICC-CTA-EMI-HABER "  RECEPTORA " ICC-CTA-REC-DEBE
                 "/" ICC-CTA-REC-HABER
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             MOVE "  *** PAREJA SIN CUENTAS INTERCOMPANIA ACTIVAS ***"
               TO WS-LINEA-SPOOL
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       4020-IMPRIMIR-DETALLE.
      *-----------------------
           MOVE WS-CST-MENSUAL TO WS-COSTO-EDITADO.
           MOVE ICA-PORCENTAJE TO WS-PCT-EDITADO.
           MOVE WS-VALOR-CARGO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " EMP-CLAVE " " EMP-NOMBRES
               " COSTO CARGADO " WS-COSTO-EDITADO
               " " WS-PCT-EDITADO "% CARGO " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-COSTEAR-EMPLEADO.
      *-----------------------
      *    COSTO CARGADO CON LAS REGLAS DE COST-EMP: LO DEVENGADO
      *    EN NOMINA, EL APORTE PATRONAL LIQUIDADO Y LAS
      *    PROVISIONES DE DECIMOS, VACACIONES, FONDO DE RESERVA Y
      *    JUBILACION PATRONAL.
           INITIALIZE WS-COSTO-EMPLEADO.

           PERFORM 5100-ACUMULAR-NOMINA-MES.

           IF WS-SIN-NOMINA
             EXIT PARAGRAPH
           END-IF.

           IF WS-SIN-APORTE
             COMPUTE WS-CST-APORTE-PAT ROUNDED =
                 WS-CST-REMUNERACION * WS-PORC-PATRONAL / 100
           END-IF.

           COMPUTE WS-CST-PROVISIONES ROUNDED =
               EMP-SUELDO-ACTUAL / 12 + WS-SUELDO-BASICO / 12 +
               EMP-SUELDO-ACTUAL / 24.

           IF EMP-FEC-INGRESO-AA > ZEROS
             COMPUTE WS-MESES-SERVICIO =
                 ((WS-ICO-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
                 WS-ICO-FEC-MM - EMP-FEC-INGRESO-MM
             IF WS-MESES-SERVICIO > 12
               COMPUTE WS-CST-PROVISIONES ROUNDED =
                   WS-CST-PROVISIONES +
                   EMP-SUELDO-ACTUAL * WS-PORC-RESERVA / 100
             END-IF
           END-IF.

           MOVE WS-CIA-CODIGO TO JUB-COD-EMPRESA.
           MOVE EMP-CLAVE     TO JUB-COD-EMPLEADO.
           READ ARCHIVO-JUBILACION
           END-READ.
           IF FL-JUB = "00" AND JUB-ANIOS-SERVICIO > ZEROS
             COMPUTE WS-CST-PROVISIONES ROUNDED =
                 WS-CST-PROVISIONES +
                 JUB-RESERVA-ACUM / (JUB-ANIOS-SERVICIO * 12)
           END-IF.

           COMPUTE WS-CST-MENSUAL =
               WS-CST-REMUNERACION + WS-CST-APORTE-PAT +
               WS-CST-PROVISIONES.

       5100-ACUMULAR-NOMINA-MES.
      *--------------------------
           MOVE 0 TO WS-BANDERA-NOMINA WS-BANDERA-APORTE.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-ICO-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-ICO-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 5110-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                   NOM-FEC-NOMINA-AA NOT = WS-ICO-FEC-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-ICO-FEC-MM
             MOVE 1 TO WS-BANDERA-NOMINA
             EVALUATE TRUE
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-APORTE-PATRONAL
                   ADD NOM-VALOR TO WS-CST-APORTE-PAT
                   MOVE 1 TO WS-BANDERA-APORTE
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-DECIMO-TERCERO
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-DECIMO-CUARTO
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-VACACIONES-LIQ
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-FONDO-RESERVA
                   CONTINUE
                 WHEN NOM-TIPO-RUBRO > ZEROS AND
                      WS-RUB-NAT(NOM-TIPO-RUBRO) = "I"
                   ADD NOM-VALOR TO WS-CST-REMUNERACION
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
             PERFORM 5110-LEER-NOMINA
           END-PERFORM.

       5110-LEER-NOMINA.
      *------------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

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
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-ICO"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
