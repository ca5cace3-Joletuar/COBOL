      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COST-EMP.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-JUB.cpy".
            COPY "./Copys/FISI-ASG.cpy".
            COPY "./Copys/FISI-CAR.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-JUB.cpy".
            COPY "./Copys/LOGI-ASG.cpy".
            COPY "./Copys/LOGI-CAR.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-JUB                  PIC XX.
       01  FL-ASG                  PIC XX.
       01  FL-CAR                  PIC XX.

      *    COSTO TOTAL DE CADA EMPLEADO PARA LA EMPRESA EN UN MES:
      *    LO DEVENGADO EN NOMINA, EL APORTE PATRONAL, LAS
      *    PROVISIONES DE BENEFICIOS CON LAS MISMAS REGLAS DE LA
      *    PROVISION MENSUAL, EL FONDO DE RESERVA Y LA PARTE
      *    MENSUAL DE LA RESERVA DE JUBILACION; EL ANUALIZADO ES
      *    DOCE VECES EL MES. LOS FILTROS EN CERO TOMAN TODO.
       01  WS-PARAMETROS-COSTO.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-CST-FEC-AA         PIC 9(4).
           03 WS-CST-FEC-MM         PIC 9(2).
           03 WS-FILTRO-OFICINA     PIC 9(3).
           03 WS-FILTRO-DEPTO       PIC 9(3).
           03 WS-FILTRO-CARGO       PIC 9(3).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       77  WS-RUBRO-APORTE-PATRONAL PIC 9(2) VALUE 4.
       77  WS-RUBRO-DECIMO-TERCERO  PIC 9(2) VALUE 6.
       77  WS-RUBRO-DECIMO-CUARTO   PIC 9(2) VALUE 7.
       77  WS-RUBRO-VACACIONES-LIQ  PIC 9(2) VALUE 13.
       77  WS-RUBRO-FONDO-RESERVA   PIC 9(2) VALUE 16.

      *    EL MAESTRO DE RUBROS SE CARGA UNA SOLA VEZ EN MEMORIA.
       01  WS-TABLA-RUBROS.
           03 WS-RUB-NAT            PIC X(1) OCCURS 99 TIMES.

      *    PARAMETROS DE LA VIGENCIA DEL PERIODO.
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

      *    COMPONENTES DEL COSTO DEL EMPLEADO EN EL MES.
       01  WS-COSTO-EMPLEADO.
           03 WS-CST-REMUNERACION   PIC 9(10)V9(2).
           03 WS-CST-APORTE-PAT     PIC 9(10)V9(2).
           03 WS-CST-DECIMO-3       PIC 9(10)V9(2).
           03 WS-CST-DECIMO-4       PIC 9(10)V9(2).
           03 WS-CST-VACACIONES     PIC 9(10)V9(2).
           03 WS-CST-FONDO-RES      PIC 9(10)V9(2).
           03 WS-CST-JUBILACION     PIC 9(10)V9(2).
           03 WS-CST-MENSUAL        PIC 9(10)V9(2).
           03 WS-CST-ANUAL          PIC 9(12)V9(2).
           03 WS-MESES-SERVICIO     PIC S9(4).
           03 WS-BANDERA-NOMINA     PIC 9.
               88 WS-CON-NOMINA         VALUE 1.
               88 WS-SIN-NOMINA         VALUE 0.
           03 WS-BANDERA-APORTE     PIC 9.
               88 WS-CON-APORTE         VALUE 1.
               88 WS-SIN-APORTE         VALUE 0.

       01  WS-TOTALES-COSTO.
           03 WS-TOT-EMPLEADOS      PIC 9(5).
           03 WS-TOT-ESTIMADOS      PIC 9(5).
           03 WS-TOT-REMUNERACION   PIC 9(12)V9(2).
           03 WS-TOT-APORTE-PAT     PIC 9(12)V9(2).
           03 WS-TOT-DECIMO-3       PIC 9(12)V9(2).
           03 WS-TOT-DECIMO-4       PIC 9(12)V9(2).
           03 WS-TOT-VACACIONES     PIC 9(12)V9(2).
           03 WS-TOT-FONDO-RES      PIC 9(12)V9(2).
           03 WS-TOT-JUBILACION     PIC 9(12)V9(2).
           03 WS-TOT-MENSUAL        PIC 9(12)V9(2).
           03 WS-TOT-ANUAL          PIC 9(12)V9(2).

      *    REPARTO POR CENTRO DE COSTO SEGUN LA VIGENCIA DE
      *    ASIGNACIONES QUE SUMA 100, COMO EN EL COSTO CONSOLIDADO.
       01  WS-REPARTO-ASG.
           03 WS-TOTAL-PCT-VIGENCIA PIC 9(5)V9(2).
           03 WS-VIGENCIA-ASG-NUM   PIC 9(6).
           03 WS-VIGENCIA-ASG-MEJOR PIC 9(6).
           03 WS-VALOR-REPARTO      PIC 9(10)V9(2).
           03 WS-BANDERA-ASG        PIC 9.
               88 WS-ASG-VIGENTE        VALUE 1.
               88 WS-ASG-NO-VIGENTE     VALUE 0.

       01  WS-DESC-CARGO            PIC X(30).
       01  WS-MARCA-ESTIMADO        PIC X(1).

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-PCT-EDITADO           PIC ZZ9.99.

       01  WS-LINEA-COMPONENTES.
           03 WS-LC-REMUNERACION    PIC Z(8)9.99.
           03 WS-LC-APORTE-PAT      PIC Z(8)9.99.
           03 WS-LC-DECIMO-3        PIC Z(8)9.99.
           03 WS-LC-DECIMO-4        PIC Z(8)9.99.
           03 WS-LC-VACACIONES      PIC Z(8)9.99.
           03 WS-LC-FONDO-RES       PIC Z(8)9.99.
           03 WS-LC-JUBILACION      PIC Z(8)9.99.
           03 WS-LC-MENSUAL         PIC Z(8)9.99.
           03 WS-LC-ANUAL           PIC Z(10)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2020-BUSCAR-VIGENCIA
             IF WS-CAMPOS-CORRECTO
               PERFORM 2100-CARGAR-RUBROS
               PERFORM 3000-ABRIR-REPORTE
               PERFORM 4000-RECORRER-EMPLEADOS
               PERFORM 7000-CERRAR-REPORTE
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE GENERO EL COSTO POR EMPLEADO"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN INPUT ARCHIVO-JUBILACION.
           IF FL-JUB NOT = "00"
             OPEN OUTPUT ARCHIVO-JUBILACION
             CLOSE ARCHIVO-JUBILACION
             OPEN INPUT ARCHIVO-JUBILACION
           END-IF.

           OPEN INPUT ARCHIVO-ASIGNACIONES.
           IF FL-ASG NOT = "00"
             OPEN OUTPUT ARCHIVO-ASIGNACIONES
             CLOSE ARCHIVO-ASIGNACIONES
             OPEN INPUT ARCHIVO-ASIGNACIONES
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-JUBILACION.
           CLOSE ARCHIVO-ASIGNACIONES.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   COSTO TOTAL POR EMPLEADO PARA LA EMPRESA".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-CST-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-CST-FEC-MM.
           DISPLAY "OFICINA (0 = TODAS): ".
           ACCEPT WS-FILTRO-OFICINA.
           DISPLAY "DEPARTAMENTO (0 = TODOS): ".
           ACCEPT WS-FILTRO-DEPTO.
           DISPLAY "CARGO (0 = TODOS): ".
           ACCEPT WS-FILTRO-CARGO.

           IF WS-FILTRO-OFICINA IS NOT NUMERIC
             MOVE ZEROS TO WS-FILTRO-OFICINA
           END-IF.
           IF WS-FILTRO-DEPTO IS NOT NUMERIC
             MOVE ZEROS TO WS-FILTRO-DEPTO
           END-IF.
           IF WS-FILTRO-CARGO IS NOT NUMERIC
             MOVE ZEROS TO WS-FILTRO-CARGO
           END-IF.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-CST-FEC-AA IS NOT NUMERIC OR
                    WS-CST-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-CST-FEC-MM IS NOT NUMERIC OR
                    WS-CST-FEC-MM <= ZEROS OR WS-CST-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 COMPUTE WS-PERIODO-NUM =
                     WS-CST-FEC-AA * 100 + WS-CST-FEC-MM
           END-EVALUATE.

       2020-BUSCAR-VIGENCIA.
      *---------------------
      *    EL SUELDO BASICO (DECIMO CUARTO), LA TASA PATRONAL Y LA
      *    DEL FONDO DE RESERVA SALEN DE LA VIGENCIA ACTIVA MAS
      *    RECIENTE QUE NO SUPERE EL PERIODO.
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

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "COST-EMP"    TO WS-RPT-NOMBRE.
           MOVE "COSTO TOTAL POR EMPLEADO PARA LA EMPRESA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-CST-FEC-AA "-" WS-CST-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           INITIALIZE WS-TOTALES-COSTO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FILTROS - OFICINA: " WS-FILTRO-OFICINA
               "  DEPARTAMENTO: " WS-FILTRO-DEPTO
               "  CARGO: " WS-FILTRO-CARGO "  (0 = TODOS)"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING " REMUNERAC.  AP.PATRONAL   DECIMO 3RO   DECIMO 4TO"
               "   VACACIONES  FONDO RESER   JUBILACION"
               "  COSTO MENSUAL  COSTO ANUALIZADO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-RECORRER-EMPLEADOS.
      *-------------------------
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4010-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND
                EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                (WS-FILTRO-OFICINA = ZEROS OR
                 EMP-COD-OFICINA = WS-FILTRO-OFICINA) AND
                (WS-FILTRO-DEPTO = ZEROS OR
                 EMP-COD-DEPARTAMENTO = WS-FILTRO-DEPTO) AND
                (WS-FILTRO-CARGO = ZEROS OR
                 EMP-COD-CARGO = WS-FILTRO-CARGO)
               PERFORM 5000-COSTEAR-EMPLEADO
               PERFORM 6000-IMPRIMIR-EMPLEADO
               PERFORM 6100-IMPRIMIR-REPARTO
             END-IF
             PERFORM 4010-LEER-EMPLEADO
           END-PERFORM.

       4010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       5000-COSTEAR-EMPLEADO.
      *-----------------------
           INITIALIZE WS-COSTO-EMPLEADO.

           PERFORM 5100-ACUMULAR-NOMINA-MES.

      *    SIN NOMINA DEL MES (AUN NO PROCESADO) EL COSTO SE ESTIMA
      *    CON EL SUELDO ACTUAL Y LA TASA PATRONAL DE LA VIGENCIA.
           IF WS-SIN-NOMINA
             MOVE EMP-SUELDO-ACTUAL TO WS-CST-REMUNERACION
             ADD 1 TO WS-TOT-ESTIMADOS
           END-IF.
           IF WS-SIN-APORTE
             COMPUTE WS-CST-APORTE-PAT ROUNDED =
                 WS-CST-REMUNERACION * WS-PORC-PATRONAL / 100
           END-IF.

      *    PROVISIONES CON LAS REGLAS DE LA PROVISION MENSUAL:
      *    DOCEAVA DEL SUELDO, DOCEAVA DEL BASICO Y
      *    VEINTICUATROAVA DEL SUELDO POR VACACIONES.
           COMPUTE WS-CST-DECIMO-3 ROUNDED = EMP-SUELDO-ACTUAL / 12.
           COMPUTE WS-CST-DECIMO-4 ROUNDED = WS-SUELDO-BASICO / 12.
           COMPUTE WS-CST-VACACIONES ROUNDED =
               EMP-SUELDO-ACTUAL / 24.

      *    FONDO DE RESERVA DESDE EL MES TRECE DE SERVICIO, SE
      *    PAGUE EN NOMINA O SE DEPOSITE.
           IF EMP-FEC-INGRESO-AA > ZEROS
             COMPUTE WS-MESES-SERVICIO =
                 ((WS-CST-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
                 WS-CST-FEC-MM - EMP-FEC-INGRESO-MM
             IF WS-MESES-SERVICIO > 12
               COMPUTE WS-CST-FONDO-RES ROUNDED =
                   EMP-SUELDO-ACTUAL * WS-PORC-RESERVA / 100
             END-IF
           END-IF.

      *    JUBILACION PATRONAL: LA RESERVA ACUMULADA REPARTIDA EN
      *    LOS MESES DE SERVICIO CON QUE SE CALCULO.
           MOVE WS-CIA-CODIGO TO JUB-COD-EMPRESA.
           MOVE EMP-CLAVE     TO JUB-COD-EMPLEADO.
           READ ARCHIVO-JUBILACION
           END-READ.
           IF FL-JUB = "00" AND JUB-ANIOS-SERVICIO > ZEROS
             COMPUTE WS-CST-JUBILACION ROUNDED =
                 JUB-RESERVA-ACUM / (JUB-ANIOS-SERVICIO * 12)
           END-IF.

           COMPUTE WS-CST-MENSUAL =
               WS-CST-REMUNERACION + WS-CST-APORTE-PAT +
               WS-CST-DECIMO-3 + WS-CST-DECIMO-4 +
               WS-CST-VACACIONES + WS-CST-FONDO-RES +
               WS-CST-JUBILACION.
           COMPUTE WS-CST-ANUAL = WS-CST-MENSUAL * 12.

           ADD 1                   TO WS-TOT-EMPLEADOS.
           ADD WS-CST-REMUNERACION TO WS-TOT-REMUNERACION.
           ADD WS-CST-APORTE-PAT   TO WS-TOT-APORTE-PAT.
           ADD WS-CST-DECIMO-3     TO WS-TOT-DECIMO-3.
           ADD WS-CST-DECIMO-4     TO WS-TOT-DECIMO-4.
           ADD WS-CST-VACACIONES   TO WS-TOT-VACACIONES.
           ADD WS-CST-FONDO-RES    TO WS-TOT-FONDO-RES.
           ADD WS-CST-JUBILACION   TO WS-TOT-JUBILACION.
           ADD WS-CST-MENSUAL      TO WS-TOT-MENSUAL.
           ADD WS-CST-ANUAL        TO WS-TOT-ANUAL.

       5100-ACUMULAR-NOMINA-MES.
      *--------------------------
      *    INGRESOS DEL MES EN NOMINA, SIN LOS DECIMOS, LAS
      *    VACACIONES NI EL FONDO DE RESERVA, QUE YA ENTRAN POR SU
      *    PROVISION; EL APORTE PATRONAL ES EL RUBRO 4 LIQUIDADO.
           MOVE 0 TO WS-BANDERA-NOMINA WS-BANDERA-APORTE.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-CST-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-CST-FEC-MM TO NOM-FEC-NOMINA-MM.
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
                   NOM-FEC-NOMINA-AA NOT = WS-CST-FEC-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-CST-FEC-MM
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

       6000-IMPRIMIR-EMPLEADO.
      *------------------------
           MOVE SPACES TO WS-DESC-CARGO.
           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.
           IF FL-CAR = "00"
             MOVE CAR-DESCRIPCION TO WS-DESC-CARGO
           END-IF.

           IF WS-SIN-NOMINA
             MOVE "*" TO WS-MARCA-ESTIMADO
           ELSE
             MOVE " " TO WS-MARCA-ESTIMADO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-MARCA-ESTIMADO EMP-CLAVE " " EMP-NOMBRES
               " OFI " EMP-COD-OFICINA " DEP " EMP-COD-DEPARTAMENTO
               " CARGO " EMP-COD-CARGO " " WS-DESC-CARGO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CST-REMUNERACION TO WS-LC-REMUNERACION.
           MOVE WS-CST-APORTE-PAT   TO WS-LC-APORTE-PAT.
           MOVE WS-CST-DECIMO-3     TO WS-LC-DECIMO-3.
           MOVE WS-CST-DECIMO-4     TO WS-LC-DECIMO-4.
           MOVE WS-CST-VACACIONES   TO WS-LC-VACACIONES.
           MOVE WS-CST-FONDO-RES    TO WS-LC-FONDO-RES.
           MOVE WS-CST-JUBILACION   TO WS-LC-JUBILACION.
           MOVE WS-CST-MENSUAL      TO WS-LC-MENSUAL.
           MOVE WS-CST-ANUAL        TO WS-LC-ANUAL.
           MOVE WS-LINEA-COMPONENTES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       6100-IMPRIMIR-REPARTO.
      *-----------------------
           PERFORM 6200-BUSCAR-VIGENCIA-ASG.

           IF WS-ASG-NO-VIGENTE
             MOVE WS-CST-MENSUAL TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "     CENTRO DE COSTO OFICINA " EMP-COD-OFICINA
                 " 100.00%  " WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO ASG-CLAVE.
           MOVE EMP-CLAVE  TO ASG-COD-EMPLEADO.

           START ARCHIVO-ASIGNACIONES KEY IS NOT LESS THAN ASG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ASG
           END-START.

           IF FL-ASG = "00"
             PERFORM 6210-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ASG NOT = "00" OR
                   ASG-COD-EMPLEADO NOT = EMP-CLAVE
             COMPUTE WS-VIGENCIA-ASG-NUM =
                 ASG-VIG-AA * 100 + ASG-VIG-MM
             IF ASG-ESTADO = "A" AND
                WS-VIGENCIA-ASG-NUM = WS-VIGENCIA-ASG-MEJOR
               COMPUTE WS-VALOR-REPARTO ROUNDED =
                   WS-CST-MENSUAL * ASG-PORCENTAJE / 100
               MOVE WS-VALOR-REPARTO TO WS-VALOR-EDITADO
               MOVE ASG-PORCENTAJE   TO WS-PCT-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "     CENTRO DE COSTO OFICINA " ASG-COD-OFICINA
                   " " WS-PCT-EDITADO "%  " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
             PERFORM 6210-LEER-ASIGNACION
           END-PERFORM.

       6200-BUSCAR-VIGENCIA-ASG.
      *--------------------------
      *    LA VIGENCIA DE ASIGNACION MAS RECIENTE QUE NO SUPERE EL
      *    PERIODO Y QUE SUME 100; SI NO, TODO EL COSTO QUEDA EN LA
      *    OFICINA DE ORIGEN DEL EMPLEADO.
           MOVE 0 TO WS-BANDERA-ASG.
           MOVE ZERO TO WS-VIGENCIA-ASG-MEJOR WS-TOTAL-PCT-VIGENCIA.

           MOVE LOW-VALUES TO ASG-CLAVE.
           MOVE EMP-CLAVE  TO ASG-COD-EMPLEADO.

           START ARCHIVO-ASIGNACIONES KEY IS NOT LESS THAN ASG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ASG
           END-START.

           IF FL-ASG = "00"
             PERFORM 6210-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ASG NOT = "00" OR
                   ASG-COD-EMPLEADO NOT = EMP-CLAVE
             COMPUTE WS-VIGENCIA-ASG-NUM =
                 ASG-VIG-AA * 100 + ASG-VIG-MM
             IF ASG-ESTADO = "A" AND
                WS-VIGENCIA-ASG-NUM <= WS-PERIODO-NUM
               IF WS-VIGENCIA-ASG-NUM > WS-VIGENCIA-ASG-MEJOR
                 MOVE WS-VIGENCIA-ASG-NUM TO WS-VIGENCIA-ASG-MEJOR
                 MOVE ZERO TO WS-TOTAL-PCT-VIGENCIA
               END-IF
               IF WS-VIGENCIA-ASG-NUM = WS-VIGENCIA-ASG-MEJOR
                 ADD ASG-PORCENTAJE TO WS-TOTAL-PCT-VIGENCIA
               END-IF
             END-IF
             PERFORM 6210-LEER-ASIGNACION
           END-PERFORM.

           IF WS-VIGENCIA-ASG-MEJOR > ZEROS AND
              WS-TOTAL-PCT-VIGENCIA = 100
             MOVE 1 TO WS-BANDERA-ASG
           END-IF.

       6210-LEER-ASIGNACION.
      *----------------------
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           END-READ.

       7000-CERRAR-REPORTE.
      *--------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL " WS-TOT-EMPLEADOS " EMPLEADOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-REMUNERACION TO WS-LC-REMUNERACION.
           MOVE WS-TOT-APORTE-PAT   TO WS-LC-APORTE-PAT.
           MOVE WS-TOT-DECIMO-3     TO WS-LC-DECIMO-3.
           MOVE WS-TOT-DECIMO-4     TO WS-LC-DECIMO-4.
           MOVE WS-TOT-VACACIONES   TO WS-LC-VACACIONES.
           MOVE WS-TOT-FONDO-RES    TO WS-LC-FONDO-RES.
           MOVE WS-TOT-JUBILACION   TO WS-LC-JUBILACION.
           MOVE WS-TOT-MENSUAL      TO WS-LC-MENSUAL.
           MOVE WS-TOT-ANUAL        TO WS-LC-ANUAL.
           MOVE WS-LINEA-COMPONENTES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TOT-ESTIMADOS > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "(*) " WS-TOT-ESTIMADOS " EMPLEADOS SIN NOMINA "
                 "EN EL PERIODO: REMUNERACION Y APORTE ESTIMADOS "
                 "CON EL SUELDO ACTUAL"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

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
           MOVE "COST-EMP"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
