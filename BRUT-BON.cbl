      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BRUT-BON.
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
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-IMR.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".
            COPY "./Copys/FISI-BEN.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-IMR.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".
            COPY "./Copys/LOGI-BEN.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-IMR                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.
       01  FL-BEN                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    BONO PACTADO EN NETO: A PARTIR DEL NETO QUE DEBE RECIBIR
      *    EL EMPLEADO SE BUSCA EL BRUTO QUE, DESCONTADO EL APORTE
      *    PERSONAL AL IESS Y EL MAYOR IMPUESTO A LA RENTA DEL ANIO
      *    QUE ESE BRUTO PROVOCA, DEJA EXACTAMENTE ESE NETO. EL
      *    BRUTO SE POSTEA COMO RUBRO DEL MES ANTES DE LA CORRIDA,
      *    IGUAL QUE LAS COMISIONES, PARA QUE LA CORRIDA MENSUAL
      *    LE CALCULE SUS APORTES Y SU RETENCION.
       01  WS-PARAMETROS-BON.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-BON-EMPLEADO       PIC 9(8).
           03 WS-BON-FEC-AA         PIC 9(4).
           03 WS-BON-FEC-MM         PIC 9(2).
           03 WS-BON-RUBRO          PIC 9(2).
               88 WS-RUBRO-RESERVADO VALUE 1 2 3 4 5 8 9 16 18 30
                                           51 THRU 99.
           03 WS-BON-NETO           PIC 9(8)V9(2).
           03 WS-BON-MOTIVO         PIC X(50).

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

       01  WS-BANDERA-POSTEO        PIC 9.
           88 WS-POSTEAR-BRUTO      VALUE 1.
           88 WS-SOLO-HOJA          VALUE 0.

       77  WS-RUBRO-SUELDO-BASE     PIC 9(2) VALUE 1.
       77  WS-DESC-RUBRO            PIC X(30).
       77  WS-MAX-ITERACIONES       PIC 9(2) VALUE 50.

      *    TASAS DE APORTE DE LA VIGENCIA DEL PERIODO.
       01  WS-TASAS-VIGENTES.
           03 WS-PORC-PERSONAL      PIC 9(2)V9(2).
           03 WS-PERIODO-NUM        PIC 9(6).
           03 WS-VIGENCIA-NUM       PIC 9(6).
           03 WS-VIGENCIA-MEJOR     PIC 9(6).
           03 WS-BANDERA-VIGENCIA   PIC 9.
               88 WS-VIGENCIA-ENCONTRADA    VALUE 1.
               88 WS-VIGENCIA-NO-ENCONTRADA VALUE 0.

      *    PROYECCION ANUAL DEL EMPLEADO SIN EL BONO, CON LA MISMA
      *    REGLA DE LA CORRIDA MENSUAL: LO ACUMULADO EN NOMINA EN EL
      *    ANIO MAS EL SUELDO ACTUAL POR LOS MESES QUE FALTAN (EL
      *    MES DEL BONO INCLUIDO SI TODAVIA NO SE LIQUIDA), LOS
      *    BENEFICIOS EN ESPECIE DE ESOS MISMOS MESES Y EL INGRESO
      *    GANADO CON OTROS EMPLEADORES, MENOS LOS GASTOS PERSONALES
      *    PROYECTADOS.
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
           03 WS-IMPUESTO-SIN-BONO  PIC 9(10)V9(2).
           03 WS-MESES-RESTANTES    PIC 9(2).
           03 WS-BANDERA-MES        PIC 9.
               88 WS-MES-LIQUIDADO      VALUE 1.
               88 WS-MES-NO-LIQUIDADO   VALUE 0.
           03 WS-BANDERA-TRAMO      PIC 9.
               88 WS-TRAMO-ENCONTRADO    VALUE 1.
               88 WS-TRAMO-NO-ENCONTRADO VALUE 0.

      *    ITERACION DE PUNTO FIJO: BRUTO = NETO + APORTE(BRUTO) +
      *    IMPUESTO ADICIONAL(BRUTO). COMO LA SUMA DE LA TASA DE
      *    APORTE Y LA MARGINAL DE RENTA ES MENOR A UNO, CONVERGE
      *    EN POCAS VUELTAS; SE DETIENE CUANDO EL BRUTO YA NO
      *    CAMBIA AL CENTAVO.
       01  WS-ITERACION.
           03 WS-IND-ITER           PIC 9(2).
           03 WS-BRUTO              PIC 9(8)V9(2).
           03 WS-BRUTO-NUEVO        PIC 9(8)V9(2).
           03 WS-APORTE-BONO        PIC 9(8)V9(2).
           03 WS-IMPUESTO-BONO      PIC 9(8)V9(2).
           03 WS-NETO-OBTENIDO      PIC S9(8)V9(2).
           03 WS-DIFERENCIA         PIC S9(8)V9(2).
           03 WS-BANDERA-CONVERGE   PIC 9.
               88 WS-CONVERGIO          VALUE 1.
               88 WS-NO-CONVERGIO       VALUE 0.

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-3       PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-4       PIC -(9)9.99.
       01  WS-PORC-EDITADO          PIC Z9.99.

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
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 3.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- BONO PACTADO EN NETO: CALCULO DEL BRUTO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CALCULAR HOJA DE TRABAJO (SIN POSTEAR)".
           DISPLAY " 2.- CALCULAR Y POSTEAR EL BRUTO COMO NOVEDAD".
           DISPLAY " 3.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 MOVE 0 TO WS-BANDERA-POSTEO
                 PERFORM 2000-CALCULAR-BRUTO
               WHEN WS-OPCION = 2
                 MOVE 1 TO WS-BANDERA-POSTEO
                 PERFORM 2000-CALCULAR-BRUTO
               WHEN WS-OPCION = 3
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-IMP-RENTA.

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

           OPEN I-O ARCHIVO-NOMINAS.
           IF FL-NOM NOT = "00"
             CLOSE ARCHIVO-NOMINAS
             OPEN OUTPUT ARCHIVO-NOMINAS
             CLOSE ARCHIVO-NOMINAS
             OPEN I-O ARCHIVO-NOMINAS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-IMP-RENTA.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.
           CLOSE ARCHIVO-BENEFICIOS-ESP.
           CLOSE ARCHIVO-NOMINAS.

       2000-CALCULAR-BRUTO.
      *--------------------
           PERFORM 2010-PEDIR-DATOS.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 2020-VALIDAR-DATOS.
           IF WS-CAMPOS-CORRECTO
             PERFORM 2030-BUSCAR-TASAS-VIGENTES
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 3000-PROYECTAR-SIN-BONO
             PERFORM 4000-ABRIR-HOJA
             PERFORM 4010-IMPRIMIR-PARAMETROS
             PERFORM 3100-ITERAR-BRUTO
             PERFORM 4020-IMPRIMIR-RESULTADO
             IF WS-POSTEAR-BRUTO AND WS-CONVERGIO
               PERFORM 5000-POSTEAR-NOVEDAD
             END-IF
             PERFORM 4090-CERRAR-HOJA
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2010-PEDIR-DATOS.
      *-----------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-BON-EMPLEADO.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-BON-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-BON-FEC-MM.
           DISPLAY "INGRESE EL RUBRO DE INGRESO DEL BONO: ".
           ACCEPT WS-BON-RUBRO.
           DISPLAY "INGRESE EL NETO PACTADO: ".
           ACCEPT WS-BON-NETO.
           IF WS-POSTEAR-BRUTO
             DISPLAY "INGRESE EL MOTIVO DEL BONO: "
             ACCEPT WS-BON-MOTIVO
           ELSE
             MOVE SPACES TO WS-BON-MOTIVO
           END-IF.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-BON-EMPLEADO IS NOT NUMERIC OR
                    WS-BON-EMPLEADO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPLEADO"
               WHEN WS-BON-FEC-AA IS NOT NUMERIC OR
                    WS-BON-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-BON-FEC-MM IS NOT NUMERIC OR
                    WS-BON-FEC-MM <= ZEROS OR WS-BON-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN WS-BON-RUBRO IS NOT NUMERIC OR
                    WS-BON-RUBRO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL RUBRO"
               WHEN WS-BON-NETO IS NOT NUMERIC OR
                    WS-BON-NETO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL NETO PACTADO"
               WHEN WS-POSTEAR-BRUTO AND WS-BON-MOTIVO = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL MOTIVO DEL BONO ES OBLIGATORIO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       2020-VALIDAR-DATOS.
      *-------------------
           MOVE WS-BON-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00" OR
              EMP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
              EMP-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO " WS-BON-EMPLEADO " NO EXISTE O "
                 "NO ESTA ACTIVO EN LA EMPRESA " WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

      *    EL BONO VA EN UN RUBRO DE INGRESO QUE LA CORRIDA MENSUAL
      *    NO GENERA: UN RECALCULO DEL MES NO LO BORRA.
           MOVE WS-BON-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           EVALUATE TRUE
               WHEN FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO " WS-BON-RUBRO " NO EXISTE O NO "
                     "ESTA ACTIVO"
               WHEN RUB-NATURALEZA NOT = "I"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO " WS-BON-RUBRO " NO ES DE INGRESO"
               WHEN WS-RUBRO-RESERVADO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO " WS-BON-RUBRO " LO GENERA LA "
                     "NOMINA MENSUAL; ELIJA UN RUBRO DE BONO"
               WHEN OTHER
                 MOVE RUB-DESCRIPCION TO WS-DESC-RUBRO
           END-EVALUATE.

           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

      *    LA NOVEDAD SE POSTEA ANTES DE LA CORRIDA DEL MES: CON EL
      *    MES YA LIQUIDADO EL BONO NO TENDRIA APORTE NI RETENCION
      *    Y DEBE PAGARSE POR UNA CORRIDA ESPECIAL. LA HOJA DE
      *    TRABAJO SOLA SI SE PUEDE CALCULAR SOBRE CUALQUIER MES
      *    ABIERTO.
           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-BON-FEC-AA TO PER-FEC-AA.
           MOVE WS-BON-FEC-MM TO PER-FEC-MM.
           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 CONTINUE
               WHEN PER-ESTADO = "C" OR PER-ESTADO = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-BON-FEC-AA "-"
                     WS-BON-FEC-MM " ESTA CERRADO O EN CIERRE"
               WHEN WS-POSTEAR-BRUTO AND PER-ESTADO = "P"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NOMINA DE " WS-BON-FEC-AA "-"
                     WS-BON-FEC-MM " ESTA EN PROCESO; ESPERE A QUE "
                     "TERMINE"
               WHEN WS-POSTEAR-BRUTO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NOMINA DE " WS-BON-FEC-AA "-"
                     WS-BON-FEC-MM " YA FUE LIQUIDADA; PAGUE EL BONO "
                     "CON UNA CORRIDA ESPECIAL FUERA DE CICLO"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           IF WS-POSTEAR-BRUTO
             MOVE WS-CIA-CODIGO   TO NOM-COD-EMPRESA
             MOVE WS-BON-EMPLEADO TO NOM-COD-EMPLEADO
             MOVE WS-BON-FEC-AA   TO NOM-FEC-NOMINA-AA
             MOVE WS-BON-FEC-MM   TO NOM-FEC-NOMINA-MM
             MOVE WS-BON-RUBRO    TO NOM-TIPO-RUBRO
             READ ARCHIVO-NOMINAS
             END-READ
             IF FL-NOM = "00"
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "EL EMPLEADO YA TIENE EL RUBRO "
                   WS-BON-RUBRO " POSTEADO EN EL PERIODO, NO SE "
                   "DUPLICA"
             END-IF
           END-IF.

       2030-BUSCAR-TASAS-VIGENTES.
      *---------------------------
      *    LA VIGENCIA ACTIVA MAS RECIENTE QUE NO SUPERE EL PERIODO,
      *    IGUAL QUE EN LA CORRIDA MENSUAL.
           MOVE 0 TO WS-BANDERA-VIGENCIA.
           MOVE ZERO TO WS-VIGENCIA-MEJOR.

           COMPUTE WS-PERIODO-NUM =
               WS-BON-FEC-AA * 100 + WS-BON-FEC-MM.

           MOVE LOW-VALUES TO APO-CLAVE.
           START ARCHIVO-APORTES KEY IS NOT LESS THAN APO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-APO
           END-START.

           IF FL-APO = "00"
             PERFORM 2031-LEER-VIGENCIA
           END-IF.

           PERFORM UNTIL FL-APO NOT = "00"
             COMPUTE WS-VIGENCIA-NUM =
                 APO-VIG-AA * 100 + APO-VIG-MM
             IF APO-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM    TO WS-VIGENCIA-MEJOR
               MOVE APO-PORC-PERSONAL  TO WS-PORC-PERSONAL
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 2031-LEER-VIGENCIA
           END-PERFORM.

           IF WS-VIGENCIA-NO-ENCONTRADA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY TASAS DE APORTE VIGENTES PARA EL "
                 "PERIODO " WS-BON-FEC-AA "-" WS-BON-FEC-MM
           END-IF.

       2031-LEER-VIGENCIA.
      *-------------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       3000-PROYECTAR-SIN-BONO.
      *------------------------
           PERFORM 3010-ACUMULAR-INGRESOS-ANIO.

           COMPUTE WS-MESES-RESTANTES = 12 - WS-BON-FEC-MM.
           IF WS-MES-NO-LIQUIDADO
             ADD 1 TO WS-MESES-RESTANTES
           END-IF.

           MOVE ZERO TO WS-INGRESO-OTROS.
           MOVE EMP-CLAVE     TO IOE-COD-EMPLEADO.
           MOVE WS-BON-FEC-AA TO IOE-ANIO-FISCAL.
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
           MOVE WS-BON-FEC-AA TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           END-READ.
           IF FL-GAS = "00" AND GAS-ESTADO = "A"
             MOVE GAS-VALOR-PROYECTADO TO WS-GASTOS-PERSONALES
           END-IF.

           PERFORM 3020-REBAJAR-GASTOS.
           PERFORM 3030-CALCULAR-IMPUESTO-ANUAL.
           MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-SIN-BONO.

       3010-ACUMULAR-INGRESOS-ANIO.
      *----------------------------
           MOVE ZERO TO WS-INGRESO-YTD.
           MOVE 0 TO WS-BANDERA-MES.

           MOVE LOW-VALUES    TO NOM-CLAVE.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 3011-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOM-FEC-NOMINA-AA = WS-BON-FEC-AA
               IF NOM-FEC-NOMINA-MM = WS-BON-FEC-MM AND
                  NOM-TIPO-RUBRO = WS-RUBRO-SUELDO-BASE
                 MOVE 1 TO WS-BANDERA-MES
               END-IF
               MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               END-READ
               IF FL-RUB = "00" AND
                  (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B") AND
                  RUB-BASE-IMPUESTO NOT = "N"
                 ADD NOM-VALOR TO WS-INGRESO-YTD
               END-IF
             END-IF
             PERFORM 3011-LEER-NOMINA
           END-PERFORM.

           MOVE "00" TO FL-NOM.

           PERFORM 3012-PROYECTAR-BENEFICIOS.

      *    EL RUBRO DEL BONO SE VUELVE A LEER PORQUE LA LECTURA DE
      *    LA NOMINA Y DE LOS BENEFICIOS USO EL MISMO REGISTRO DEL
      *    MAESTRO DE RUBROS.
           MOVE WS-BON-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

       3011-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3012-PROYECTAR-BENEFICIOS.
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
             PERFORM 3013-LEER-BENEFICIO
           END-IF.

           PERFORM UNTIL FL-BEN NOT = "00" OR
                   BEN-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   BEN-COD-EMPLEADO NOT = EMP-CLAVE
             IF BEN-COD-RUBRO > ZEROS
               PERFORM 3014-PROYECTAR-BENEFICIO
             END-IF
             PERFORM 3013-LEER-BENEFICIO
           END-PERFORM.

           MOVE "00" TO FL-BEN.

       3013-LEER-BENEFICIO.
      *--------------------
           READ ARCHIVO-BENEFICIOS-ESP NEXT RECORD
           END-READ.

       3014-PROYECTAR-BENEFICIO.
      *-------------------------
      *    MESES DEL ANIO FISCAL POSTERIORES AL PERIODO EN LOS QUE
      *    EL BENEFICIO SEGUIRA VIGENTE (EL MES DEL BONO INCLUIDO SI
      *    TODAVIA NO SE LIQUIDA); SOLO CUENTAN LOS RUBROS ACTIVOS
      *    MARCADOS COMO BASE DE IMPUESTO.
           IF BEN-FEC-INI-AA > WS-BON-FEC-AA OR
              (BEN-FEC-FIN NOT = ZEROS AND
               BEN-FEC-FIN-AA < WS-BON-FEC-AA)
             EXIT PARAGRAPH
           END-IF.

           MOVE BEN-COD-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.
           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "B" OR RUB-BASE-IMPUESTO = "N"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BEN-MES-DESDE = WS-BON-FEC-MM + 1.
           IF WS-MES-NO-LIQUIDADO
             MOVE WS-BON-FEC-MM TO WS-BEN-MES-DESDE
           END-IF.
           IF BEN-FEC-INI-AA = WS-BON-FEC-AA AND
              BEN-FEC-INI-MM > WS-BEN-MES-DESDE
             MOVE BEN-FEC-INI-MM TO WS-BEN-MES-DESDE
           END-IF.

           MOVE 12 TO WS-BEN-MES-HASTA.
           IF BEN-FEC-FIN NOT = ZEROS AND
              BEN-FEC-FIN-AA = WS-BON-FEC-AA
             MOVE BEN-FEC-FIN-MM TO WS-BEN-MES-HASTA
           END-IF.

           IF WS-BEN-MES-DESDE <= WS-BEN-MES-HASTA
             COMPUTE WS-BENEFICIO-PROYECTADO =
                 WS-BENEFICIO-PROYECTADO + BEN-VALOR-MENSUAL *
                 (WS-BEN-MES-HASTA - WS-BEN-MES-DESDE + 1)
           END-IF.

       3020-REBAJAR-GASTOS.
      *--------------------
           IF WS-GASTOS-PERSONALES < WS-INGRESO-BASE
             COMPUTE WS-INGRESO-PROYECTADO =
                 WS-INGRESO-BASE - WS-GASTOS-PERSONALES
           ELSE
             MOVE ZERO TO WS-INGRESO-PROYECTADO
           END-IF.

       3030-CALCULAR-IMPUESTO-ANUAL.
      *-----------------------------
           MOVE ZERO TO WS-IMPUESTO-ANUAL.

           PERFORM 3040-BUSCAR-TRAMO.

           IF WS-TRAMO-ENCONTRADO
             COMPUTE WS-IMPUESTO-ANUAL ROUNDED =
                 IMR-IMPUESTO-FRACCION +
                 ((WS-INGRESO-PROYECTADO - IMR-BASE-DESDE) *
                  IMR-PORC-EXCEDENTE / 100)
           END-IF.

       3040-BUSCAR-TRAMO.
      *------------------
           MOVE 0 TO WS-BANDERA-TRAMO.

           MOVE WS-BON-FEC-AA TO IMR-ANIO-FISCAL.
           MOVE ZERO          TO IMR-SECUENCIA.

           START ARCHIVO-IMP-RENTA KEY IS NOT LESS THAN IMR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-IMR
           END-START.

           IF FL-IMR = "00"
             PERFORM 3041-LEER-TRAMO
           END-IF.

           PERFORM UNTIL FL-IMR NOT = "00" OR
                   IMR-ANIO-FISCAL > WS-BON-FEC-AA OR
                   WS-TRAMO-ENCONTRADO
             IF IMR-ANIO-FISCAL = WS-BON-FEC-AA AND
                IMR-ESTADO = "A" AND
                WS-INGRESO-PROYECTADO >= IMR-BASE-DESDE AND
                WS-INGRESO-PROYECTADO <= IMR-BASE-HASTA
               MOVE 1 TO WS-BANDERA-TRAMO
             END-IF
             IF WS-TRAMO-NO-ENCONTRADO
               PERFORM 3041-LEER-TRAMO
             END-IF
           END-PERFORM.

       3041-LEER-TRAMO.
      *----------------
           READ ARCHIVO-IMP-RENTA NEXT RECORD
           END-READ.

       3100-ITERAR-BRUTO.
      *------------------
           MOVE 0 TO WS-BANDERA-CONVERGE.
           MOVE WS-BON-NETO TO WS-BRUTO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ITER          BRUTO   APORTE IESS   IMPUESTO ADIC"
               "    NETO OBTENIDO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-ITER FROM 1 BY 1
               UNTIL WS-IND-ITER > WS-MAX-ITERACIONES OR
                     WS-CONVERGIO
             PERFORM 3110-DEDUCCIONES-DEL-BRUTO
             PERFORM 4030-IMPRIMIR-ITERACION
             COMPUTE WS-BRUTO-NUEVO =
                 WS-BON-NETO + WS-APORTE-BONO + WS-IMPUESTO-BONO
             IF WS-BRUTO-NUEVO = WS-BRUTO
               MOVE 1 TO WS-BANDERA-CONVERGE
             ELSE
               MOVE WS-BRUTO-NUEVO TO WS-BRUTO
             END-IF
           END-PERFORM.

      *    EL REDONDEO AL CENTAVO PUEDE DEJAR EL NETO UN CENTAVO
      *    CORTO; SE SUBE EL BRUTO HASTA CUBRIR EL NETO PACTADO.
           IF WS-CONVERGIO
             PERFORM 3110-DEDUCCIONES-DEL-BRUTO
             PERFORM VARYING WS-IND-ITER FROM 1 BY 1
                 UNTIL WS-IND-ITER > 10 OR
                       WS-NETO-OBTENIDO >= WS-BON-NETO
               ADD 0.01 TO WS-BRUTO
               PERFORM 3110-DEDUCCIONES-DEL-BRUTO
             END-PERFORM
           END-IF.

       3110-DEDUCCIONES-DEL-BRUTO.
      *---------------------------
      *    EL APORTE PERSONAL SOLO SI EL RUBRO ES BASE DE APORTE Y
      *    EL IMPUESTO SOLO SI ES BASE DE IMPUESTO, COMO EN LA
      *    CORRIDA MENSUAL.
           MOVE ZERO TO WS-APORTE-BONO WS-IMPUESTO-BONO.

           IF RUB-BASE-APORTE NOT = "N"
             COMPUTE WS-APORTE-BONO ROUNDED =
                 WS-BRUTO * WS-PORC-PERSONAL / 100
           END-IF.

           IF RUB-BASE-IMPUESTO NOT = "N"
             COMPUTE WS-INGRESO-BASE =
                 WS-INGRESO-YTD +
                 (EMP-SUELDO-ACTUAL * WS-MESES-RESTANTES) +
                 WS-BENEFICIO-PROYECTADO + WS-INGRESO-OTROS +
                 WS-BRUTO
             PERFORM 3020-REBAJAR-GASTOS
             PERFORM 3030-CALCULAR-IMPUESTO-ANUAL
             IF WS-IMPUESTO-ANUAL > WS-IMPUESTO-SIN-BONO
               COMPUTE WS-IMPUESTO-BONO =
                   WS-IMPUESTO-ANUAL - WS-IMPUESTO-SIN-BONO
             END-IF
           END-IF.

           COMPUTE WS-NETO-OBTENIDO =
               WS-BRUTO - WS-APORTE-BONO - WS-IMPUESTO-BONO.

       4000-ABRIR-HOJA.
      *----------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "BRUT-BON"    TO WS-RPT-NOMBRE.
           MOVE "HOJA DE TRABAJO - BONO PACTADO EN NETO"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-BON-FEC-AA "-" WS-BON-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       4010-IMPRIMIR-PARAMETROS.
      *-------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " EMP-CLAVE " " EMP-NOMBRES
               " CEDULA " EMP-CEDULA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RUBRO DEL BONO " WS-BON-RUBRO " " WS-DESC-RUBRO
               " BASE APORTE: " RUB-BASE-APORTE
               " BASE IMPUESTO: " RUB-BASE-IMPUESTO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-BON-NETO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NETO PACTADO:                 " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-PORC-PERSONAL TO WS-PORC-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "APORTE PERSONAL IESS (%):         " WS-PORC-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-INGRESO-YTD TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "INGRESO GRAVADO ACUMULADO ANIO: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE EMP-SUELDO-ACTUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUELDO ACTUAL:                " WS-VALOR-EDITADO
               " X " WS-MESES-RESTANTES " MESES POR LIQUIDAR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-BENEFICIO-PROYECTADO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BENEFICIOS EN ESPECIE PROYEC.:" WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-INGRESO-OTROS TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "INGRESO CON OTROS EMPLEADORES:" WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-GASTOS-PERSONALES TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "GASTOS PERSONALES PROYECTADOS:" WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-IMPUESTO-SIN-BONO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "IMPUESTO ANUAL SIN EL BONO:   " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       4020-IMPRIMIR-RESULTADO.
      *------------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-NO-CONVERGIO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EL CALCULO NO CONVERGIO EN " WS-MAX-ITERACIONES
                 " ITERACIONES; REVISE LA TABLA DE IMPUESTO A LA "
                 "RENTA DEL ANIO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-BRUTO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BRUTO A POSTEAR:              " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-APORTE-BONO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "(-) APORTE PERSONAL IESS:     " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-IMPUESTO-BONO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "(-) IMPUESTO A LA RENTA ADIC.:" WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-NETO-OBTENIDO TO WS-VALOR-EDITADO-4.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "(=) NETO PARA EL EMPLEADO:    " WS-VALOR-EDITADO-4
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EL IMPUESTO ADICIONAL ES EL AUMENTO DEL IMPUESTO "
               "ANUAL PROYECTADO; LA CORRIDA MENSUAL LO RETIENE EN "
               "LAS DOCEAVAS DEL ANIO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4030-IMPRIMIR-ITERACION.
      *------------------------
           MOVE WS-BRUTO         TO WS-VALOR-EDITADO.
           MOVE WS-APORTE-BONO   TO WS-VALOR-EDITADO-2.
           MOVE WS-IMPUESTO-BONO TO WS-VALOR-EDITADO-3.
           MOVE WS-NETO-OBTENIDO TO WS-VALOR-EDITADO-4.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING " " WS-IND-ITER " " WS-VALOR-EDITADO " "
               WS-VALOR-EDITADO-2 "   " WS-VALOR-EDITADO-3 "   "
               WS-VALOR-EDITADO-4
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4090-CERRAR-HOJA.
      *-----------------
           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5000-POSTEAR-NOVEDAD.
      *---------------------
           INITIALIZE NOM-DATOS.

           MOVE WS-CIA-CODIGO      TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE          TO NOM-COD-EMPLEADO.
           MOVE WS-BON-FEC-AA      TO NOM-FEC-NOMINA-AA.
           MOVE WS-BON-FEC-MM      TO NOM-FEC-NOMINA-MM.
           MOVE WS-BON-RUBRO       TO NOM-TIPO-RUBRO.
           MOVE WS-BRUTO           TO NOM-VALOR.
           MOVE EMP-COD-MONEDA     TO NOM-COD-MONEDA.
           MOVE WS-BON-MOTIVO      TO NOM-OBSERVACION.
           MOVE WS-FEC-AA          TO NOM-FEC-PROC-AA.
           MOVE WS-FEC-MM          TO NOM-FEC-PROC-MM.
           MOVE WS-FEC-DD          TO NOM-FEC-PROC-DD.
           MOVE WS-HOR-HH          TO NOM-HORA-PROC-HH.
           MOVE WS-HOR-MM          TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS          TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA    TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA   TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO     TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO   TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           MOVE SPACES TO WS-LINEA-SPOOL.
           EVALUATE FL-NOM
               WHEN "00"
                 PERFORM 5010-AUDITAR-POSTEO
                 STRING "BRUTO POSTEADO EN EL RUBRO " WS-BON-RUBRO
                     " DEL PERIODO " WS-BON-FEC-AA "-" WS-BON-FEC-MM
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
               WHEN "22"
                 STRING "EL EMPLEADO YA TIENE EL RUBRO "
                     WS-BON-RUBRO " EN EL PERIODO, NO SE DUPLICA"
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
               WHEN OTHER
                 STRING "ERROR AL GRABAR EL BONO - " FL-NOM
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 MOVE "5000-POSTEAR-NOVEDAD" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.
           PERFORM 9000-ESCRIBIR-LINEA.

       5010-AUDITAR-POSTEO.
      *--------------------
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
           MOVE "BRUT-BON"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "C"              TO AUD-OPERACION.
           MOVE "NOM"            TO AUD-ARCHIVO.
           MOVE NOM-CLAVE        TO AUD-CLAVE.
           MOVE SPACES           TO AUD-ANTES.
           STRING "NETO PACTADO " WS-BON-NETO
               " APORTE " WS-APORTE-BONO
               " IMPUESTO " WS-IMPUESTO-BONO
               DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           MOVE NOM-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

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
           MOVE "BRUT-BON"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
