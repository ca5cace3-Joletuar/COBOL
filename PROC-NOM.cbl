            COPY "./Copys/FISI-PPT.cpy".
            COPY "./Copys/FISI-EJD.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".
            COPY "./Copys/FISI-PTN.cpy".
            COPY "./Copys/FISI-RIE.cpy".
            COPY "./Copys/FISI-POL.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-SEG.cpy".
            COPY "./Copys/FISI-AFI.cpy".
            COPY "./Copys/FISI-BEN.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-PPT.cpy".
            COPY "./Copys/LOGI-EJD.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".
            COPY "./Copys/LOGI-PTN.cpy".
            COPY "./Copys/LOGI-RIE.cpy".
            COPY "./Copys/LOGI-POL.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-SEG.cpy".
            COPY "./Copys/LOGI-AFI.cpy".
            COPY "./Copys/LOGI-BEN.cpy".

       WORKING-STORAGE SECTION.

       01  FL-PPT                  PIC XX.
       01  FL-EJD                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.
       01  FL-PTN                  PIC XX.
       01  FL-RIE                  PIC XX.
       01  FL-POL                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-SEG                  PIC XX.
       01  FL-AFI                  PIC XX.
       01  FL-BEN                  PIC XX.

       01  WS-PARAMETROS-NOMINA.
           03 WS-CIA-CODIGO         PIC 9(3).
       01  WS-EDAD-MESES            PIC S9(5).
       01  WS-NACIMIENTO-NUM        PIC 9(6).

      *    SEGURO PRIVADO MEDICO / VIDA: POR CADA AFILIACION VIGENTE
      *    EN EL PERIODO SE DESCUENTA LA PARTE DE LA PRIMA DEL TITULAR
      *    QUE NO CUBRE EL EMPLEADOR MAS LA PRIMA DE CADA DEPENDIENTE
      *    CUBIERTO QUE SIGA ACTIVO EN LAS CARGAS FAMILIARES.
       77  WS-RUBRO-PRIMA-SEGURO    PIC 9(2) VALUE 25.

       01  WS-AFI-INICIO-NUM        PIC 9(6).
       01  WS-AFI-FIN-NUM           PIC 9(6).
       01  WS-DEP-ASEGURADOS        PIC 9(2).
       01  WS-IND-AFI               PIC 9(2).
       01  WS-PRIMA-EMPLEADO        PIC 9(8)V9(2).
       01  WS-TOTAL-PRIMAS          PIC 9(8)V9(2).

      *    BENEFICIOS EN ESPECIE: EL VALOR DE MERCADO MENSUAL DE CADA
      *    BENEFICIO VIGENTE SE ACUMULA POR RUBRO (NATURALEZA B) Y SE
      *    GRABA EN LA NOMINA SIN AFECTAR EL NETO; SEGUN LAS MARCAS
      *    DEL RUBRO ENTRA A LA BASE DE APORTE Y A LA DE IMPUESTO,
      *    Y LOS MESES QUE LE QUEDAN EN EL ANIO SE PROYECTAN EN LA
      *    RETENCION DE LA RENTA.
       01  WS-TABLA-BENEFICIOS.
           03 WS-BEN-VALOR-RUBRO    PIC 9(8)V9(2) OCCURS 99 TIMES.

       01  WS-BEN-INICIO-NUM        PIC 9(6).
       01  WS-BEN-FIN-NUM           PIC 9(6).
       01  WS-BEN-MES-DESDE         PIC 9(2).
       01  WS-BEN-MES-HASTA         PIC 9(2).
       01  WS-IND-BEN               PIC 9(3).
       01  WS-BENEFICIO-GRAVADO     PIC 9(10)V9(2).
       01  WS-BENEFICIO-PROYECTADO  PIC 9(10)V9(2).

      *    FONDO DE RESERVA: DESDE EL MES TRECE DE SERVICIO EL
      *    EMPLEADO GANA UN FONDO PROPORCIONAL AL SUELDO; SEGUN SU
      *    ELECCION SE LE PAGA EN LA NOMINA O SE LE ACUMULA EN
       01  WS-VALOR-DIAS-ENF        PIC 9(8)V9(2).
       01  WS-VALOR-SUBSIDIO-ENF    PIC 9(8)V9(2).
       01  WS-VALOR-REEMBOLSO       PIC 9(8)V9(2).
       01  WS-TIPO-REEMBOLSO        PIC X(1).
       01  WS-DIAS-REEMBOLSO        PIC 9(3).

      *    LICENCIA DE MATERNIDAD (UTIL-MAT): SUS DIAS SE REBAJAN
      *    DEL SUELDO COMO LOS DE ENFERMEDAD; EL EMPLEADOR PAGA SU
      *    PARTE COMO RUBRO DE SUBSIDIO Y LA DEL IESS QUEDA COMO
      *    REEMBOLSO POR COBRAR. LA PATERNIDAD LA PAGA INTEGRA EL
      *    EMPLEADOR Y NO ALTERA EL SUELDO.
       77  WS-RUBRO-SUBSIDIO-MAT    PIC 9(2) VALUE 26.
       77  WS-PORC-MAT-EMPRESA      PIC 9(3) VALUE 25.
       77  WS-PORC-MAT-IESS         PIC 9(3) VALUE 75.

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

       01  WS-VALOR-DIAS-MAT        PIC 9(8)V9(2).
       01  WS-VALOR-SUBSIDIO-MAT    PIC 9(8)V9(2).

       01  WS-CONTROL-PRORRATEO.
           03 WS-DIAS-MES           PIC 9(2).
           03 WS-RESIDUO-400        PIC 9(4).
           03 WS-COCIENTE-BIS       PIC 9(4).
           03 WS-OBS-PRORRATEO      PIC X(50).

      *    LICENCIAS Y SUSPENSIONES REGISTRADAS (UTIL-SLA): LOS DIAS
      *    SIN SUELDO DEL MES SE REBAJAN DEL PRORRATEO Y REDUCEN EL
      *    SUBSIDIO DE CARGAS Y EL FONDO DE RESERVA; LOS DIAS QUE NO
      *    ACUMULAN VACACIONES REDUCEN LA ACREDITACION DEL MES Y LOS
      *    QUE NO CUENTAN PARA ANTIGUEDAD SE DESCUENTAN DEL TIEMPO
      *    DE SERVICIO DEL FONDO DE RESERVA Y DEL BONO.
       01  WS-CONTROL-SLA.
           03 WS-SLA-EMPRESA        PIC 9(3).
           03 WS-SLA-EMPLEADO       PIC 9(8).
           03 WS-SLA-DESDE          PIC 9(8).
           03 WS-SLA-HASTA          PIC 9(8).
           03 WS-SLA-DIAS-PERIODOS  PIC 9(5).
           03 WS-SLA-DIAS-SIN-SUELDO PIC 9(5).
           03 WS-SLA-DIAS-SIN-ANTIG PIC 9(5).
           03 WS-SLA-DIAS-SIN-VAC   PIC 9(5).

       01  WS-SITUACION-MES.
           03 WS-SLA-MES-SIN-SUELDO PIC 9(3).
           03 WS-SLA-MES-SIN-VAC    PIC 9(3).
           03 WS-SLA-MESES-SIN-ANTIG PIC 9(4).
           03 WS-DIAS-VAC-MES       PIC 9V9(2).
           03 WS-DIAS-MATERNIDAD    PIC 9(3).
       01  WS-VALOR-APLICADO        PIC 9(8)V9(2).
       01  WS-VALOR-EN-MORA         PIC 9(8)V9(2).

      *    BANCO DE HORAS (UTIL-BHO): A LOS EMPLEADOS QUE ACUMULAN
      *    SE LES ACREDITAN LAS HORAS EXTRAS DEL PERIODO Y SOLO SE
      *    PAGAN LAS NOVEDADES QUE NO SON HORAS (VALORES FIJOS).
       01  WS-CONTROL-BHO.
           03 WS-BHO-OPERACION      PIC X(1).
           03 WS-BHO-EMPRESA        PIC 9(3).
           03 WS-BHO-EMPLEADO       PIC 9(8).
           03 WS-BHO-FECHA          PIC 9(8).
           03 WS-BHO-HORAS          PIC 9(5)V9(2).
           03 WS-BHO-VALOR-PAGAR    PIC 9(8)V9(2).
           03 WS-BHO-SALDO          PIC 9(5)V9(2).
           03 WS-BHO-EN-BANCO       PIC X(1).
           03 WS-BHO-MESES-VIGENCIA PIC 9(2).
           03 WS-BHO-MOVIMIENTOS    PIC 9(5).
           03 WS-BHO-REFERENCIA     PIC X(30).
           03 WS-BHO-PROGRAMA       PIC X(8).
           03 WS-BHO-OPERADOR       PIC X(10).
           03 WS-BHO-RESULTADO      PIC X(1).

      *    LA CORRIDA SE VALORA CON LA TASA DE CAMBIO VIGENTE PARA
      *    EL PROPIO PERIODO; SI UNA MONEDA ACTIVA NO TIENE TASA
      *    HISTORICA NI TASA VIVA, SE BLOQUEA LA CORRIDA PARA QUE
           03 WS-IMPUESTO-ANUAL     PIC 9(10)V9(2).
           03 WS-RETENCION-MENSUAL  PIC 9(8)V9(2).
           03 WS-MESES-RESTANTES    PIC 9(2).
           03 WS-MESES-RETENCION    PIC 9(2).
           03 WS-RETENIDO-OTROS     PIC 9(8)V9(2).
           03 WS-BANDERA-TRAMO      PIC 9.
               88 WS-TRAMO-ENCONTRADO    VALUE 1.
               88 WS-TRAMO-NO-ENCONTRADO VALUE 0.
           03 WS-BLQ-RESULTADO      PIC X(1).
               88 WS-BLOQUEO-OK     VALUE "0".

      *    INCIDENCIAS DE LA CORRIDA PARA LA BITACORA CENTRAL DE
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

           DISPLAY "EMPLEADOS CON ERROR:  " WS-TOTAL-ERRORES.
           DISPLAY "RUBROS EN EXCEPCION:  " WS-TOTAL-EXCEPCIONES.

      *    UNA CORRIDA REAL QUE TERMINA CON EMPLEADOS EN ERROR NO
      *    PUEDE PASAR AL PAGO SIN QUE ALGUIEN LA REVISE.
           IF WS-MODO-REAL AND WS-TOTAL-ERRORES > ZEROS
             MOVE "0000-MAIN" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE WS-CIA-CODIGO TO WS-ERR-CLAVE (1:3)
             MOVE WS-NOM-FEC-AA TO WS-ERR-CLAVE (4:4)
             MOVE WS-NOM-FEC-MM TO WS-ERR-CLAVE (8:2)
             MOVE "CORRIDA DE NOMINA TERMINADA CON EMPLEADOS EN ERROR"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.
             OPEN INPUT ARCHIVO-GASTOS-PERS
           END-IF.

           OPEN INPUT ARCHIVO-OTROS-EMPL.
           IF FL-IOE NOT = "00"
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN INPUT ARCHIVO-OTROS-EMPL
           END-IF.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

           OPEN INPUT ARCHIVO-PLANES-SEGURO.
           IF FL-SEG NOT = "00"
             OPEN OUTPUT ARCHIVO-PLANES-SEGURO
             CLOSE ARCHIVO-PLANES-SEGURO
             OPEN INPUT ARCHIVO-PLANES-SEGURO
           END-IF.

           OPEN INPUT ARCHIVO-AFILIACIONES.
           IF FL-AFI NOT = "00"
             OPEN OUTPUT ARCHIVO-AFILIACIONES
             CLOSE ARCHIVO-AFILIACIONES
             OPEN INPUT ARCHIVO-AFILIACIONES
           END-IF.

           OPEN INPUT ARCHIVO-BENEFICIOS-ESP.
           IF FL-BEN NOT = "00"
             OPEN OUTPUT ARCHIVO-BENEFICIOS-ESP
             CLOSE ARCHIVO-BENEFICIOS-ESP
             OPEN INPUT ARCHIVO-BENEFICIOS-ESP
           END-IF.

           OPEN I-O ARCHIVO-RESERVAS.
           IF FL-RES NOT = "00"
             CLOSE ARCHIVO-RESERVAS
           CLOSE ARCHIVO-PRESUPUESTOS.
           CLOSE ARCHIVO-EMBARGOS-DET.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-PARTICIONES.
           CLOSE ARCHIVO-REEMBOLSOS.
           CLOSE ARCHIVO-POLITICAS.
           CLOSE ARCHIVO-PLANES-SEGURO.
           CLOSE ARCHIVO-AFILIACIONES.
           CLOSE ARCHIVO-BENEFICIOS-ESP.

       2000-PEDIR-PARAMETROS.
      *----------------------
                   MOVE "A" TO PER-ESTADO
                   MOVE SPACES TO PER-SOLICITANTE-CIERRE
                   MOVE ZEROS TO PER-DIA-CORTE
                   MOVE ZEROS TO PER-FEC-PAGO
                   IF WS-MODO-REAL
                     WRITE PER-DATOS
                   END-IF
                 MOVE "P" TO PER-ESTADO
                 MOVE SPACES TO PER-SOLICITANTE-CIERRE
                 MOVE ZEROS TO PER-DIA-CORTE
                 MOVE ZEROS TO PER-FEC-PAGO
                 IF WS-MODO-REAL
                   WRITE PER-DATOS
                 END-IF
           MOVE ZERO TO WS-BASE-APORTE.
           MOVE ZERO TO WS-DIAS-ENFERMEDAD.

           PERFORM 3024-LEER-SITUACION-LABORAL.
           PERFORM 3020-ESCRIBIR-RUBRO-SUELDO.
           PERFORM 3070-POSTEAR-HORAS-EXTRAS.
           PERFORM 3079-GENERAR-SUBSIDIO-CARGAS.
           PERFORM 3074-GENERAR-BONO-ANTIGUEDAD.
           PERFORM 3065-GENERAR-FONDO-RESERVA.
           PERFORM 3068-GENERAR-SUBSIDIO-ENFERMEDAD.
           PERFORM 3067-GENERAR-SUBSIDIO-MATERNIDAD.
           PERFORM 3140-GENERAR-BENEFICIOS-ESPECIE.
           PERFORM 3100-INICIAR-DEDUCCIONES.
           PERFORM 3050-GENERAR-APORTES.
           PERFORM 3060-GENERAR-IMPUESTO-RENTA.
           PERFORM 3072-RECUPERAR-ANTICIPOS.
           PERFORM 3078-ACUMULAR-VACACIONES.
           PERFORM 3080-POSTEAR-DESCUENTOS.
           PERFORM 3087-GENERAR-PRIMAS-SEGURO.
           PERFORM 3090-APLICAR-EMBARGOS.
           PERFORM 3110-RECUPERAR-MORAS.
           PERFORM 3120-APLICAR-DEDUCCIONES.
           PERFORM 3525-REPONER-CORRIDAS-ESP.

           PERFORM 3510-TOTALIZAR-EMPLEADO.
           MOVE WS-INGRESO-YTD TO WS-DESPUES-INGRESOS.
      *--------------------------------
      *    SE ELIMINAN SOLO LOS RUBROS QUE ESTA CADENA GENERA
      *    (SUELDO, HORAS EXTRAS, APORTES, IMPUESTO, SUBSIDIO,
      *    BONO, FONDO DE RESERVA, PRIMA DE SEGURO, EMBARGO, LOS
      *    BENEFICIOS EN ESPECIE Y LA SERIE 50 DE DESCUENTOS); LO
      *    POSTEADO POR LOS PROCESOS ANUALES (DECIMOS, UTILIDADES,
      *    LIQUIDACIONES) NO SE TOCA.
           MOVE LOW-VALUES    TO NOM-CLAVE.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-BONO-ANTIG
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-SUBSIDIO-CARGAS
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-SUBSIDIO-ENF
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-SUBSIDIO-MAT
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-FONDO-RESERVA
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-PRIMA-SEGURO
                   WHEN NOM-TIPO-RUBRO = WS-RUBRO-EMBARGO
                   WHEN NOM-TIPO-RUBRO >= WS-BASE-RUBRO-DESCUENTO
                     DELETE ARCHIVO-NOMINAS
                     END-DELETE
                   WHEN OTHER
                     MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
                     READ ARCHIVO-RUBROS
                     END-READ
                     IF FL-RUB = "00" AND RUB-NATURALEZA = "B"
                       DELETE ARCHIVO-NOMINAS
                       END-DELETE
                     END-IF
               END-EVALUATE
             END-IF
             PERFORM 3063-LEER-RUBRO-NOMINA

           MOVE "00" TO FL-NOM.

       3525-REPONER-CORRIDAS-ESP.
      *---------------------------
      *    LOS APORTES Y LA RETENCION DE LAS CORRIDAS ESPECIALES
      *    APLICADAS EN EL PERIODO SE ACUMULARON SOBRE LOS RUBROS
      *    QUE EL RECALCULO ACABA DE BORRAR Y REGENERAR; SE VUELVEN
      *    A SUMAR PARA QUE LA NOMINA DEL MES SIGA CUADRANDO CON LO
      *    QUE ESAS CORRIDAS YA PAGARON.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-NOM-FEC-AA TO ESP-FEC-AA.
           MOVE WS-NOM-FEC-MM TO ESP-FEC-MM.
           MOVE ZEROS         TO ESP-SECUENCIA.
           MOVE ZEROS         TO ESP-COD-EMPLEADO.
           MOVE ZEROS         TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 3527-LEER-CORRIDA-ESP
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ESP-FEC-AA NOT = WS-NOM-FEC-AA OR
                   ESP-FEC-MM NOT = WS-NOM-FEC-MM
             IF ESP-COD-EMPLEADO = EMP-CLAVE AND
                ESP-ESTADO = "A" AND
                ESP-ORIGEN = "G"
               PERFORM 3526-REPONER-LINEA-ESP
             END-IF
             PERFORM 3527-LEER-CORRIDA-ESP
           END-PERFORM.

       3526-REPONER-LINEA-ESP.
      *------------------------
           MOVE WS-CIA-CODIGO     TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE         TO NOM-COD-EMPLEADO.
           MOVE WS-NOM-FEC-AA     TO NOM-FEC-NOMINA-AA.
           MOVE WS-NOM-FEC-MM     TO NOM-FEC-NOMINA-MM.
           MOVE ESP-TIPO-RUBRO    TO NOM-TIPO-RUBRO.

           READ ARCHIVO-NOMINAS
           END-READ.

           IF FL-NOM = "00"
             ADD ESP-VALOR        TO NOM-VALOR
             REWRITE NOM-DATOS
           ELSE
             INITIALIZE NOM-DATOS
             MOVE WS-CIA-CODIGO   TO NOM-COD-EMPRESA
             MOVE EMP-CLAVE       TO NOM-COD-EMPLEADO
             MOVE WS-NOM-FEC-AA   TO NOM-FEC-NOMINA-AA
             MOVE WS-NOM-FEC-MM   TO NOM-FEC-NOMINA-MM
             MOVE ESP-TIPO-RUBRO  TO NOM-TIPO-RUBRO
             MOVE ESP-VALOR       TO NOM-VALOR
             MOVE EMP-COD-MONEDA  TO NOM-COD-MONEDA
             MOVE ESP-OBSERVACION TO NOM-OBSERVACION
             MOVE WS-FEC-AA       TO NOM-FEC-PROC-AA
             MOVE WS-FEC-MM       TO NOM-FEC-PROC-MM
             MOVE WS-FEC-DD       TO NOM-FEC-PROC-DD
             MOVE WS-HOR-HH       TO NOM-HORA-PROC-HH
             MOVE WS-HOR-MM       TO NOM-HORA-PROC-MM
             MOVE WS-HOR-SS       TO NOM-HORA-PROC-SS
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
           END-IF.

           IF FL-NOM NOT = "00"
             DISPLAY "ERROR AL REPONER RUBRO " ESP-TIPO-RUBRO
                 " DE LA CORRIDA ESPECIAL " ESP-SECUENCIA
                 " - EMPLEADO " EMP-CLAVE
             DISPLAY "CODIGO DE ERROR - " FL-NOM
             MOVE "3526-REPONER-LINEA-ESP" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE FL-NOM TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8020-REGISTRAR-ERROR
           END-IF.

       3527-LEER-CORRIDA-ESP.
      *-----------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       3530-AUDITAR-RECALCULO.
      *------------------------
           OPEN EXTEND ARCHIVO-AUDITORIA.

           CALL "UTIL-BLQ" USING WS-CONTROL-BLOQUEO.

       8020-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PROC-NOM"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.

       3000-PROCESAR-NOMINA.
      *---------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE ZERO TO WS-INGRESO-SIMULADO
               MOVE ZERO TO WS-BASE-APORTE
               MOVE ZERO TO WS-DIAS-ENFERMEDAD
               PERFORM 3024-LEER-SITUACION-LABORAL
               PERFORM 3020-ESCRIBIR-RUBRO-SUELDO
               PERFORM 3070-POSTEAR-HORAS-EXTRAS
               PERFORM 3079-GENERAR-SUBSIDIO-CARGAS
               PERFORM 3074-GENERAR-BONO-ANTIGUEDAD
               PERFORM 3065-GENERAR-FONDO-RESERVA
               PERFORM 3068-GENERAR-SUBSIDIO-ENFERMEDAD
               PERFORM 3067-GENERAR-SUBSIDIO-MATERNIDAD
               PERFORM 3140-GENERAR-BENEFICIOS-ESPECIE
               PERFORM 3100-INICIAR-DEDUCCIONES
               PERFORM 3050-GENERAR-APORTES
               PERFORM 3060-GENERAR-IMPUESTO-RENTA
               PERFORM 3072-RECUPERAR-ANTICIPOS
               PERFORM 3078-ACUMULAR-VACACIONES
               PERFORM 3080-POSTEAR-DESCUENTOS
               PERFORM 3087-GENERAR-PRIMAS-SEGURO
               PERFORM 3090-APLICAR-EMBARGOS
               PERFORM 3110-RECUPERAR-MORAS
               PERFORM 3120-APLICAR-DEDUCCIONES
             END-IF
             PERFORM 3025-VERIFICAR-RUBRO-FUERA-DE-RANGO
           ELSE
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
             IF FL-NOM = "00"
               ADD 1 TO WS-TOTAL-PROCESADOS
                 MOVE 1 TO WS-BANDERA-REPROCESO
               END-IF
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3020-ESCRIBIR-RUBRO-SUELDO" TO WS-ERR-PARRAFO
               MOVE "NOM" TO WS-ERR-ARCHIVO
               MOVE FL-NOM TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "ERROR AL GRABAR RUBRO - EMPLEADO " EMP-CLAVE
               DISPLAY "CODIGO DE ERROR - " FL-NOM
             END-IF

           PERFORM 3027-SUMAR-DIAS-SIN-GOCE.

      *    LOS DIAS DE ENFERMEDAD CERTIFICADA Y DE MATERNIDAD
      *    TAMBIEN SE REBAJAN DEL SUELDO; SUS SUBSIDIOS PATRONALES
      *    SE GENERAN APARTE.
           COMPUTE WS-DIAS-TRABAJADOS =
               WS-DIA-HASTA-PRO - WS-DIA-DESDE-PRO + 1
               - WS-DIAS-SIN-GOCE - WS-DIAS-ENFERMEDAD
               - WS-SLA-MES-SIN-SUELDO - WS-DIAS-MATERNIDAD.

           IF WS-DIAS-TRABAJADOS < ZEROS
             MOVE ZERO TO WS-DIAS-TRABAJADOS
             MOVE WS-DIAS-MES TO WS-DIAS-TRABAJADOS
           END-IF.

       3024-LEER-SITUACION-LABORAL.
      *-----------------------------
      *    DIAS DEL MES DE NOMINA EN LICENCIA O SUSPENSION Y, DESDE
      *    EL INGRESO HASTA EL CIERRE DEL MES, LOS MESES QUE NO
      *    CUENTAN COMO TIEMPO DE SERVICIO.
           MOVE ZEROS TO WS-SITUACION-MES.

           PERFORM 3026-DIAS-DEL-MES.

           MOVE WS-CIA-CODIGO TO WS-SLA-EMPRESA.
           MOVE EMP-CLAVE     TO WS-SLA-EMPLEADO.
           COMPUTE WS-SLA-DESDE =
               WS-NOM-FEC-AA * 10000 + WS-NOM-FEC-MM * 100 + 1.
           COMPUTE WS-SLA-HASTA =
               WS-NOM-FEC-AA * 10000 + WS-NOM-FEC-MM * 100 +
               WS-DIAS-MES.

           CALL "UTIL-SLA" USING WS-CONTROL-SLA.

           MOVE WS-SLA-DIAS-SIN-SUELDO TO WS-SLA-MES-SIN-SUELDO.
           MOVE WS-SLA-DIAS-SIN-VAC    TO WS-SLA-MES-SIN-VAC.

           MOVE WS-CIA-CODIGO TO WS-MAT-EMPRESA.
           MOVE EMP-CLAVE     TO WS-MAT-EMPLEADO.
           MOVE WS-SLA-DESDE  TO WS-MAT-DESDE.
           MOVE WS-SLA-HASTA  TO WS-MAT-HASTA.

           CALL "UTIL-MAT" USING WS-CONTROL-MAT.

           MOVE WS-MAT-DIAS-MATERNIDAD TO WS-DIAS-MATERNIDAD.

           IF EMP-FEC-INGRESO-AA > ZEROS
             COMPUTE WS-SLA-DESDE =
                 EMP-FEC-INGRESO-AA * 10000 +
                 EMP-FEC-INGRESO-MM * 100 + EMP-FEC-INGRESO-DD
             CALL "UTIL-SLA" USING WS-CONTROL-SLA
             COMPUTE WS-SLA-MESES-SIN-ANTIG =
                 WS-SLA-DIAS-SIN-ANTIG / 30
           END-IF.

       3026-DIAS-DEL-MES.
      *-------------------
           EVALUATE WS-NOM-FEC-MM
                NOM-TIPO-RUBRO NOT = WS-RUBRO-BONO-ANTIG AND
                NOM-TIPO-RUBRO NOT = WS-RUBRO-SUBSIDIO-CARGAS AND
                NOM-TIPO-RUBRO NOT = WS-RUBRO-SUBSIDIO-ENF AND
                NOM-TIPO-RUBRO NOT = WS-RUBRO-SUBSIDIO-MAT AND
                NOM-TIPO-RUBRO NOT = WS-RUBRO-FONDO-RESERVA
               MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               MOVE NOM-VALOR TO WS-VALOR-COSTO
               PERFORM 3210-ACUMULAR-COSTO-OFICINA
             END-IF
             IF FL-RUB = "00" AND
                (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B") AND
                RUB-BASE-APORTE NOT = "N"
               ADD NOM-VALOR TO WS-BASE-APORTE
             END-IF
             IF FL-RUB = "00" AND RUB-NATURALEZA = "B" AND
                RUB-BASE-IMPUESTO NOT = "N"
               ADD NOM-VALOR TO WS-BENEFICIO-GRAVADO
             END-IF
           ELSE
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
             IF FL-NOM NOT = "00"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3055-ESCRIBIR-RUBRO-GENERADO" TO WS-ERR-PARRAFO
               MOVE "NOM" TO WS-ERR-ARCHIVO
               MOVE FL-NOM TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "ERROR AL GRABAR RUBRO " WS-RUBRO-GENERAR
                   " - EMPLEADO " EMP-CLAVE
               DISPLAY "CODIGO DE ERROR - " FL-NOM
                 MOVE NOM-VALOR TO WS-VALOR-COSTO
                 PERFORM 3210-ACUMULAR-COSTO-OFICINA
               END-IF
               IF FL-RUB = "00" AND
                  (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B") AND
                  RUB-BASE-APORTE NOT = "N"
                 ADD NOM-VALOR TO WS-BASE-APORTE
               END-IF

      *    EN SIMULACION EL MES EN CURSO NO QUEDO GRABADO EN
      *    NOMINA, ASI QUE SE LE SUMA EL INGRESO SIMULADO DEL MES
      *    (SUELDO, HORAS EXTRAS, SUBSIDIO, BONO) Y LOS BENEFICIOS
      *    EN ESPECIE GRAVADOS DEL MES PARA QUE LA PROYECCION
      *    COINCIDA CON LA DE UNA CORRIDA REAL.
           IF WS-MODO-SIMULACION
             ADD WS-INGRESO-SIMULADO TO WS-INGRESO-YTD
             ADD WS-BENEFICIO-GRAVADO TO WS-INGRESO-YTD
           END-IF.

      *    LOS BENEFICIOS EN ESPECIE QUE SIGUEN VIGENTES EN LOS
      *    MESES RESTANTES SE PROYECTAN IGUAL QUE EL SUELDO.
           COMPUTE WS-INGRESO-PROYECTADO =
               WS-INGRESO-YTD +
               (EMP-SUELDO-ACTUAL * WS-MESES-RESTANTES) +
               WS-BENEFICIO-PROYECTADO.

      *    EL INGRESO GANADO CON OTROS EMPLEADORES EN EL ANIO
      *    COMPLETA LA PROYECCION; LO QUE ELLOS YA RETUVIERON SE
      *    DESCUENTA DEL IMPUESTO, Y EL SALDO SE REPARTE ENTRE LOS
      *    MESES QUE EL EMPLEADO TRABAJA CON LA EMPRESA.
           MOVE ZERO TO WS-RETENIDO-OTROS.
           MOVE 12   TO WS-MESES-RETENCION.
           MOVE EMP-CLAVE     TO IOE-COD-EMPLEADO.
           MOVE WS-NOM-FEC-AA TO IOE-ANIO-FISCAL.
           READ ARCHIVO-OTROS-EMPL
           END-READ.
           IF FL-IOE = "00" AND IOE-ESTADO = "A"
             ADD IOE-INGRESO-GRAVADO TO WS-INGRESO-PROYECTADO
             MOVE IOE-RETENCION TO WS-RETENIDO-OTROS
             IF EMP-FEC-INGRESO-AA = WS-NOM-FEC-AA
               COMPUTE WS-MESES-RETENCION =
                   12 - EMP-FEC-INGRESO-MM + 1
             END-IF
           END-IF.

      *    LOS GASTOS PERSONALES PROYECTADOS DEL ANIO FISCAL
      *    REBAJAN LA BASE ANTES DE UBICAR EL TRAMO; SIN
                 IMR-IMPUESTO-FRACCION +
                 ((WS-INGRESO-PROYECTADO - IMR-BASE-DESDE) *
                  IMR-PORC-EXCEDENTE / 100)
             IF WS-RETENIDO-OTROS < WS-IMPUESTO-ANUAL
               SUBTRACT WS-RETENIDO-OTROS FROM WS-IMPUESTO-ANUAL
             ELSE
               MOVE ZERO TO WS-IMPUESTO-ANUAL
             END-IF
             COMPUTE WS-RETENCION-MENSUAL ROUNDED =
                 WS-IMPUESTO-ANUAL / WS-MESES-RETENCION
             IF WS-RETENCION-MENSUAL > ZEROS
               MOVE WS-RUBRO-IMPUESTO-RENTA TO WS-DEMANDA-RUBRO
               MOVE WS-RETENCION-MENSUAL    TO WS-DEMANDA-VALOR
               END-READ
      *        SOLO LOS RUBROS MARCADOS COMO BASE DE IMPUESTO
      *        ENTRAN A LA PROYECCION ANUAL; LOS NO MARCADOS
      *        (SUBSIDIOS, REEMBOLSOS) QUEDAN FUERA. LOS BENEFICIOS
      *        EN ESPECIE GRAVADOS TAMBIEN SON INGRESO DEL ANIO.
               IF FL-RUB = "00" AND
                  (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B") AND
                  RUB-BASE-IMPUESTO NOT = "N"
                 ADD NOM-VALOR TO WS-INGRESO-YTD
               END-IF

           COMPUTE WS-MESES-SERVICIO-RES =
               ((WS-NOM-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
               WS-NOM-FEC-MM - EMP-FEC-INGRESO-MM -
               WS-SLA-MESES-SIN-ANTIG.

           IF WS-MESES-SERVICIO-RES <= 12
             EXIT PARAGRAPH
           END-IF.

      *    LOS DIAS DE LICENCIA O SUSPENSION SIN SUELDO NO GENERAN
      *    FONDO DE RESERVA.
           COMPUTE WS-VALOR-RESERVA ROUNDED =
               EMP-SUELDO-ACTUAL * WS-PORC-RESERVA / 100 *
               (WS-DIAS-MES - WS-SLA-MES-SIN-SUELDO) / WS-DIAS-MES.

           IF WS-VALOR-RESERVA <= ZEROS
             EXIT PARAGRAPH
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "I"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3065-GENERAR-FONDO-RESERVA" TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE FONDO DE RESERVA NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-FONDO-RESERVA
                   " (FONDO RESERVA) NO ESTA DEFINIDO ACTIVO "
                   "COMO INGRESO, NO SE GENERA PARA EL EMPLEADO "
             REWRITE RES-DATOS
             IF FL-RES NOT = "00"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3066-DEPOSITAR-RESERVA" TO WS-ERR-PARRAFO
               MOVE "RES" TO WS-ERR-ARCHIVO
               MOVE FL-RES TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "ERROR AL DEPOSITAR EL FONDO DE RESERVA - "
                   "EMPLEADO " EMP-CLAVE " - " FL-RES
             END-IF
           END-IF.

       3067-GENERAR-SUBSIDIO-MATERNIDAD.
      *----------------------------------
      *    LOS DIAS DE LICENCIA DE MATERNIDAD DEL MES (YA REBAJADOS
      *    DEL SUELDO POR EL PRORRATEO) LOS PAGA EL EMPLEADOR EN SU
      *    PORCENTAJE COMO RUBRO DE SUBSIDIO; EL RESTO LO CUBRE EL
      *    IESS Y QUEDA COMO REEMBOLSO POR COBRAR.
           IF WS-EMPLEADO-REPROCESADO OR
              WS-DIAS-MATERNIDAD = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-DIAS-MAT ROUNDED =
               EMP-SUELDO-ACTUAL * WS-DIAS-MATERNIDAD /
               WS-DIAS-MES.

           COMPUTE WS-VALOR-SUBSIDIO-MAT ROUNDED =
               WS-VALOR-DIAS-MAT * WS-PORC-MAT-EMPRESA / 100.

           COMPUTE WS-VALOR-REEMBOLSO ROUNDED =
               WS-VALOR-DIAS-MAT * WS-PORC-MAT-IESS / 100.

           IF WS-VALOR-SUBSIDIO-MAT > ZEROS
             MOVE WS-RUBRO-SUBSIDIO-MAT TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "I"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3067-GENERAR-SUBSIDIO-MATERNIDAD"
                 TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE SUBSIDIO MATERNIDAD NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-SUBSIDIO-MAT
                   " (SUBSIDIO MATERNIDAD) NO ESTA DEFINIDO "
                   "ACTIVO COMO INGRESO, NO SE GENERA PARA EL "
                   "EMPLEADO " EMP-CLAVE
             ELSE
               MOVE WS-RUBRO-SUBSIDIO-MAT TO WS-RUBRO-GENERAR
               MOVE WS-VALOR-SUBSIDIO-MAT TO WS-VALOR-GENERAR
               PERFORM 3055-ESCRIBIR-RUBRO-GENERADO
             END-IF
           END-IF.

           IF WS-MODO-REAL AND WS-VALOR-REEMBOLSO > ZEROS
             MOVE "M"                TO WS-TIPO-REEMBOLSO
             MOVE WS-DIAS-MATERNIDAD TO WS-DIAS-REEMBOLSO
             PERFORM 3069-REGISTRAR-REEMBOLSO
           END-IF.

       3068-GENERAR-SUBSIDIO-ENFERMEDAD.
      *----------------------------------
      *    LOS DIAS DE ENFERMEDAD CERTIFICADA DEL MES (YA REBAJADOS
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "I"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3068-GENERAR-SUBSIDIO-ENFERMEDAD"
                 TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE SUBSIDIO ENFERMEDAD NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-SUBSIDIO-ENF
                   " (SUBSIDIO ENFERMEDAD) NO ESTA DEFINIDO "
                   "ACTIVO COMO INGRESO, NO SE GENERA PARA EL "
           END-IF.

           IF WS-MODO-REAL AND WS-VALOR-REEMBOLSO > ZEROS
             MOVE "E"                TO WS-TIPO-REEMBOLSO
             MOVE WS-DIAS-ENFERMEDAD TO WS-DIAS-REEMBOLSO
             PERFORM 3069-REGISTRAR-REEMBOLSO
           END-IF.

           MOVE EMP-CLAVE     TO RIE-COD-EMPLEADO.
           MOVE WS-NOM-FEC-AA TO RIE-FEC-AA.
           MOVE WS-NOM-FEC-MM TO RIE-FEC-MM.
           MOVE WS-TIPO-REEMBOLSO TO RIE-TIPO.

           READ ARCHIVO-REEMBOLSOS
           END-READ.

           IF FL-RIE = "00"
             MOVE WS-VALOR-REEMBOLSO TO RIE-VALOR
             MOVE WS-DIAS-REEMBOLSO  TO RIE-DIAS
             REWRITE RIE-DATOS
           ELSE
             INITIALIZE RIE-DATOS
             MOVE EMP-CLAVE          TO RIE-COD-EMPLEADO
             MOVE WS-NOM-FEC-AA      TO RIE-FEC-AA
             MOVE WS-NOM-FEC-MM      TO RIE-FEC-MM
             MOVE WS-TIPO-REEMBOLSO  TO RIE-TIPO
             MOVE WS-VALOR-REEMBOLSO TO RIE-VALOR
             MOVE WS-DIAS-REEMBOLSO  TO RIE-DIAS
             MOVE "P"                TO RIE-ESTADO
             WRITE RIE-DATOS
           END-IF.

           IF FL-RIE NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3069-REGISTRAR-REEMBOLSO" TO WS-ERR-PARRAFO
             MOVE "RIE" TO WS-ERR-ARCHIVO
             MOVE FL-RIE TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "ERROR AL REGISTRAR EL REEMBOLSO IESS - "
                 "EMPLEADO " EMP-CLAVE " - " FL-RIE
           END-IF.

           MOVE ZERO TO WS-VALOR-HORAS-EXTRAS.

           PERFORM 3070-ACREDITAR-BANCO-HORAS.
           IF WS-BHO-EN-BANCO = "S"
             MOVE WS-BHO-VALOR-PAGAR TO WS-VALOR-HORAS-EXTRAS
           ELSE
             PERFORM 3070-SUMAR-HORAS-EXTRAS
           END-IF.

           IF WS-VALOR-HORAS-EXTRAS > ZEROS
             MOVE WS-RUBRO-HORAS-EXTRAS TO WS-RUBRO-GENERAR
             MOVE WS-VALOR-HORAS-EXTRAS TO WS-VALOR-GENERAR
             PERFORM 3055-ESCRIBIR-RUBRO-GENERADO
           END-IF.

       3070-ACREDITAR-BANCO-HORAS.
      *---------------------------
      *    EL CREDITO DEL PERIODO SE REEMPLAZA EN CADA CORRIDA, DE
      *    MODO QUE UN RECALCULO NO DUPLICA LAS HORAS DEL BANCO.
      *    EN SIMULACION SOLO SE CALCULA EL CREDITO, SIN GRABARLO.
           INITIALIZE WS-CONTROL-BHO.
           IF WS-MODO-SIMULACION
             MOVE "S"         TO WS-BHO-OPERACION
           ELSE
             MOVE "A"         TO WS-BHO-OPERACION
           END-IF.
           MOVE WS-CIA-CODIGO TO WS-BHO-EMPRESA.
           MOVE EMP-CLAVE     TO WS-BHO-EMPLEADO.
           COMPUTE WS-BHO-FECHA =
               WS-NOM-FEC-AA * 10000 + WS-NOM-FEC-MM * 100 + 1.
           MOVE "PROC-NOM"    TO WS-BHO-PROGRAMA.
           MOVE LK-OPERADOR   TO WS-BHO-OPERADOR.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

           IF WS-BHO-RESULTADO NOT = "0"
             DISPLAY "ATENCION: NO SE PUDO ACREDITAR EL BANCO DE "
                 "HORAS DEL EMPLEADO " EMP-CLAVE
             MOVE "3070-ACREDITAR-BANCO-HORAS" TO WS-ERR-PARRAFO
             MOVE "BHO" TO WS-ERR-ARCHIVO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "NO SE PUDO ACREDITAR EL BANCO DE HORAS"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
           END-IF.

       3070-SUMAR-HORAS-EXTRAS.
      *------------------------
           MOVE LOW-VALUES TO HEX-CLAVE.

           START ARCHIVO-HORAS-EXTRAS KEY IS NOT LESS THAN HEX-CLAVE
             PERFORM 3071-LEER-HORAS-EXTRAS
           END-PERFORM.

       3071-LEER-HORAS-EXTRAS.
      *------------------------
           READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
             EXIT PARAGRAPH
           END-IF.

      *    SOLO CUENTAN LOS ANIOS COMPLETOS DE SERVICIO EFECTIVO,
      *    SIN LOS MESES DE LICENCIA QUE NO SUMAN ANTIGUEDAD.
           COMPUTE WS-ANIOS-SERVICIO =
               ((WS-NOM-FEC-AA - EMP-FEC-INGRESO-AA) * 12 -
                WS-SLA-MESES-SIN-ANTIG) / 12.

           IF WS-ANIOS-SERVICIO < 1
             EXIT PARAGRAPH
           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "I"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3074-GENERAR-BONO-ANTIGUEDAD" TO WS-ERR-PARRAFO
             MOVE "RUB" TO WS-ERR-ARCHIVO
             MOVE FL-RUB TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RUBRO DE BONO DE ANTIGUEDAD NO DEFINIDO ACTIVO"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "EL RUBRO " WS-RUBRO-BONO-ANTIG
                 " (BONO ANTIGUEDAD) NO ESTA DEFINIDO ACTIVO "
                 "COMO INGRESO, NO SE GENERA PARA EL EMPLEADO "

           IF FL-DES NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3077-ESCRIBIR-DESCUENTO-CUOTA" TO WS-ERR-PARRAFO
             MOVE "DES" TO WS-ERR-ARCHIVO
             MOVE FL-DES TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "ERROR AL GENERAR LA CUOTA DE PRESTAMO - "
                 "EMPLEADO " EMP-CLAVE " - " FL-DES
           END-IF.

           IF FL-DES NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3073-ESCRIBIR-DESCUENTO-ANTICIPO" TO WS-ERR-PARRAFO
             MOVE "DES" TO WS-ERR-ARCHIVO
             MOVE FL-DES TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "ERROR AL GENERAR EL RECUPERO DE ANTICIPO - "
                 "EMPLEADO " EMP-CLAVE " - " FL-DES
           END-IF.
             EXIT PARAGRAPH
           END-IF.

      *    LOS DIAS DE LICENCIA QUE NO ACUMULAN VACACIONES REDUCEN
      *    EN PROPORCION LA ACREDITACION DEL MES.
           COMPUTE WS-DIAS-VAC-MES ROUNDED =
               WS-DIAS-VAC-MENSUAL *
               (WS-DIAS-MES - WS-SLA-MES-SIN-VAC) / WS-DIAS-MES.

           MOVE WS-CIA-CODIGO TO VAC-COD-EMPRESA.
           MOVE EMP-CLAVE     TO VAC-COD-EMPLEADO.

             COMPUTE WS-ULT-ACUM-NUM =
                 VAC-ULT-ACUM-AA * 100 + VAC-ULT-ACUM-MM
             IF WS-ULT-ACUM-NUM < WS-PERIODO-NUM
               ADD WS-DIAS-VAC-MES TO VAC-DIAS-ACUMULADOS
               MOVE WS-NOM-FEC-AA TO VAC-ULT-ACUM-AA
               MOVE WS-NOM-FEC-MM TO VAC-ULT-ACUM-MM
               REWRITE VAC-DATOS
             INITIALIZE VAC-DATOS
             MOVE WS-CIA-CODIGO TO VAC-COD-EMPRESA
             MOVE EMP-CLAVE     TO VAC-COD-EMPLEADO
             MOVE WS-DIAS-VAC-MES TO VAC-DIAS-ACUMULADOS
             MOVE WS-NOM-FEC-AA TO VAC-ULT-ACUM-AA
             MOVE WS-NOM-FEC-MM TO VAC-ULT-ACUM-MM
             WRITE VAC-DATOS
             PERFORM 3079-LEER-CARGA
           END-PERFORM.

           IF WS-NUM-CARGAS > ZEROS AND
              WS-SLA-MES-SIN-SUELDO < WS-DIAS-MES
             MOVE WS-RUBRO-SUBSIDIO-CARGAS TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "I"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3079-GENERAR-SUBSIDIO-CARGAS" TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE SUBSIDIO DE CARGAS NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-SUBSIDIO-CARGAS
                   " (SUBSIDIO CARGAS) NO ESTA DEFINIDO ACTIVO "
                   "COMO INGRESO, NO SE GENERA PARA EL EMPLEADO "
                   EMP-CLAVE
             ELSE
               COMPUTE WS-VALOR-GENERAR ROUNDED =
                   WS-VALOR-CARGA * WS-NUM-CARGAS *
                   (WS-DIAS-MES - WS-SLA-MES-SIN-SUELDO) /
                   WS-DIAS-MES
               MOVE WS-RUBRO-SUBSIDIO-CARGAS TO WS-RUBRO-GENERAR
               PERFORM 3055-ESCRIBIR-RUBRO-GENERADO
             END-IF
      *-------------------------------
           IF DES-TIPO-DESCUENTO > 49
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3085-ACUMULAR-RUBRO-DESCUENTO" TO WS-ERR-PARRAFO
             MOVE "DES" TO WS-ERR-ARCHIVO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "TIPO DE DESCUENTO FUERA DEL RANGO DE RUBROS"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "DESCUENTO TIPO " DES-TIPO-DESCUENTO
                 " FUERA DEL RANGO DE RUBROS - EMPLEADO " EMP-CLAVE
           ELSE
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "E"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3085-ACUMULAR-RUBRO-DESCUENTO" TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE DESCUENTO NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-DESCUENTO
                   " NO ESTA DEFINIDO ACTIVO COMO EGRESO, NO SE "
                   "POSTEA EL DESCUENTO DEL EMPLEADO " EMP-CLAVE
           MOVE DES-VALOR          TO WS-DEMANDA-VALOR.
           PERFORM 3105-AGREGAR-DEMANDA.

       3087-GENERAR-PRIMAS-SEGURO.
      *----------------------------
      *    LA PRIMA ENTRA COMO UNA DEMANDA MAS DEL MOTOR DE
      *    PRIORIDADES; SI EL INGRESO NO ALCANZA, EL SALDO QUEDA EN
      *    MORA Y SE REINTENTA EL MES SIGUIENTE.
           IF WS-EMPLEADO-REPROCESADO
             EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TOTAL-PRIMAS.

           MOVE WS-CIA-CODIGO TO AFI-COD-EMPRESA.
           MOVE EMP-CLAVE     TO AFI-COD-EMPLEADO.
           MOVE ZERO          TO AFI-COD-PLAN.

           START ARCHIVO-AFILIACIONES KEY IS NOT LESS THAN AFI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-AFI
           END-START.

           IF FL-AFI = "00"
             PERFORM 3088-LEER-AFILIACION
           END-IF.

           PERFORM UNTIL FL-AFI NOT = "00" OR
                   AFI-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   AFI-COD-EMPLEADO NOT = EMP-CLAVE
             COMPUTE WS-AFI-INICIO-NUM =
                 AFI-FEC-INI-AA * 100 + AFI-FEC-INI-MM
             COMPUTE WS-AFI-FIN-NUM =
                 AFI-FEC-FIN-AA * 100 + AFI-FEC-FIN-MM
             IF WS-AFI-INICIO-NUM <= WS-PERIODO-NUM AND
                (AFI-FEC-FIN = ZEROS OR
                 WS-AFI-FIN-NUM >= WS-PERIODO-NUM)
               PERFORM 3089-CALCULAR-PRIMA
             END-IF
             PERFORM 3088-LEER-AFILIACION
           END-PERFORM.

           IF WS-TOTAL-PRIMAS > ZEROS
             MOVE WS-RUBRO-PRIMA-SEGURO TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "E"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "3087-GENERAR-PRIMAS-SEGURO" TO WS-ERR-PARRAFO
               MOVE "RUB" TO WS-ERR-ARCHIVO
               MOVE FL-RUB TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "RUBRO DE PRIMA DE SEGURO NO DEFINIDO ACTIVO"
                 TO WS-ERR-MENSAJE
               PERFORM 8020-REGISTRAR-ERROR
               DISPLAY "EL RUBRO " WS-RUBRO-PRIMA-SEGURO
                   " (PRIMA SEGURO) NO ESTA DEFINIDO ACTIVO COMO "
                   "EGRESO, NO SE DESCUENTA AL EMPLEADO " EMP-CLAVE
             ELSE
               MOVE WS-RUBRO-PRIMA-SEGURO TO WS-DEMANDA-RUBRO
               MOVE WS-TOTAL-PRIMAS       TO WS-DEMANDA-VALOR
               PERFORM 3105-AGREGAR-DEMANDA
             END-IF
           END-IF.

       3088-LEER-AFILIACION.
      *----------------------
           READ ARCHIVO-AFILIACIONES NEXT RECORD
           END-READ.

       3089-CALCULAR-PRIMA.
      *---------------------
      *    SOLO SE COBRAN LOS DEPENDIENTES QUE SIGUEN ACTIVOS EN LAS
      *    CARGAS; UN PLAN INACTIVO NO GENERA PRIMA.
           MOVE AFI-COD-EMPRESA TO SEG-COD-EMPRESA.
           MOVE AFI-COD-PLAN    TO SEG-COD-PLAN.
           READ ARCHIVO-PLANES-SEGURO
           END-READ.

           IF FL-SEG NOT = "00" OR SEG-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-DEP-ASEGURADOS.
           PERFORM VARYING WS-IND-AFI FROM 1 BY 1
               UNTIL WS-IND-AFI > AFI-NUM-DEPENDIENTES OR
                     WS-IND-AFI > 10
             MOVE EMP-CLAVE                   TO CAF-COD-EMPLEADO
             MOVE AFI-DEPENDIENTE(WS-IND-AFI) TO CAF-SECUENCIA
             READ ARCHIVO-CARGAS
             END-READ
             IF FL-CAF = "00" AND CAF-ESTADO = "A"
               ADD 1 TO WS-DEP-ASEGURADOS
             END-IF
           END-PERFORM.

           COMPUTE WS-PRIMA-EMPLEADO ROUNDED =
               SEG-PRIMA-TITULAR * (100 - SEG-PORC-EMPLEADOR) / 100 +
               SEG-PRIMA-DEPENDIENTE * WS-DEP-ASEGURADOS.

           ADD WS-PRIMA-EMPLEADO TO WS-TOTAL-PRIMAS.

       3090-APLICAR-EMBARGOS.
      *-----------------------
      *    CADA ORDEN JUDICIAL VIGENTE SE APLICA SOBRE EL NETO YA
      *-------------------------
           IF WS-BANDERA-EMBARGOS = 0
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3093-APLICAR-UN-EMBARGO" TO WS-ERR-PARRAFO
             MOVE "RUB" TO WS-ERR-ARCHIVO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RUBRO DE EMBARGO NO DEFINIDO ACTIVO"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "EL RUBRO " WS-RUBRO-EMBARGO " (EMBARGO) NO "
                 "ESTA DEFINIDO ACTIVO COMO EGRESO, NO SE APLICA "
                 "LA ORDEN DEL EMPLEADO " EMP-CLAVE

           IF FL-EJD NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3095-DETALLAR-EMBARGO" TO WS-ERR-PARRAFO
             MOVE "EJD" TO WS-ERR-ARCHIVO
             MOVE FL-EJD TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "ERROR AL DETALLAR EL EMBARGO - EMPLEADO "
                 EMP-CLAVE " - " FL-EJD
           END-IF.

           IF WS-NUM-DEMANDAS >= 40
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3105-AGREGAR-DEMANDA" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "DEMASIADAS DEDUCCIONES, SE OMITIO UN RUBRO"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "DEMASIADAS DEDUCCIONES PARA EL EMPLEADO "
                 EMP-CLAVE ", SE OMITE EL RUBRO " WS-DEMANDA-RUBRO
             EXIT PARAGRAPH
                 CONTINUE
           END-EVALUATE.

       3140-GENERAR-BENEFICIOS-ESPECIE.
      *---------------------------------
      *    SE BARREN LOS BENEFICIOS DEL EMPLEADO: LOS VIGENTES EN EL
      *    PERIODO SE SUMAN AL RUBRO QUE CADA UNO TIENE ASIGNADO Y
      *    SE GRABAN COMO RUBRO GENERADO (LA NATURALEZA B LOS SUMA A
      *    LAS BASES SIN TOCAR EL NETO); DE PASO SE PROYECTAN LOS
      *    MESES QUE LES QUEDAN EN EL ANIO FISCAL PARA LA RENTA.
           INITIALIZE WS-TABLA-BENEFICIOS.
           MOVE ZERO TO WS-BENEFICIO-GRAVADO.
           MOVE ZERO TO WS-BENEFICIO-PROYECTADO.

           IF WS-EMPLEADO-REPROCESADO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO BEN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO BEN-COD-EMPLEADO.
           MOVE ZERO          TO BEN-SECUENCIA.

           START ARCHIVO-BENEFICIOS-ESP
             KEY IS NOT LESS THAN BEN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BEN
           END-START.

           IF FL-BEN = "00"
             PERFORM 3141-LEER-BENEFICIO
           END-IF.

           PERFORM UNTIL FL-BEN NOT = "00" OR
                   BEN-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   BEN-COD-EMPLEADO NOT = EMP-CLAVE
             IF BEN-COD-RUBRO > ZEROS
               COMPUTE WS-BEN-INICIO-NUM =
                   BEN-FEC-INI-AA * 100 + BEN-FEC-INI-MM
               COMPUTE WS-BEN-FIN-NUM =
                   BEN-FEC-FIN-AA * 100 + BEN-FEC-FIN-MM
               IF WS-BEN-INICIO-NUM <= WS-PERIODO-NUM AND
                  (BEN-FEC-FIN = ZEROS OR
                   WS-BEN-FIN-NUM >= WS-PERIODO-NUM)
                 ADD BEN-VALOR-MENSUAL
                   TO WS-BEN-VALOR-RUBRO(BEN-COD-RUBRO)
               END-IF
               PERFORM 3143-PROYECTAR-BENEFICIO
             END-IF
             PERFORM 3141-LEER-BENEFICIO
           END-PERFORM.

           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
               UNTIL WS-IND-BEN > 99
             IF WS-BEN-VALOR-RUBRO(WS-IND-BEN) > ZEROS
               PERFORM 3142-GRABAR-BENEFICIO
             END-IF
           END-PERFORM.

       3141-LEER-BENEFICIO.
      *---------------------
           READ ARCHIVO-BENEFICIOS-ESP NEXT RECORD
           END-READ.

       3142-GRABAR-BENEFICIO.
      *-----------------------
           MOVE WS-IND-BEN TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "B"
             ADD 1 TO WS-TOTAL-ERRORES
             MOVE "3142-GRABAR-BENEFICIO" TO WS-ERR-PARRAFO
             MOVE "RUB" TO WS-ERR-ARCHIVO
             MOVE FL-RUB TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RUBRO DE BENEFICIO EN ESPECIE NO DEFINIDO ACTIVO"
               TO WS-ERR-MENSAJE
             PERFORM 8020-REGISTRAR-ERROR
             DISPLAY "EL RUBRO " WS-IND-BEN
                 " NO ESTA DEFINIDO ACTIVO COMO BENEFICIO EN "
                 "ESPECIE, NO SE GENERA PARA EL EMPLEADO " EMP-CLAVE
           ELSE
             MOVE WS-IND-BEN                     TO WS-RUBRO-GENERAR
             MOVE WS-BEN-VALOR-RUBRO(WS-IND-BEN) TO WS-VALOR-GENERAR
             PERFORM 3055-ESCRIBIR-RUBRO-GENERADO
           END-IF.

       3143-PROYECTAR-BENEFICIO.
      *--------------------------
      *    MESES DEL ANIO FISCAL POSTERIORES AL PERIODO EN LOS QUE
      *    EL BENEFICIO SEGUIRA VIGENTE; SOLO CUENTAN LOS RUBROS
      *    ACTIVOS MARCADOS COMO BASE DE IMPUESTO.
           IF BEN-FEC-INI-AA > WS-NOM-FEC-AA OR
              (BEN-FEC-FIN NOT = ZEROS AND
               BEN-FEC-FIN-AA < WS-NOM-FEC-AA)
             EXIT PARAGRAPH
           END-IF.

           MOVE BEN-COD-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "B" OR RUB-BASE-IMPUESTO = "N"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BEN-MES-DESDE = WS-NOM-FEC-MM + 1.
           IF BEN-FEC-INI-AA = WS-NOM-FEC-AA AND
              BEN-FEC-INI-MM > WS-BEN-MES-DESDE
             MOVE BEN-FEC-INI-MM TO WS-BEN-MES-DESDE
           END-IF.

           MOVE 12 TO WS-BEN-MES-HASTA.
           IF BEN-FEC-FIN NOT = ZEROS AND
              BEN-FEC-FIN-AA = WS-NOM-FEC-AA
             MOVE BEN-FEC-FIN-MM TO WS-BEN-MES-HASTA
           END-IF.

           IF WS-BEN-MES-DESDE <= WS-BEN-MES-HASTA
             COMPUTE WS-BENEFICIO-PROYECTADO =
                 WS-BENEFICIO-PROYECTADO + BEN-VALOR-MENSUAL *
                 (WS-BEN-MES-HASTA - WS-BEN-MES-DESDE + 1)
           END-IF.

       3210-ACUMULAR-COSTO-OFICINA.
      *-----------------------------
           IF EMP-COD-OFICINA > ZEROS AND EMP-COD-OFICINA < 1000
