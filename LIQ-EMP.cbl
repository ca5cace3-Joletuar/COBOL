            COPY "./Copys/FISI-VAC.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-DSC.cpy".
            COPY "./Copys/FISI-EQP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-VAC.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-DSC.cpy".
            COPY "./Copys/LOGI-EQP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-VAC                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-CTR                  PIC XX.
       01  FL-DSC                  PIC XX.
       01  FL-EQP                  PIC XX.

       01  WS-PARAMETROS-LIQ.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-DEC4-PROPORCIONAL  PIC 9(8)V9(2).
           03 WS-VACACIONES-PAGAR   PIC 9(8)V9(2).
           03 WS-INDEMNIZACION      PIC 9(8)V9(2).
           03 WS-BANCO-HORAS-PAGAR  PIC 9(8)V9(2).
           03 WS-TOTAL-LIQUIDACION  PIC 9(10)V9(2).

      *    SALDO DEL BANCO DE HORAS COMPENSATORIAS A LA FECHA DE
      *    BAJA (UTIL-BHO); SE PAGA A VALOR HORA DEL ULTIMO SUELDO.
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
       01  WS-HORAS-BANCO           PIC 9(5)V9(2).

       01  WS-BASE-DEC3             PIC 9(10)V9(2).
       01  WS-MESES-DEC4            PIC 9(2).
       01  WS-MESES-SERVICIO        PIC S9(4).
       01  WS-SUELDOS-INDEM         PIC 9(2).
       01  WS-DIAS-PENDIENTES       PIC S9(4)V9(2).

      *    LOS PERIODOS DE LICENCIA QUE NO CUENTAN PARA ANTIGUEDAD
      *    (UTIL-SLA) SE DESCUENTAN DEL TIEMPO DE SERVICIO.
       01  WS-CONTROL-SLA.
           03 WS-SLA-EMPRESA        PIC 9(3).
           03 WS-SLA-EMPLEADO       PIC 9(8).
           03 WS-SLA-DESDE          PIC 9(8).
           03 WS-SLA-HASTA          PIC 9(8).
           03 WS-SLA-DIAS-PERIODOS  PIC 9(5).
           03 WS-SLA-DIAS-SIN-SUELDO PIC 9(5).
           03 WS-SLA-DIAS-SIN-ANTIG PIC 9(5).
           03 WS-SLA-DIAS-SIN-VAC   PIC 9(5).
       01  WS-MESES-SIN-ANTIG       PIC 9(4).

       01  WS-VENTANA-DESDE         PIC 9(6).
       01  WS-VENTANA-HASTA         PIC 9(6).
       01  WS-PERIODO-RUBRO         PIC 9(6).
           88 WS-CONTRATO-SIN-INDEM VALUE 1.
           88 WS-CONTRATO-NORMAL    VALUE 0.

      *    EL EMPLEADO CON DISCAPACIDAD O SUSTITUTO TIENE
      *    PROTECCION ESPECIAL CONTRA EL DESPIDO: LA LIQUIDACION
      *    SE ADVIERTE ANTES DE GRABARSE.
       01  WS-BANDERA-DISCAPACIDAD  PIC 9.
           88 WS-EN-REGISTRO-DSC    VALUE 1.
           88 WS-SIN-REGISTRO-DSC   VALUE 0.

      *    LA MADRE EN LICENCIA O LACTANCIA Y EL PADRE EN LICENCIA
      *    DE PATERNIDAD TIENEN FUERO: EL DESPIDO DENTRO DE ESE
      *    PERIODO ES INEFICAZ (UTIL-MAT).
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
               88 WS-MAT-CON-FUERO      VALUE "S".
           03 WS-MAT-FIN-FUERO      PIC 9(8).

      *    EQUIPOS Y DOTACION QUE EL EMPLEADO NO DEVOLVIO. SU VALOR
      *    DEPRECIADO A LA FECHA DE BAJA SE DESCUENTA DE LA
      *    LIQUIDACION SOLO SI EL OPERADOR LO AUTORIZA, Y NUNCA POR
      *    ENCIMA DEL TOTAL A PAGAR.
       01  WS-EQUIPOS-LIQ.
           03 WS-EQP-PENDIENTES     PIC 9(3).
           03 WS-EQP-VALOR-DEPREC   PIC 9(10)V9(2).
           03 WS-DESCUENTO-EQUIPOS  PIC 9(10)V9(2).
           03 WS-EQP-SALDO          PIC 9(10)V9(2).
           03 WS-NETO-LIQUIDACION   PIC 9(10)V9(2).
           03 WS-AUTORIZA-EQUIPOS   PIC X(1).
           03 WS-EQP-NO-CUBIERTO    PIC 9(10)V9(2).

       01  WS-DEPRECIACION.
           03 WS-DEP-MESES          PIC S9(5).
           03 WS-DEP-VALOR          PIC 9(8)V9(2).

      *    PAZ Y SALVO DE SALIDA: SE ABRE SI LA BAJA ES ANTERIOR A
      *    SU EXISTENCIA. MIENTRAS ESTE PENDIENTE LOS RUBROS SE
      *    GRABAN PERO GEN-ACH / GEN-CHQ RETIENEN SU PAGO.
       01  WS-CONTROL-PAZ-SALVO.
           03 WS-PYS-OPERACION      PIC X(1).
           03 WS-PYS-EMPRESA        PIC 9(3).
           03 WS-PYS-EMPLEADO       PIC 9(8).
           03 WS-PYS-FEC-BAJA       PIC 9(8).
           03 WS-PYS-OPERADOR       PIC X(10).
           03 WS-PYS-PROGRAMA       PIC X(8).
           03 WS-PYS-ESTADO         PIC X(1).
           03 WS-PYS-OPE-INACT      PIC 9(2).
           03 WS-PYS-RESULTADO      PIC X(1).

      *    PRESTAMOS CON SALDO Y ANTICIPOS PAGADOS SIN RECUPERAR SE
      *    DESCUENTAN DE LA LIQUIDACION HASTA DONDE ALCANCE; LO QUE
      *    NO ALCANZA A CUBRIRSE QUEDA COMO CUENTA POR COBRAR DEL EX
      *    EMPLEADO (UTIL-CXC).
       01  WS-CONTROL-CXC.
           03 WS-CXC-OPERACION      PIC X(1).
           03 WS-CXC-EMPRESA        PIC 9(3).
           03 WS-CXC-EMPLEADO       PIC 9(8).
           03 WS-CXC-PROGRAMA       PIC X(8).
           03 WS-CXC-OPERADOR       PIC X(10).
           03 WS-CXC-PAGO-AA        PIC 9(4).
           03 WS-CXC-PAGO-MM        PIC 9(2).
           03 WS-CXC-DISPONIBLE     PIC 9(10)V9(2).
           03 WS-CXC-EQUIPOS        PIC 9(10)V9(2).
           03 WS-CXC-PRESTAMOS      PIC 9(10)V9(2).
           03 WS-CXC-ANTICIPOS      PIC 9(10)V9(2).
           03 WS-CXC-DESC-PRESTAMOS PIC 9(10)V9(2).
           03 WS-CXC-DESC-ANTICIPOS PIC 9(10)V9(2).
           03 WS-CXC-SALDO-DEUDOR   PIC 9(10)V9(2).
           03 WS-CXC-SECUENCIA      PIC 9(3).
           03 WS-CXC-RESULTADO      PIC X(1).

       01  WS-RUBRO-GENERAR         PIC 9(2).
       01  WS-VALOR-GENERAR         PIC 9(8)V9(2).

       77  WS-RUBRO-INDEMNIZACION   PIC 9(2) VALUE 14.
       77  WS-RUBRO-DECIMO-TERCERO  PIC 9(2) VALUE 6.
       77  WS-RUBRO-DECIMO-CUARTO   PIC 9(2) VALUE 7.
       77  WS-RUBRO-DESC-EQUIPOS    PIC 9(2) VALUE 24.
       77  WS-RUBRO-DESC-PRESTAMO   PIC 9(2) VALUE 60.
       77  WS-RUBRO-DESC-ANTICIPO   PIC 9(2) VALUE 61.
       77  WS-RUBRO-BANCO-HORAS     PIC 9(2) VALUE 31.
       77  WS-HORAS-MES-BASE        PIC 9(3) VALUE 240.

      *    MOTIVO DE BAJA QUE GENERA INDEMNIZACION POR DESPIDO.
       77  WS-MOTIVO-DESPIDO        PIC 9(2) VALUE 2.
       77  WS-DESC-RUBRO            PIC X(30).
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

             OPEN INPUT ARCHIVO-CONTRATOS
           END-IF.

           OPEN INPUT ARCHIVO-DISCAPACIDAD.
           IF FL-DSC NOT = "00"
             OPEN OUTPUT ARCHIVO-DISCAPACIDAD
             CLOSE ARCHIVO-DISCAPACIDAD
             OPEN INPUT ARCHIVO-DISCAPACIDAD
           END-IF.

           OPEN I-O ARCHIVO-EQUIPOS.
           IF FL-EQP NOT = "00"
             CLOSE ARCHIVO-EQUIPOS
             OPEN OUTPUT ARCHIVO-EQUIPOS
             CLOSE ARCHIVO-EQUIPOS
             OPEN I-O ARCHIVO-EQUIPOS
           END-IF.

           OPEN I-O ARCHIVO-NOMINAS.

       1000-CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-VACACIONES.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-CONTRATOS.
           CLOSE ARCHIVO-DISCAPACIDAD.
           CLOSE ARCHIVO-EQUIPOS.
           CLOSE ARCHIVO-NOMINAS.

       2000-PEDIR-PARAMETROS.
               WHEN OTHER
                 PERFORM 2020-VALIDAR-EMPLEADO
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 2025-VERIFICAR-DISCAPACIDAD
                   PERFORM 2027-VERIFICAR-FUERO-MATERNIDAD
                   PERFORM 2030-VALIDAR-RUBROS
                 END-IF
                 IF WS-CAMPOS-CORRECTO
                     EMP-FEC-BAJA-AA * 100 + EMP-FEC-BAJA-MM
           END-EVALUATE.

       2025-VERIFICAR-DISCAPACIDAD.
      *----------------------------
           MOVE 0 TO WS-BANDERA-DISCAPACIDAD.

           MOVE WS-CIA-CODIGO TO DSC-COD-EMPRESA.
           MOVE EMP-CLAVE     TO DSC-COD-EMPLEADO.
           READ ARCHIVO-DISCAPACIDAD
           END-READ.

           IF FL-DSC = "00" AND DSC-ESTADO = "A"
             MOVE 1 TO WS-BANDERA-DISCAPACIDAD
             PERFORM 2026-ADVERTIR-DISCAPACIDAD
           END-IF.

       2026-ADVERTIR-DISCAPACIDAD.
      *---------------------------
           DISPLAY WS-DECORADOR.
           IF DSC-SUSTITUTO = "S"
             DISPLAY "*** ATENCION: EL EMPLEADO ES SUSTITUTO DE UNA "
                 "PERSONA CON DISCAPACIDAD ***"
           ELSE
             DISPLAY "*** ATENCION: EL EMPLEADO ESTA EN EL REGISTRO "
                 "DE DISCAPACIDAD ***"
           END-IF.
           DISPLAY "CARNET " DSC-NUM-CARNET " - " DSC-PORCENTAJE
               "% - VENCE " DSC-FEC-VENCE-AA "-" DSC-FEC-VENCE-MM
               "-" DSC-FEC-VENCE-DD.
           DISPLAY "TIENE PROTECCION ESPECIAL CONTRA EL DESPIDO; "
               "VERIFIQUE LA CAUSA DE LA TERMINACION".
           IF EMP-COD-MOTIVO-BAJA = WS-MOTIVO-DESPIDO
             DISPLAY "LA BAJA ES POR DESPIDO: CORRESPONDE LA "
                 "INDEMNIZACION ESPECIAL POR DISCAPACIDAD ADEMAS DE "
                 "LA ORDINARIA"
           END-IF.
           DISPLAY "LA SALIDA REDUCE EL CUPO LEGAL DE LA EMPRESA".
           DISPLAY WS-DECORADOR.

       2027-VERIFICAR-FUERO-MATERNIDAD.
      *--------------------------------
           MOVE WS-CIA-CODIGO TO WS-MAT-EMPRESA.
           MOVE EMP-CLAVE     TO WS-MAT-EMPLEADO.
           COMPUTE WS-MAT-DESDE =
               EMP-FEC-BAJA-AA * 10000 + EMP-FEC-BAJA-MM * 100 +
               EMP-FEC-BAJA-DD.
           MOVE WS-MAT-DESDE  TO WS-MAT-HASTA.

           CALL "UTIL-MAT" USING WS-CONTROL-MAT.

           IF WS-MAT-CON-FUERO
             PERFORM 2028-ADVERTIR-FUERO-MATERNIDAD
           END-IF.

       2028-ADVERTIR-FUERO-MATERNIDAD.
      *-------------------------------
           DISPLAY WS-DECORADOR.
           EVALUATE TRUE
               WHEN WS-MAT-DIAS-MATERNIDAD > ZEROS
                 DISPLAY "*** ATENCION: A LA FECHA DE BAJA LA "
                     "EMPLEADA ESTA EN LICENCIA DE MATERNIDAD ***"
               WHEN WS-MAT-DIAS-PATERNIDAD > ZEROS
                 DISPLAY "*** ATENCION: A LA FECHA DE BAJA EL "
                     "EMPLEADO ESTA EN LICENCIA DE PATERNIDAD ***"
               WHEN WS-MAT-DIAS-LACTANCIA > ZEROS
                 DISPLAY "*** ATENCION: A LA FECHA DE BAJA LA "
                     "EMPLEADA ESTA EN PERIODO DE LACTANCIA ***"
               WHEN OTHER
                 DISPLAY "*** ATENCION: A LA FECHA DE BAJA EL "
                     "EMPLEADO TIENE FUERO POR NACIMIENTO ***"
           END-EVALUATE.
           DISPLAY "EL FUERO CONTRA EL DESPIDO RIGE HASTA "
               WS-MAT-FIN-FUERO.
           IF EMP-COD-MOTIVO-BAJA = WS-MOTIVO-DESPIDO
             DISPLAY "LA BAJA ES POR DESPIDO: UN DESPIDO DENTRO DEL "
                 "FUERO ES INEFICAZ"
           END-IF.
           DISPLAY "VERIFIQUE LA CAUSA DE LA TERMINACION ANTES DE "
               "LIQUIDAR".
           DISPLAY WS-DECORADOR.

       2030-VALIDAR-RUBROS.
      *---------------------
           MOVE WS-RUBRO-DEC3-LIQ TO WS-RUBRO-VALIDAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE WS-COMPONENTES-LIQ WS-EQUIPOS-LIQ.

           PERFORM 3010-CALCULAR-DECIMO-TERCERO.
           PERFORM 3020-CALCULAR-DECIMO-CUARTO.
           PERFORM 3030-CALCULAR-VACACIONES.
           PERFORM 3040-CALCULAR-INDEMNIZACION.
           PERFORM 3045-CALCULAR-BANCO-HORAS.

           COMPUTE WS-TOTAL-LIQUIDACION =
               WS-DEC3-PROPORCIONAL + WS-DEC4-PROPORCIONAL +
               WS-VACACIONES-PAGAR + WS-INDEMNIZACION +
               WS-BANCO-HORAS-PAGAR.

           PERFORM 3050-REVISAR-EQUIPOS.
           PERFORM 3070-VERIFICAR-PAZ-SALVO.

       3045-CALCULAR-BANCO-HORAS.
      *--------------------------
      *    LAS HORAS COMPENSATORIAS NO GOZADAS NI VENCIDAS A LA FECHA
      *    DE BAJA SE PAGAN; LO VENCIDO YA NO SE RECONOCE.
           MOVE ZEROS TO WS-HORAS-BANCO.

           INITIALIZE WS-CONTROL-BHO.
           MOVE "C"           TO WS-BHO-OPERACION.
           MOVE WS-CIA-CODIGO TO WS-BHO-EMPRESA.
           MOVE WS-EMP-CLAVE  TO WS-BHO-EMPLEADO.
           COMPUTE WS-BHO-FECHA =
               EMP-FEC-BAJA-AA * 10000 + EMP-FEC-BAJA-MM * 100 +
               EMP-FEC-BAJA-DD.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

           IF WS-BHO-SALDO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUBRO-BANCO-HORAS TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "I"
             DISPLAY "EL EMPLEADO TIENE " WS-BHO-SALDO " HORAS EN EL "
                 "BANCO DE HORAS PERO EL RUBRO " WS-RUBRO-BANCO-HORAS
                 " NO ESTA DEFINIDO COMO INGRESO ACTIVO EN EL "
                 "MAESTRO DE RUBROS, NO SE INCLUYEN EN LA LIQUIDACION"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-BHO-SALDO TO WS-HORAS-BANCO.
           COMPUTE WS-BANCO-HORAS-PAGAR ROUNDED =
               WS-HORAS-BANCO * EMP-SUELDO-ACTUAL / WS-HORAS-MES-BASE.

       3010-CALCULAR-DECIMO-TERCERO.
      *------------------------------
               COMPUTE WS-MESES-SERVICIO =
                   ((EMP-FEC-BAJA-AA - EMP-FEC-INGRESO-AA) * 12) +
                   EMP-FEC-BAJA-MM - EMP-FEC-INGRESO-MM
               PERFORM 3046-MESES-SIN-ANTIGUEDAD
               SUBTRACT WS-MESES-SIN-ANTIG FROM WS-MESES-SERVICIO
               IF WS-MESES-SERVICIO < ZEROS
                 MOVE ZEROS TO WS-MESES-SERVICIO
               END-IF
             ELSE
               PERFORM 3045-CONTAR-MESES-SERVICIO
             END-IF
             PERFORM 3016-LEER-RUBRO
           END-PERFORM.

       3046-MESES-SIN-ANTIGUEDAD.
      *---------------------------
           MOVE WS-CIA-CODIGO TO WS-SLA-EMPRESA.
           MOVE WS-EMP-CLAVE  TO WS-SLA-EMPLEADO.
           COMPUTE WS-SLA-DESDE =
               EMP-FEC-INGRESO-AA * 10000 +
               EMP-FEC-INGRESO-MM * 100 + EMP-FEC-INGRESO-DD.
           COMPUTE WS-SLA-HASTA =
               EMP-FEC-BAJA-AA * 10000 +
               EMP-FEC-BAJA-MM * 100 + EMP-FEC-BAJA-DD.

           CALL "UTIL-SLA" USING WS-CONTROL-SLA.

           COMPUTE WS-MESES-SIN-ANTIG = WS-SLA-DIAS-SIN-ANTIG / 30.

       3050-REVISAR-EQUIPOS.
      *---------------------
           PERFORM 3055-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = WS-EMP-CLAVE
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 3060-CALCULAR-DEPRECIADO
               ADD 1            TO WS-EQP-PENDIENTES
               ADD WS-DEP-VALOR TO WS-EQP-VALOR-DEPREC
             END-IF
             PERFORM 3056-LEER-EQUIPO
           END-PERFORM.

       3055-POSICIONAR-EQUIPOS.
      *------------------------
           MOVE LOW-VALUES    TO EQP-CLAVE.
           MOVE WS-CIA-CODIGO TO EQP-COD-EMPRESA.
           MOVE WS-EMP-CLAVE  TO EQP-COD-EMPLEADO.

           START ARCHIVO-EQUIPOS KEY IS NOT LESS THAN EQP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EQP
           END-START.

           IF FL-EQP = "00"
             PERFORM 3056-LEER-EQUIPO
           END-IF.

       3056-LEER-EQUIPO.
      *-----------------
           READ ARCHIVO-EQUIPOS NEXT RECORD
           END-READ.

       3060-CALCULAR-DEPRECIADO.
      *-------------------------
      *    LINEA RECTA HASTA LA FECHA DE BAJA: VALOR * (VIDA UTIL -
      *    MESES DE USO) / VIDA UTIL, SIN BAJAR DE CERO. VIDA UTIL 0
      *    = EL ITEM NO SE DEPRECIA.
           COMPUTE WS-DEP-MESES =
               (EMP-FEC-BAJA-AA * 12 + EMP-FEC-BAJA-MM) -
               (EQP-FEC-ENT-AA * 12 + EQP-FEC-ENT-MM).

           EVALUATE TRUE
               WHEN EQP-VIDA-UTIL = ZEROS OR WS-DEP-MESES <= ZEROS
                 MOVE EQP-VALOR TO WS-DEP-VALOR
               WHEN WS-DEP-MESES >= EQP-VIDA-UTIL
                 MOVE ZEROS TO WS-DEP-VALOR
               WHEN OTHER
                 COMPUTE WS-DEP-VALOR ROUNDED =
                     EQP-VALOR * (EQP-VIDA-UTIL - WS-DEP-MESES) /
                     EQP-VIDA-UTIL
           END-EVALUATE.

       3070-VERIFICAR-PAZ-SALVO.
      *-------------------------
           INITIALIZE WS-CONTROL-PAZ-SALVO.
           MOVE "A"             TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO   TO WS-PYS-EMPRESA.
           MOVE WS-EMP-CLAVE    TO WS-PYS-EMPLEADO.
           MOVE EMP-FEC-BAJA    TO WS-PYS-FEC-BAJA.
           MOVE LK-OPERADOR     TO WS-PYS-OPERADOR.
           MOVE "LIQ-EMP"       TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

       4000-IMPRIMIR-LIQUIDACION.
      *---------------------------
           DISPLAY WS-DECORADOR.
               WS-VACACIONES-PAGAR.
           DISPLAY "INDEMNIZACION POR DESPIDO:    "
               WS-INDEMNIZACION.
           IF WS-BANCO-HORAS-PAGAR > ZEROS
             DISPLAY "BANCO DE HORAS (" WS-HORAS-BANCO " HORAS): "
                 WS-BANCO-HORAS-PAGAR
           END-IF.
           DISPLAY WS-DECORADOR.
           DISPLAY "TOTAL DE LA LIQUIDACION:      "
               WS-TOTAL-LIQUIDACION.
           DISPLAY WS-DECORADOR.
           IF WS-EQP-PENDIENTES > ZEROS
             PERFORM 4050-IMPRIMIR-EQUIPOS
           END-IF.
           EVALUATE WS-PYS-ESTADO
               WHEN "C"
                 DISPLAY "PAZ Y SALVO DE SALIDA:  COMPLETO"
               WHEN "D"
                 DISPLAY "PAZ Y SALVO DE SALIDA:  DISPENSADO"
               WHEN OTHER
                 DISPLAY "PAZ Y SALVO DE SALIDA:  PENDIENTE - EL "
                     "PAGO QUEDA RETENIDO HASTA SU CIERRE"
           END-EVALUATE.
           DISPLAY WS-DECORADOR.
           DISPLAY "FECHA DE EMISION: " WS-FEC-AA "-" WS-FEC-MM
               "-" WS-FEC-DD.
           DISPLAY " ".
           DISPLAY "  ___________________      ___________________".
           DISPLAY "      EL EMPLEADO             EL EMPLEADOR".

       4050-IMPRIMIR-EQUIPOS.
      *----------------------
           DISPLAY "EQUIPOS Y DOTACION NO DEVUELTOS: "
               WS-EQP-PENDIENTES.
           DISPLAY "SEC T DESCRIPCION                    SERIE"
               "                     VALOR  DEPRECIADO".

           PERFORM 3055-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = WS-EMP-CLAVE
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 3060-CALCULAR-DEPRECIADO
               DISPLAY EQP-SECUENCIA " " EQP-TIPO-ITEM " "
                   EQP-DESCRIPCION " " EQP-SERIE " " EQP-VALOR " "
                   WS-DEP-VALOR
             END-IF
             PERFORM 3056-LEER-EQUIPO
           END-PERFORM.

           DISPLAY "VALOR DEPRECIADO PENDIENTE:   "
               WS-EQP-VALOR-DEPREC.
           DISPLAY WS-DECORADOR.

       5000-CONFIRMAR-Y-GRABAR.
      *-------------------------
           IF WS-TOTAL-LIQUIDACION <= ZEROS
             DISPLAY "LA LIQUIDACION NO ARROJA VALORES A PAGAR"
             IF WS-EQP-PENDIENTES > ZEROS
               DISPLAY "LOS EQUIPOS NO DEVUELTOS QUEDAN PENDIENTES "
                   "DE RECUPERAR"
             END-IF
           ELSE
             IF WS-EN-REGISTRO-DSC
               PERFORM 2026-ADVERTIR-DISCAPACIDAD
             END-IF
             IF WS-MAT-CON-FUERO
               PERFORM 2028-ADVERTIR-FUERO-MATERNIDAD
             END-IF
             IF WS-EQP-PENDIENTES > ZEROS AND
                WS-EQP-VALOR-DEPREC > ZEROS
               PERFORM 5005-AUTORIZAR-DESC-EQUIPOS
             END-IF
           END-IF.

           PERFORM 5002-CONSULTAR-DEUDAS.

      *    SIN NADA QUE PAGAR NI DEUDA QUE LLEVAR A CUENTAS POR
      *    COBRAR NO HAY NADA QUE GRABAR.
           IF WS-TOTAL-LIQUIDACION <= ZEROS AND
              WS-CXC-SALDO-DEUDOR = ZEROS
             DISPLAY "NO SE GRABA NINGUN RUBRO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA LA GRABACION DE LOS RUBROS (S/N)? ".
           ACCEPT WS-CONFIRMACION.
           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
             PERFORM 5010-GRABAR-COMPONENTES
             PERFORM 5040-REGISTRAR-DEUDAS
           ELSE
             DISPLAY "LIQUIDACION NO GRABADA"
           END-IF.

       5002-CONSULTAR-DEUDAS.
      *----------------------
           MOVE "C" TO WS-CXC-OPERACION.
           PERFORM 5003-PREPARAR-DEUDAS.

           CALL "UTIL-CXC" USING WS-CONTROL-CXC.

           IF WS-CXC-PRESTAMOS = ZEROS AND WS-CXC-ANTICIPOS = ZEROS
              AND WS-CXC-SALDO-DEUDOR = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NETO-LIQUIDACION = WS-CXC-DISPONIBLE -
               WS-CXC-DESC-PRESTAMOS - WS-CXC-DESC-ANTICIPOS.

           DISPLAY WS-DECORADOR.
           DISPLAY "SALDO DE PRESTAMOS:           "
               WS-CXC-PRESTAMOS.
           DISPLAY "ANTICIPOS SIN RECUPERAR:      "
               WS-CXC-ANTICIPOS.
           DISPLAY "DESCUENTO POR PRESTAMOS:      "
               WS-CXC-DESC-PRESTAMOS.
           DISPLAY "DESCUENTO POR ANTICIPOS:      "
               WS-CXC-DESC-ANTICIPOS.
           DISPLAY "NETO A PAGAR:                 "
               WS-NETO-LIQUIDACION.
           IF WS-CXC-SALDO-DEUDOR > ZEROS
             DISPLAY "SALDO A FAVOR DE LA EMPRESA:  "
                 WS-CXC-SALDO-DEUDOR
             DISPLAY "EL SALDO PASA A CUENTAS POR COBRAR DE EX "
                 "EMPLEADOS AL GRABAR LA LIQUIDACION"
           END-IF.
           DISPLAY WS-DECORADOR.

       5003-PREPARAR-DEUDAS.
      *---------------------
      *    LO DISPONIBLE ES LO QUE QUEDA DE LA LIQUIDACION DESPUES DE
      *    LOS EQUIPOS; LOS EQUIPOS AUTORIZADOS QUE YA NO ALCANZARON
      *    A DESCONTARSE TAMBIEN SON DEUDA.
           MOVE WS-CIA-CODIGO       TO WS-CXC-EMPRESA.
           MOVE WS-EMP-CLAVE        TO WS-CXC-EMPLEADO.
           MOVE "LIQ-EMP"           TO WS-CXC-PROGRAMA.
           MOVE LK-OPERADOR         TO WS-CXC-OPERADOR.
           MOVE WS-PAGO-FEC-AA      TO WS-CXC-PAGO-AA.
           MOVE WS-PAGO-FEC-MM      TO WS-CXC-PAGO-MM.
           IF WS-TOTAL-LIQUIDACION > WS-DESCUENTO-EQUIPOS
             COMPUTE WS-CXC-DISPONIBLE =
                 WS-TOTAL-LIQUIDACION - WS-DESCUENTO-EQUIPOS
           ELSE
             MOVE ZEROS TO WS-CXC-DISPONIBLE
           END-IF.
           MOVE WS-EQP-NO-CUBIERTO  TO WS-CXC-EQUIPOS.

       5005-AUTORIZAR-DESC-EQUIPOS.
      *----------------------------
           DISPLAY "DESCONTAR EL VALOR DEPRECIADO DE LOS EQUIPOS NO "
               "DEVUELTOS (S/N)? ".
           ACCEPT WS-AUTORIZA-EQUIPOS.

           IF NOT (WS-AUTORIZA-EQUIPOS = "S" OR
                   WS-AUTORIZA-EQUIPOS = "s")
             DISPLAY "NO SE DESCUENTAN LOS EQUIPOS; QUEDAN "
                 "PENDIENTES DE DEVOLUCION"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUBRO-DESC-EQUIPOS TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
              RUB-NATURALEZA NOT = "E"
             DISPLAY "EL RUBRO " WS-RUBRO-DESC-EQUIPOS
                 " NO ESTA DEFINIDO COMO EGRESO ACTIVO EN EL "
                 "MAESTRO DE RUBROS, NO SE DESCUENTAN LOS EQUIPOS"
             EXIT PARAGRAPH
           END-IF.

           IF WS-EQP-VALOR-DEPREC > WS-TOTAL-LIQUIDACION
             MOVE WS-TOTAL-LIQUIDACION TO WS-DESCUENTO-EQUIPOS
             DISPLAY "EL DESCUENTO SE LIMITA AL TOTAL DE LA "
                 "LIQUIDACION"
           ELSE
             MOVE WS-EQP-VALOR-DEPREC  TO WS-DESCUENTO-EQUIPOS
           END-IF.

           COMPUTE WS-NETO-LIQUIDACION =
               WS-TOTAL-LIQUIDACION - WS-DESCUENTO-EQUIPOS.
           COMPUTE WS-EQP-NO-CUBIERTO =
               WS-EQP-VALOR-DEPREC - WS-DESCUENTO-EQUIPOS.

           DISPLAY "DESCUENTO POR EQUIPOS:        "
               WS-DESCUENTO-EQUIPOS.
           DISPLAY "NETO A PAGAR:                 "
               WS-NETO-LIQUIDACION.

       5010-GRABAR-COMPONENTES.
      *-------------------------
           INITIALIZE WS-CONTADORES.
             PERFORM 5020-ESCRIBIR-RUBRO-LIQ
           END-IF.

           IF WS-BANCO-HORAS-PAGAR > ZEROS
             MOVE WS-RUBRO-BANCO-HORAS  TO WS-RUBRO-GENERAR
             MOVE WS-BANCO-HORAS-PAGAR  TO WS-VALOR-GENERAR
             PERFORM 5020-ESCRIBIR-RUBRO-LIQ
             IF FL-NOM = "00"
               PERFORM 5025-CERRAR-BANCO-HORAS
             END-IF
           END-IF.

           IF WS-DESCUENTO-EQUIPOS > ZEROS
             MOVE WS-RUBRO-DESC-EQUIPOS TO WS-RUBRO-GENERAR
             MOVE WS-DESCUENTO-EQUIPOS  TO WS-VALOR-GENERAR
             PERFORM 5020-ESCRIBIR-RUBRO-LIQ
             IF FL-NOM = "00"
               PERFORM 5030-COBRAR-EQUIPOS
             ELSE
               MOVE ZEROS TO WS-EQP-NO-CUBIERTO
             END-IF
           END-IF.

           IF WS-CXC-DESC-PRESTAMOS > ZEROS
             MOVE WS-RUBRO-DESC-PRESTAMO TO WS-RUBRO-GENERAR
             MOVE WS-CXC-DESC-PRESTAMOS  TO WS-VALOR-GENERAR
             PERFORM 5020-ESCRIBIR-RUBRO-LIQ
           END-IF.

           IF WS-CXC-DESC-ANTICIPOS > ZEROS
             MOVE WS-RUBRO-DESC-ANTICIPO TO WS-RUBRO-GENERAR
             MOVE WS-CXC-DESC-ANTICIPOS  TO WS-VALOR-GENERAR
             PERFORM 5020-ESCRIBIR-RUBRO-LIQ
           END-IF.

           DISPLAY "RUBROS DE LIQUIDACION GRABADOS: "
               WS-TOTAL-GRABADOS.
           IF WS-TOTAL-ERRORES > ZEROS
                 WS-TOTAL-ERRORES
           END-IF.

       5025-CERRAR-BANCO-HORAS.
      *------------------------
      *    LAS HORAS PAGADAS SE DAN DE BAJA DEL BANCO A LA FECHA DE
      *    LA BAJA DEL EMPLEADO.
           INITIALIZE WS-CONTROL-BHO.
           MOVE "L"           TO WS-BHO-OPERACION.
           MOVE WS-CIA-CODIGO TO WS-BHO-EMPRESA.
           MOVE WS-EMP-CLAVE  TO WS-BHO-EMPLEADO.
           COMPUTE WS-BHO-FECHA =
               EMP-FEC-BAJA-AA * 10000 + EMP-FEC-BAJA-MM * 100 +
               EMP-FEC-BAJA-DD.
           MOVE "PAGO EN LIQUIDACION DE HABERES" TO WS-BHO-REFERENCIA.
           MOVE "LIQ-EMP"     TO WS-BHO-PROGRAMA.
           MOVE LK-OPERADOR   TO WS-BHO-OPERADOR.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

           IF WS-BHO-RESULTADO NOT = "0"
             DISPLAY "ATENCION: NO SE PUDO CERRAR EL BANCO DE HORAS "
                 "DEL EMPLEADO " WS-EMP-CLAVE
           END-IF.

       5020-ESCRIBIR-RUBRO-LIQ.
      *-------------------------
           MOVE WS-RUBRO-GENERAR TO RUB-CODIGO.
           MOVE WS-HOR-MM          TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS          TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA    TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA   TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO     TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO   TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           EVALUATE TRUE
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL GRABAR RUBRO " WS-RUBRO-GENERAR
                 DISPLAY "CODIGO DE ERROR - " FL-NOM
                 MOVE "5020-ESCRIBIR-RUBRO-LIQ" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE NOM-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       5030-COBRAR-EQUIPOS.
      *--------------------
      *    EL DESCUENTO SE REPARTE ITEM POR ITEM EN ORDEN DE ENTREGA;
      *    TODOS LOS PENDIENTES QUEDAN COBRADOS EN LA LIQUIDACION.
           MOVE WS-DESCUENTO-EQUIPOS TO WS-EQP-SALDO.

           PERFORM 3055-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = WS-EMP-CLAVE
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 3060-CALCULAR-DEPRECIADO
               IF WS-DEP-VALOR > WS-EQP-SALDO
                 MOVE WS-EQP-SALDO TO WS-DEP-VALOR
               END-IF
               SUBTRACT WS-DEP-VALOR FROM WS-EQP-SALDO
               MOVE "C"              TO EQP-DEVOLUCION
               MOVE WS-FECHA-SISTEMA TO EQP-FEC-DEVOLUCION
               MOVE WS-DEP-VALOR     TO EQP-VALOR-COBRADO
               REWRITE EQP-DATOS
               IF FL-EQP NOT = "00"
                 DISPLAY "ERROR AL MARCAR EL EQUIPO " EQP-SECUENCIA
                     " - CODIGO " FL-EQP
                 MOVE "5030-COBRAR-EQUIPOS" TO WS-ERR-PARRAFO
                 MOVE "EQP" TO WS-ERR-ARCHIVO
                 MOVE FL-EQP TO WS-ERR-ESTADO
                 MOVE EQP-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
               END-IF
             END-IF
             PERFORM 3056-LEER-EQUIPO
           END-PERFORM.

           DISPLAY "EQUIPOS COBRADOS EN LA LIQUIDACION: "
               WS-EQP-PENDIENTES.

       5040-REGISTRAR-DEUDAS.
      *----------------------
      *    LOS PRESTAMOS Y ANTICIPOS QUEDAN CERRADOS EN LA
      *    LIQUIDACION Y EL SALDO NO CUBIERTO PASA A CUENTAS POR
      *    COBRAR.
           MOVE "R" TO WS-CXC-OPERACION.
           PERFORM 5003-PREPARAR-DEUDAS.

           CALL "UTIL-CXC" USING WS-CONTROL-CXC.

           IF WS-CXC-RESULTADO NOT = "0"
             DISPLAY "REVISE LOS PRESTAMOS, ANTICIPOS Y CUENTAS POR "
                 "COBRAR DEL EMPLEADO " WS-EMP-CLAVE
           END-IF.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "LIQ-EMP"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
