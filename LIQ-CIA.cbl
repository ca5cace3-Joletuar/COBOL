            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-PLA.cpy".
            COPY "./Copys/FISI-EQP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-PLA.cpy".
            COPY "./Copys/LOGI-EQP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-APO                  PIC XX.
       01  FL-CTR                  PIC XX.
       01  FL-PLA                  PIC XX.
       01  FL-EQP                  PIC XX.

      *    LIQUIDACION MASIVA POR CIERRE DE EMPRESA: APLICA A CADA
      *    EMPLEADO ACTIVO EL MISMO CALCULO DE LA LIQUIDACION
              05 WS-EFE-DD          PIC 9(2).
           03 WS-PAGO-FEC-AA        PIC 9(4).
           03 WS-PAGO-FEC-MM        PIC 9(2).
           03 WS-AUTORIZA-EQUIPOS   PIC X(1).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           88 WS-CONTRATO-SIN-INDEM VALUE 1.
           88 WS-CONTRATO-NORMAL    VALUE 0.

      *    EQUIPOS Y DOTACION NO DEVUELTOS: SE LISTAN EN EL RECIBO
      *    Y, SI EL OPERADOR LO AUTORIZO AL INICIO DE LA CORRIDA, SU
      *    VALOR DEPRECIADO A LA FECHA EFECTIVA SE DESCUENTA HASTA EL
      *    TOTAL DE LA LIQUIDACION.
       01  WS-EQUIPOS-LIQ.
           03 WS-EQP-PENDIENTES     PIC 9(3).
           03 WS-EQP-VALOR-DEPREC   PIC 9(10)V9(2).
           03 WS-DESCUENTO-EQUIPOS  PIC 9(10)V9(2).
           03 WS-EQP-SALDO          PIC 9(10)V9(2).
           03 WS-EQP-NO-CUBIERTO    PIC 9(10)V9(2).

       01  WS-DEPRECIACION.
           03 WS-DEP-MESES          PIC S9(5).
           03 WS-DEP-VALOR          PIC 9(8)V9(2).

      *    LA BAJA ABRE EL PAZ Y SALVO DE SALIDA (UTIL-PYS); HASTA
      *    COMPLETARLO O DISPENSARLO EL PAGO DE LA LIQUIDACION QUEDA
      *    RETENIDO EN GEN-ACH / GEN-CHQ.
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

       77  WS-DESC-RUBRO            PIC X(30).

           03 WS-PLAZAS-LIBERADAS   PIC 9(5) VALUE ZERO.

       01  WS-TOTAL-EMPRESA         PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-DESC-EQUIPOS    PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-DESC-DEUDAS     PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-CXC-EMPRESA     PIC 9(12)V9(2) VALUE ZERO.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).

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

             OPEN I-O ARCHIVO-PLAZAS
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
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-CONTRATOS.
           CLOSE ARCHIVO-PLAZAS.
           CLOSE ARCHIVO-EQUIPOS.
           CLOSE ARCHIVO-NOMINAS.

       2000-PEDIR-PARAMETROS.
           ACCEPT WS-PAGO-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO DE PAGO (MM): ".
           ACCEPT WS-PAGO-FEC-MM.
           DISPLAY "DESCONTAR EN LA LIQUIDACION EL VALOR DEPRECIADO "
               "DE LOS EQUIPOS NO DEVUELTOS (S/N)? ".
           ACCEPT WS-AUTORIZA-EQUIPOS.
           IF WS-AUTORIZA-EQUIPOS = "s"
             MOVE "S" TO WS-AUTORIZA-EQUIPOS
           END-IF.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
             EXIT PARAGRAPH
           END-IF.

           IF WS-AUTORIZA-EQUIPOS = "S"
             MOVE WS-RUBRO-DESC-EQUIPOS TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB NOT = "00" OR RUB-ESTADO NOT = "A" OR
                RUB-NATURALEZA NOT = "E"
               DISPLAY "EL RUBRO " WS-RUBRO-DESC-EQUIPOS
                   " NO ESTA DEFINIDO COMO EGRESO ACTIVO EN EL "
                   "MAESTRO DE RUBROS, NO SE DESCUENTAN LOS EQUIPOS"
               MOVE "N" TO WS-AUTORIZA-EQUIPOS
             END-IF
           END-IF.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "LIQ-CIA "    TO WS-RPT-NOMBRE.
           MOVE "REGISTRO DE LIQUIDACION POR CIERRE DE EMPRESA"
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TOTAL-DESC-EQUIPOS > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "DESCONTADO POR EQUIPOS NO DEVUELTOS "
                 WS-TOTAL-DESC-EQUIPOS
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-TOTAL-DESC-DEUDAS > ZEROS OR
              WS-TOTAL-CXC-EMPRESA > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "DESCONTADO POR PRESTAMOS Y ANTICIPOS "
                 WS-TOTAL-DESC-DEUDAS
                 "  A CUENTAS POR COBRAR " WS-TOTAL-CXC-EMPRESA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

               WS-DEC3-PROPORCIONAL + WS-DEC4-PROPORCIONAL +
               WS-VACACIONES-PAGAR + WS-INDEMNIZACION.

           PERFORM 4800-REVISAR-EQUIPOS.
           PERFORM 4850-CONSULTAR-DEUDAS.

           PERFORM 4500-GRABAR-COMPONENTES.
           PERFORM 4860-REGISTRAR-DEUDAS.
           PERFORM 4600-REGISTRAR-BAJA.
           PERFORM 4700-IMPRIMIR-RECIBO.

           ADD 1 TO WS-TOTAL-LIQUIDADOS.
           ADD WS-TOTAL-LIQUIDACION TO WS-TOTAL-EMPRESA.
           ADD WS-DESCUENTO-EQUIPOS TO WS-TOTAL-DESC-EQUIPOS.
           ADD WS-CXC-DESC-PRESTAMOS WS-CXC-DESC-ANTICIPOS
               TO WS-TOTAL-DESC-DEUDAS.
           ADD WS-CXC-SALDO-DEUDOR  TO WS-TOTAL-CXC-EMPRESA.

       4100-CALCULAR-DECIMO-TERCERO.
      *------------------------------
             PERFORM 4510-ESCRIBIR-RUBRO-LIQ
           END-IF.

           IF WS-DESCUENTO-EQUIPOS > ZEROS
             MOVE WS-RUBRO-DESC-EQUIPOS TO WS-RUBRO-GENERAR
             MOVE WS-DESCUENTO-EQUIPOS  TO WS-VALOR-GENERAR
             PERFORM 4510-ESCRIBIR-RUBRO-LIQ
             IF FL-NOM = "00"
               PERFORM 4830-COBRAR-EQUIPOS
             ELSE
               MOVE ZEROS TO WS-DESCUENTO-EQUIPOS
               MOVE ZEROS TO WS-EQP-NO-CUBIERTO
             END-IF
           END-IF.

           IF WS-CXC-DESC-PRESTAMOS > ZEROS
             MOVE WS-RUBRO-DESC-PRESTAMO TO WS-RUBRO-GENERAR
             MOVE WS-CXC-DESC-PRESTAMOS  TO WS-VALOR-GENERAR
             PERFORM 4510-ESCRIBIR-RUBRO-LIQ
           END-IF.

           IF WS-CXC-DESC-ANTICIPOS > ZEROS
             MOVE WS-RUBRO-DESC-ANTICIPO TO WS-RUBRO-GENERAR
             MOVE WS-CXC-DESC-ANTICIPOS  TO WS-VALOR-GENERAR
             PERFORM 4510-ESCRIBIR-RUBRO-LIQ
           END-IF.

       4510-ESCRIBIR-RUBRO-LIQ.
      *-------------------------
           MOVE WS-RUBRO-GENERAR TO RUB-CODIGO.
           MOVE WS-HOR-MM          TO NOM-HORA-PROC-MM.
           MOVE WS-HOR-SS          TO NOM-HORA-PROC-SS.

           MOVE NOM-COD-EMPRESA    TO NOM-PER-EMPRESA.
           MOVE NOM-FECHA-NOMINA   TO NOM-PER-FECHA.
           MOVE NOM-TIPO-RUBRO     TO NOM-PER-RUBRO.
           MOVE NOM-COD-EMPLEADO   TO NOM-PER-EMPLEADO.
           WRITE NOM-DATOS.

           IF FL-NOM NOT = "00" AND FL-NOM NOT = "22"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL GRABAR RUBRO " WS-RUBRO-GENERAR
                 " - EMPLEADO " EMP-CLAVE " - " FL-NOM
             MOVE "4510-ESCRIBIR-RUBRO-LIQ" TO WS-ERR-PARRAFO
             MOVE "NOM" TO WS-ERR-ARCHIVO
             MOVE FL-NOM TO WS-ERR-ESTADO
             MOVE NOM-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       4600-REGISTRAR-BAJA.
      *---------------------
      *    LA BAJA FORMAL DEL EMPLEADO: ESTADO INACTIVO, MOTIVO
      *    CIERRE DE EMPRESA Y LA FECHA EFECTIVA DEL CIERRE.
           INITIALIZE WS-CONTROL-PAZ-SALVO.
           MOVE "I"                  TO EMP-ESTADO.
           MOVE WS-MOTIVO-CIERRE-CIA TO EMP-COD-MOTIVO-BAJA.
           MOVE WS-FEC-EFECTIVA      TO EMP-FEC-BAJA.
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL REGISTRAR LA BAJA DEL EMPLEADO "
                 EMP-CLAVE " - " FL-EMP
             MOVE "4600-REGISTRAR-BAJA" TO WS-ERR-PARRAFO
             MOVE "EMP" TO WS-ERR-ARCHIVO
             MOVE FL-EMP TO WS-ERR-ESTADO
             MOVE EMP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             MOVE "00" TO FL-EMP
           ELSE
             PERFORM 4610-ABRIR-PAZ-SALVO
           END-IF.

       4610-ABRIR-PAZ-SALVO.
      *---------------------
           MOVE "A"             TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO   TO WS-PYS-EMPRESA.
           MOVE EMP-CLAVE       TO WS-PYS-EMPLEADO.
           MOVE WS-FEC-EFECTIVA TO WS-PYS-FEC-BAJA.
           MOVE LK-OPERADOR     TO WS-PYS-OPERADOR.
           MOVE "LIQ-CIA"       TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           IF WS-PYS-RESULTADO NOT = "0"
             ADD 1 TO WS-TOTAL-ERRORES
           END-IF.

       4700-IMPRIMIR-RECIBO.
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-EQP-PENDIENTES > ZEROS
             PERFORM 4750-IMPRIMIR-EQUIPOS
           END-IF.

           IF WS-CXC-PRESTAMOS > ZEROS OR WS-CXC-ANTICIPOS > ZEROS
              OR WS-CXC-SALDO-DEUDOR > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  PRESTAMOS " WS-CXC-PRESTAMOS
                 " DESC " WS-CXC-DESC-PRESTAMOS
                 " ANTICIPOS " WS-CXC-ANTICIPOS
                 " DESC " WS-CXC-DESC-ANTICIPOS
                 " A CUENTAS POR COBRAR " WS-CXC-SALDO-DEUDOR
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-PYS-ESTADO = "P"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  PAGO RETENIDO HASTA COMPLETAR EL PAZ Y SALVO "
                 "DE SALIDA; OPERADORES INACTIVADOS "
                 WS-PYS-OPE-INACT
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4750-IMPRIMIR-EQUIPOS.
      *----------------------
      *    LOS EQUIPOS YA COBRADOS EN ESTA CORRIDA SALEN CON SU
      *    VALOR DESCONTADO; LOS DEMAS SIGUEN PENDIENTES.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  EQUIPOS NO DEVUELTOS " WS-EQP-PENDIENTES
               " VALOR DEPRECIADO " WS-EQP-VALOR-DEPREC
               " DESCONTADO " WS-DESCUENTO-EQUIPOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 4805-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = EMP-CLAVE
             IF EQP-ESTADO = "A" AND
                (EQP-DEVOLUCION = "P" OR
                 (EQP-DEVOLUCION = "C" AND
                  EQP-FEC-DEVOLUCION = WS-FECHA-SISTEMA))
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "    " EQP-SECUENCIA " " EQP-TIPO-ITEM " "
                   EQP-DESCRIPCION " " EQP-SERIE " " EQP-VALOR
                   " " EQP-DEVOLUCION " " EQP-VALOR-COBRADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
             PERFORM 4806-LEER-EQUIPO
           END-PERFORM.

       4800-REVISAR-EQUIPOS.
      *---------------------
           INITIALIZE WS-EQUIPOS-LIQ.

           PERFORM 4805-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = EMP-CLAVE
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 4810-CALCULAR-DEPRECIADO
               ADD 1            TO WS-EQP-PENDIENTES
               ADD WS-DEP-VALOR TO WS-EQP-VALOR-DEPREC
             END-IF
             PERFORM 4806-LEER-EQUIPO
           END-PERFORM.

           IF WS-AUTORIZA-EQUIPOS = "S" AND
              WS-EQP-VALOR-DEPREC > ZEROS
             IF WS-EQP-VALOR-DEPREC > WS-TOTAL-LIQUIDACION
               MOVE WS-TOTAL-LIQUIDACION TO WS-DESCUENTO-EQUIPOS
             ELSE
               MOVE WS-EQP-VALOR-DEPREC  TO WS-DESCUENTO-EQUIPOS
             END-IF
             COMPUTE WS-EQP-NO-CUBIERTO =
                 WS-EQP-VALOR-DEPREC - WS-DESCUENTO-EQUIPOS
           END-IF.

       4805-POSICIONAR-EQUIPOS.
      *------------------------
           MOVE LOW-VALUES    TO EQP-CLAVE.
           MOVE WS-CIA-CODIGO TO EQP-COD-EMPRESA.
           MOVE EMP-CLAVE     TO EQP-COD-EMPLEADO.

           START ARCHIVO-EQUIPOS KEY IS NOT LESS THAN EQP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EQP
           END-START.

           IF FL-EQP = "00"
             PERFORM 4806-LEER-EQUIPO
           END-IF.

       4806-LEER-EQUIPO.
      *-----------------
           READ ARCHIVO-EQUIPOS NEXT RECORD
           END-READ.

       4810-CALCULAR-DEPRECIADO.
      *-------------------------
      *    LINEA RECTA HASTA LA FECHA EFECTIVA DEL CIERRE, IGUAL QUE
      *    EN LA LIQUIDACION INDIVIDUAL.
           COMPUTE WS-DEP-MESES =
               (WS-EFE-AA * 12 + WS-EFE-MM) -
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

       4830-COBRAR-EQUIPOS.
      *--------------------
           MOVE WS-DESCUENTO-EQUIPOS TO WS-EQP-SALDO.

           PERFORM 4805-POSICIONAR-EQUIPOS.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EQP-COD-EMPLEADO NOT = EMP-CLAVE
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 4810-CALCULAR-DEPRECIADO
               IF WS-DEP-VALOR > WS-EQP-SALDO
                 MOVE WS-EQP-SALDO TO WS-DEP-VALOR
               END-IF
               SUBTRACT WS-DEP-VALOR FROM WS-EQP-SALDO
               MOVE "C"              TO EQP-DEVOLUCION
               MOVE WS-FECHA-SISTEMA TO EQP-FEC-DEVOLUCION
               MOVE WS-DEP-VALOR     TO EQP-VALOR-COBRADO
               REWRITE EQP-DATOS
               IF FL-EQP NOT = "00"
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL MARCAR EL EQUIPO " EQP-SECUENCIA
                     " - EMPLEADO " EMP-CLAVE " - " FL-EQP
                 MOVE "4830-COBRAR-EQUIPOS" TO WS-ERR-PARRAFO
                 MOVE "EQP" TO WS-ERR-ARCHIVO
                 MOVE FL-EQP TO WS-ERR-ESTADO
                 MOVE EQP-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
               END-IF
             END-IF
             PERFORM 4806-LEER-EQUIPO
           END-PERFORM.

       4850-CONSULTAR-DEUDAS.
      *----------------------
           MOVE "C" TO WS-CXC-OPERACION.
           PERFORM 4855-PREPARAR-DEUDAS.

           CALL "UTIL-CXC" USING WS-CONTROL-CXC.

       4855-PREPARAR-DEUDAS.
      *---------------------
      *    LO DISPONIBLE ES LO QUE QUEDA DE LA LIQUIDACION DESPUES DE
      *    LOS EQUIPOS; LOS EQUIPOS AUTORIZADOS QUE YA NO ALCANZARON
      *    A DESCONTARSE TAMBIEN SON DEUDA.
           MOVE WS-CIA-CODIGO       TO WS-CXC-EMPRESA.
           MOVE EMP-CLAVE           TO WS-CXC-EMPLEADO.
           MOVE "LIQ-CIA"           TO WS-CXC-PROGRAMA.
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

       4860-REGISTRAR-DEUDAS.
      *----------------------
      *    LOS PRESTAMOS Y ANTICIPOS QUEDAN CERRADOS EN LA
      *    LIQUIDACION Y EL SALDO NO CUBIERTO PASA A CUENTAS POR
      *    COBRAR.
           IF WS-CXC-PRESTAMOS = ZEROS AND WS-CXC-ANTICIPOS = ZEROS
              AND WS-EQP-NO-CUBIERTO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-CXC-OPERACION.
           PERFORM 4855-PREPARAR-DEUDAS.

           CALL "UTIL-CXC" USING WS-CONTROL-CXC.

           IF WS-CXC-RESULTADO NOT = "0"
             ADD 1 TO WS-TOTAL-ERRORES
           END-IF.

       6000-LIBERAR-PLAZAS.
      *---------------------
      *    LAS PLAZAS PRESUPUESTADAS DE LA EMPRESA CERRADA SE

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "LIQ-CIA"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
