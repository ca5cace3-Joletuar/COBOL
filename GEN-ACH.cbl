            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-RAC.cpy".

      *    CADA BANCO RECIBE SU PROPIO ARCHIVO: EL NOMBRE SE ARMA
      *    EN TIEMPO DE EJECUCION CON EL CODIGO DEL BANCO.
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-RAC.cpy".

       FD  ARCHIVO-TRANSFERENCIA.
       01  ACH-LINEA                    PIC X(80).
       01  FL-BIN                  PIC XX.
       01  FL-ACH                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-RAC                  PIC XX.

       01  WS-PARAMETROS-ACH.
           03 WS-CIA-CODIGO         PIC 9(3).
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
           03 WS-TOTAL-NETO-CERO    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-NETO-NEG     PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-BANCO-DESC   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RETENIDOS    PIC 9(6) VALUE ZERO.

      *    UN PAGO RETENIDO EN EL REGISTRO DE RETENCIONES NO VIAJA
      *    EN EL ARCHIVO DEL BANCO: SU NETO QUEDA GUARDADO EN LA
      *    RETENCION HASTA QUE SE LIBERE FUERA DE CICLO.
       01  WS-BANDERA-RETENCION     PIC 9.
           88 WS-PAGO-RETENIDO      VALUE 1.
           88 WS-PAGO-LIBRE         VALUE 0.
           88 WS-PAGO-LIBERADO      VALUE 2.
       01  WS-ESTADO-PAGO           PIC X(1).

      *    LOS RUBROS DE LIQUIDACION DE HABERES NO SE PAGAN MIENTRAS
      *    EL PAZ Y SALVO DE SALIDA DEL EMPLEADO SIGA PENDIENTE: EL
      *    NETO DEL PERIODO QUEDA RETENIDO CON ESE MOTIVO Y SE PAGA
      *    AL LIBERARLO, YA COMPLETO O DISPENSADO.
       01  WS-RUBRO-EVALUAR         PIC 9(2).
           88 WS-ES-RUBRO-LIQUIDACION VALUE 11 12 13 14 24.
       01  WS-BANDERA-LIQUIDACION   PIC 9.
           88 WS-CON-LIQUIDACION    VALUE 1.
           88 WS-SIN-LIQUIDACION    VALUE 0.

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

       77  WS-MOTIVO-PAZ-SALVO      PIC X(50)
               VALUE "PAZ Y SALVO DE SALIDA PENDIENTE".

      *    EL ARCHIVO SE PARTE POR BANCO: UNA PRIMERA PASADA
      *    CLASIFICA LOS CREDITOS POR INSTITUCION Y UNA SEGUNDA

       01  WS-VALOR-EDITADO         PIC Z(12)9.99.

      *    REGISTRO DE ARCHIVOS DE PAGO EMITIDOS: CADA GENERACION
      *    DEL PERIODO ES UNA CORRIDA NUMERADA. MIENTRAS EXISTA UNA
      *    CORRIDA VIGENTE NO SE REGENERA, SALVO QUE TESORERIA LA
      *    SUSTITUYA EXPRESAMENTE CON UN MOTIVO; UNA CORRIDA CUYO
      *    RETORNO YA LLEGO DEL BANCO NO PUEDE SUSTITUIRSE.
       01  WS-CORRIDA-ACH           PIC 9(4).
       01  WS-ULTIMA-CORRIDA        PIC 9(4).
       01  WS-TOTAL-VIGENTES        PIC 9(3).
       01  WS-TOTAL-CON-RETORNO     PIC 9(3).
       01  WS-HASH-BANCO            PIC 9(15).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-MOTIVO-SUSTITUCION    PIC X(50).
       01  WS-FASE-REGISTRO         PIC 9.
           88 WS-REG-REVISION       VALUE 1.
           88 WS-REG-SUSTITUCION    VALUE 2.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 ACH-CAB-BANCO         PIC 9(3).
           03 ACH-CAB-RUTA          PIC 9(9).
           03 ACH-CAB-FORMATO       PIC X(3).
           03 ACH-CAB-CORRIDA       PIC 9(4).
           03 FILLER                PIC X(43) VALUE SPACES.

       01  ACH-DETALLE.
           03 FILLER                PIC X(1) VALUE "D".
           03 FILLER                PIC X(1) VALUE "T".
           03 ACH-COLA-REGISTROS    PIC 9(6).
           03 ACH-COLA-TOTAL        PIC 9(13)V9(2).
           03 ACH-COLA-CORRIDA      PIC 9(4).
           03 ACH-COLA-HASH         PIC 9(15).
           03 FILLER                PIC X(39) VALUE SPACES.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    INCIDENCIAS DE LA GENERACION PARA LA BITACORA CENTRAL DE
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

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-PERIODO-CERRADO
             IF WS-CAMPOS-CORRECTO
               PERFORM 2020-VERIFICAR-REGISTRO
             END-IF
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-GENERAR-ARCHIVO
             END-IF
             OPEN I-O ARCHIVO-PAGOS
           END-IF.

           OPEN I-O ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             CLOSE ARCHIVO-RETENCIONES
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN I-O ARCHIVO-RETENCIONES
           END-IF.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

           OPEN I-O ARCHIVO-REGISTRO-ACH.
           IF FL-RAC NOT = "00"
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN OUTPUT ARCHIVO-REGISTRO-ACH
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN I-O ARCHIVO-REGISTRO-ACH
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-REGISTRO-ACH.

       2000-PEDIR-PARAMETROS.
      *----------------------
                 " NO ESTA CERRADO PARA ESTA EMPRESA"
           END-IF.

       2020-VERIFICAR-REGISTRO.
      *-------------------------
      *    UNA CORRIDA VIGENTE DEL PERIODO YA PUDO SUBIRSE AL BANCO:
      *    SOLO SE GENERA OTRA SI TESORERIA DECLARA SUSTITUIDA LA
      *    ANTERIOR Y DEJA EL MOTIVO EN EL REGISTRO.
           MOVE ZEROS TO WS-ULTIMA-CORRIDA.
           MOVE ZEROS TO WS-TOTAL-VIGENTES.
           MOVE ZEROS TO WS-TOTAL-CON-RETORNO.
           MOVE SPACES TO WS-MOTIVO-SUSTITUCION.

           MOVE 1 TO WS-FASE-REGISTRO.
           PERFORM 2021-RECORRER-REGISTRO.

           COMPUTE WS-CORRIDA-ACH = WS-ULTIMA-CORRIDA + 1.

           IF WS-TOTAL-VIGENTES = ZEROS
             EXIT PARAGRAPH
           END-IF.

           IF WS-TOTAL-CON-RETORNO > ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL BANCO YA DEVOLVIO EL RETORNO DE LA CORRIDA "
                 "VIGENTE: EL ARCHIVO FUE PROCESADO Y NO PUEDE "
                 "SUSTITUIRSE"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "YA EXISTEN ARCHIVOS VIGENTES PARA EL PERIODO "
               WS-ACH-FEC-AA "-" WS-ACH-FEC-MM ". SI SE GENERAN DE "
               "NUEVO LOS ANTERIORES QUEDAN SUSTITUIDOS Y NO DEBEN "
               "SUBIRSE AL BANCO.".
           DISPLAY "SUSTITUIR LOS ARCHIVOS VIGENTES (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "SE CONSERVAN LOS ARCHIVOS VIGENTES"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL MOTIVO DE LA SUSTITUCION: ".
           ACCEPT WS-MOTIVO-SUSTITUCION.

           IF WS-MOTIVO-SUSTITUCION = SPACES
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA SUSTITUCION EXIGE UN MOTIVO"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE 2 TO WS-FASE-REGISTRO.
           PERFORM 2021-RECORRER-REGISTRO.

       2021-RECORRER-REGISTRO.
      *------------------------
           MOVE LOW-VALUES    TO RAC-CLAVE.
           MOVE WS-CIA-CODIGO TO RAC-COD-EMPRESA.
           MOVE WS-ACH-FEC-AA TO RAC-FEC-AA.
           MOVE WS-ACH-FEC-MM TO RAC-FEC-MM.

           START ARCHIVO-REGISTRO-ACH KEY IS NOT LESS THAN RAC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RAC
           END-START.

           IF FL-RAC = "00"
             PERFORM 2022-LEER-REGISTRO
           END-IF.

           PERFORM UNTIL FL-RAC NOT = "00" OR
                   RAC-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   RAC-FEC-AA NOT = WS-ACH-FEC-AA OR
                   RAC-FEC-MM NOT = WS-ACH-FEC-MM
             EVALUATE TRUE
                 WHEN NOT RAC-VIGENTE
                   CONTINUE
                 WHEN RAC-FUERA-DE-CICLO
                   IF WS-REG-REVISION
                     PERFORM 2025-MOSTRAR-FUERA-DE-CICLO
                   END-IF
                 WHEN WS-REG-REVISION
                   PERFORM 2023-MOSTRAR-CORRIDA
                 WHEN OTHER
                   PERFORM 2024-SUSTITUIR-CORRIDA
             END-EVALUATE
             IF WS-REG-REVISION
               MOVE RAC-CORRIDA TO WS-ULTIMA-CORRIDA
             END-IF
             PERFORM 2022-LEER-REGISTRO
           END-PERFORM.

       2022-LEER-REGISTRO.
      *--------------------
           READ ARCHIVO-REGISTRO-ACH NEXT RECORD
           END-READ.

       2023-MOSTRAR-CORRIDA.
      *----------------------
           ADD 1 TO WS-TOTAL-VIGENTES.
           IF RAC-RETORNOS > ZEROS
             ADD 1 TO WS-TOTAL-CON-RETORNO
           END-IF.

           MOVE RAC-TOTAL TO WS-VALOR-EDITADO.
           DISPLAY "CORRIDA " RAC-CORRIDA " BANCO " RAC-COD-BANCO
               " REGISTROS " RAC-REGISTROS " TOTAL " WS-VALOR-EDITADO.
           DISPLAY "   GENERADA " RAC-FECHA-GEN " " RAC-HORA-GEN
               " POR " RAC-OPERADOR " RETORNOS " RAC-RETORNOS
               " ARCHIVO " RAC-NOMBRE-ARCHIVO.

       2024-SUSTITUIR-CORRIDA.
      *------------------------
           MOVE "S"                   TO RAC-ESTADO.
           MOVE WS-MOTIVO-SUSTITUCION TO RAC-MOTIVO-SUST.
           MOVE LK-OPERADOR           TO RAC-OPE-SUST.
           MOVE WS-FECHA-SISTEMA      TO RAC-FEC-SUST.

           REWRITE RAC-DATOS
           END-REWRITE.

           IF FL-RAC NOT = "00"
             DISPLAY "ERROR AL SUSTITUIR LA CORRIDA " RAC-CORRIDA
                 " DEL BANCO " RAC-COD-BANCO " - " FL-RAC
             MOVE 0 TO WS-BANDERA-CAMPOS
             MOVE "2024-SUSTITUIR-CORRIDA" TO WS-ERR-PARRAFO
             MOVE "RAC" TO WS-ERR-ARCHIVO
             MOVE FL-RAC TO WS-ERR-ESTADO
             MOVE RAC-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

      *    LA SUSTITUCION QUEDA TAMBIEN EN LA BITACORA CENTRAL PARA
      *    QUE OPERACIONES VEA AL DIA SIGUIENTE QUE SE REGENERO UN
      *    ARCHIVO DE PAGO.
           MOVE "2024-SUSTITUIR-CORRIDA" TO WS-ERR-PARRAFO.
           MOVE "RAC" TO WS-ERR-ARCHIVO.
           MOVE RAC-CLAVE TO WS-ERR-CLAVE.
           MOVE "A" TO WS-ERR-SEVERIDAD.
           MOVE SPACES TO WS-ERR-MENSAJE.
           STRING "ARCHIVO ACH SUSTITUIDO: " WS-MOTIVO-SUSTITUCION
               DELIMITED BY SIZE INTO WS-ERR-MENSAJE
           END-STRING.
           PERFORM 8000-REGISTRAR-ERROR.

           MOVE "00" TO FL-RAC.

       2025-MOSTRAR-FUERA-DE-CICLO.
      *-----------------------------
      *    LA TRANSFERENCIA DE UN PAGO LIBERADO FUERA DE CICLO SE
      *    REGISTRA CON SU PROPIO NUMERO DE CORRIDA PERO NO ES PARTE
      *    DE LA NOMINA DEL PERIODO: SE INFORMA, NO BLOQUEA LA
      *    GENERACION Y NUNCA SE SUSTITUYE DESDE AQUI.
           MOVE RAC-TOTAL TO WS-VALOR-EDITADO.
           DISPLAY "CORRIDA " RAC-CORRIDA " BANCO " RAC-COD-BANCO
               " PAGO LIBERADO FUERA DE CICLO - TOTAL "
               WS-VALOR-EDITADO.
           DISPLAY "   GENERADA " RAC-FECHA-GEN " " RAC-HORA-GEN
               " POR " RAC-OPERADOR " RETORNOS " RAC-RETORNOS
               " ARCHIVO " RAC-NOMBRE-ARCHIVO.

       3000-GENERAR-ARCHIVO.
      *----------------------
           INITIALIZE WS-CONTADORES WS-TABLA-BANCOS.
      *------------------------
           PERFORM 3030-CALCULAR-NETO.

           PERFORM 3025-VERIFICAR-RETENCION.

           IF WS-PAGO-LIBRE AND WS-CON-LIQUIDACION AND WS-FASE-CONTEO
             PERFORM 3027-VERIFICAR-PAZ-SALVO
           END-IF.

           IF WS-PAGO-RETENIDO
             IF WS-FASE-CONTEO
               PERFORM 3026-REGISTRAR-RETENCION
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-PAGO-LIBERADO
             IF WS-FASE-CONTEO
               DISPLAY "EXCLUIDO " EMP-CLAVE " " EMP-NOMBRES
                   " - YA PAGADO FUERA DE CICLO"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-FASE-ESCRITURA
             IF WS-CON-RUBROS AND WS-NETO-EMPLEADO > ZEROS
               PERFORM 3041-ESCRIBIR-DETALLE-BANCO
                 PERFORM 3040-ESCRIBIR-DETALLE
           END-EVALUATE.

       3025-VERIFICAR-RETENCION.
      *--------------------------
           MOVE 0 TO WS-BANDERA-RETENCION.

           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO.
           MOVE WS-ACH-FEC-AA TO RTN-FEC-AA.
           MOVE WS-ACH-FEC-MM TO RTN-FEC-MM.

           READ ARCHIVO-RETENCIONES
           END-READ.

      *    UNA RETENCION YA LIBERADA CON PAGO FUERA DE CICLO NO
      *    DEBE VOLVER A PAGARSE SI EL ARCHIVO SE REGENERA.
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

       3026-REGISTRAR-RETENCION.
      *--------------------------
      *    EL NETO RETENIDO QUEDA EN LA RETENCION PARA QUE LA
      *    LIBERACION PAGUE SOLO ESE VALOR, Y EL LIBRO DE ESTADOS
      *    DE PAGO LO MARCA COMO RETENIDO.
           ADD 1 TO WS-TOTAL-RETENIDOS.
           DISPLAY "EXCLUIDO " EMP-CLAVE " " EMP-NOMBRES
               " - PAGO RETENIDO".

           IF WS-CON-RUBROS AND WS-NETO-EMPLEADO > ZEROS
             MOVE WS-NETO-EMPLEADO TO RTN-VALOR-RETENIDO
             REWRITE RTN-DATOS
             MOVE "H" TO WS-ESTADO-PAGO
             PERFORM 3045-REGISTRAR-PAGO-ENVIADO
           END-IF.

       3027-VERIFICAR-PAZ-SALVO.
      *--------------------------
           INITIALIZE WS-CONTROL-PAZ-SALVO.
           MOVE "C"           TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO TO WS-PYS-EMPRESA.
           MOVE EMP-CLAVE     TO WS-PYS-EMPLEADO.
           MOVE LK-OPERADOR   TO WS-PYS-OPERADOR.
           MOVE "GEN-ACH"     TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           IF WS-PYS-LIBERADO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO.
           MOVE WS-ACH-FEC-AA TO RTN-FEC-AA.
           MOVE WS-ACH-FEC-MM TO RTN-FEC-MM.

           READ ARCHIVO-RETENCIONES
           END-READ.

           IF FL-RTN NOT = "00"
             INITIALIZE RTN-DATOS
             MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA
             MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO
             MOVE WS-ACH-FEC-AA TO RTN-FEC-AA
             MOVE WS-ACH-FEC-MM TO RTN-FEC-MM
           END-IF.

           MOVE WS-MOTIVO-PAZ-SALVO TO RTN-MOTIVO.
           MOVE "R"                 TO RTN-ESTADO.
           MOVE LK-OPERADOR         TO RTN-OPE-RETIENE.
           MOVE WS-FECHA-SISTEMA    TO RTN-FEC-RETENCION.
           MOVE ZEROS               TO RTN-VALOR-RETENIDO.

           IF FL-RTN = "00"
             REWRITE RTN-DATOS
           ELSE
             WRITE RTN-DATOS
           END-IF.

           IF FL-RTN = "00"
             MOVE 1 TO WS-BANDERA-RETENCION
           ELSE
             DISPLAY "ERROR AL RETENER LA LIQUIDACION DE " EMP-CLAVE
                 " - " FL-RTN
             MOVE "3027-VERIFICAR-PAZ-SALVO" TO WS-ERR-PARRAFO
             MOVE "RTN" TO WS-ERR-ARCHIVO
             MOVE FL-RTN TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3030-CALCULAR-NETO.
      *--------------------
           MOVE ZERO TO WS-NETO-EMPLEADO.
           MOVE 0 TO WS-TIENE-RUBROS.
           MOVE 0 TO WS-BANDERA-LIQUIDACION.

           MOVE LOW-VALUES TO NOM-CLAVE.

                NOM-FEC-NOMINA-AA = WS-ACH-FEC-AA AND
                NOM-FEC-NOMINA-MM = WS-ACH-FEC-MM
               MOVE 1 TO WS-TIENE-RUBROS
               MOVE NOM-TIPO-RUBRO TO WS-RUBRO-EVALUAR
               IF WS-ES-RUBRO-LIQUIDACION
                 MOVE 1 TO WS-BANDERA-LIQUIDACION
               END-IF
               MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               END-READ
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

           PERFORM 3032-DESCONTAR-CORRIDAS-ESP.

       3031-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3032-DESCONTAR-CORRIDAS-ESP.
      *-----------------------------
      *    LO QUE UNA CORRIDA ESPECIAL DEL PERIODO YA PAGO QUEDO
      *    ACUMULADO EN LA NOMINA DEL MES; SE DESCUENTA DEL NETO
      *    PARA NO TRANSFERIRLO DOS VECES.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-ACH-FEC-AA TO ESP-FEC-AA.
           MOVE WS-ACH-FEC-MM TO ESP-FEC-MM.
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
                   ESP-FEC-AA NOT = WS-ACH-FEC-AA OR
                   ESP-FEC-MM NOT = WS-ACH-FEC-MM
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

       3040-ESCRIBIR-DETALLE.
      *-----------------------
      *    EN LA PASADA DE CONTEO EL CREDITO SOLO SE CLASIFICA:
             ADD 1 TO WS-TOTAL-SIN-CUENTA
             DISPLAY "EXCLUIDO " EMP-CLAVE " " EMP-NOMBRES
                 " - SIN CUENTA BANCARIA ACTIVA"
             MOVE "3040-ESCRIBIR-DETALLE" TO WS-ERR-PARRAFO
             MOVE "BCO" TO WS-ERR-ARCHIVO
             MOVE FL-BCO TO WS-ERR-ESTADO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "EXCLUIDO DE LA TRANSFERENCIA, SIN CUENTA ACTIVA"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             DISPLAY "EXCLUIDO " EMP-CLAVE " " EMP-NOMBRES
                 " - BANCO " BCO-COD-BANCO " NO REGISTRADO EN EL "
                 "MAESTRO DE INSTITUCIONES"
             MOVE "3040-ESCRIBIR-DETALLE" TO WS-ERR-PARRAFO
             MOVE "BIN" TO WS-ERR-ARCHIVO
             MOVE FL-BIN TO WS-ERR-ESTADO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "EXCLUIDO DE LA TRANSFERENCIA, BANCO NO REGISTRADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             ELSE
               DISPLAY "EXCLUIDO " EMP-CLAVE " - TABLA DE BANCOS "
                   "LLENA"
               MOVE "3040-ESCRIBIR-DETALLE" TO WS-ERR-PARRAFO
               MOVE "BIN" TO WS-ERR-ARCHIVO
               MOVE "E" TO WS-ERR-SEVERIDAD
               MOVE "EXCLUIDO DE TRANSFERENCIA, TABLA DE BANCOS LLENA"
                 TO WS-ERR-MENSAJE
               PERFORM 8000-REGISTRAR-ERROR
               EXIT PARAGRAPH
             END-IF
           END-IF.
           ADD WS-NETO-EMPLEADO TO WS-BAN-TOTAL (WS-FILA-BAN).
           ADD 1 TO WS-TOTAL-INCLUIDOS.
           ADD WS-NETO-EMPLEADO TO WS-TOTAL-TRANSFERIDO.
           MOVE "E" TO WS-ESTADO-PAGO.
           PERFORM 3045-REGISTRAR-PAGO-ENVIADO.

       3041-ESCRIBIR-DETALLE-BANCO.
             MOVE EMP-CEDULA         TO ACH-DET-CEDULA
             MOVE WS-NETO-EMPLEADO   TO ACH-DET-VALOR
             WRITE ACH-LINEA FROM ACH-DETALLE
             ADD EMP-CEDULA TO WS-HASH-BANCO
           END-IF.

       3060-GENERAR-ARCHIVO-BANCO.

           MOVE SPACES TO WS-NOMBRE-ACH.
           STRING "../Archivos/Transfer-ACH-"
               WS-BANCO-ACTUAL "-" WS-CORRIDA-ACH ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ACH
           END-STRING.

           OPEN OUTPUT ARCHIVO-TRANSFERENCIA.

           IF FL-ACH NOT = "00"
             DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-ACH " - " FL-ACH
             MOVE "3060-GENERAR-ARCHIVO-BANCO" TO WS-ERR-PARRAFO
             MOVE "ACH" TO WS-ERR-ARCHIVO
             MOVE FL-ACH TO WS-ERR-ESTADO
             MOVE WS-BANCO-ACTUAL TO WS-ERR-CLAVE
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE "NO SE PUDO CREAR EL ARCHIVO DE TRANSFERENCIA"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO ACH-CAB-EMPRESA.
           COMPUTE ACH-CAB-PERIODO =
               WS-ACH-FEC-AA * 100 + WS-ACH-FEC-MM.
           MOVE WS-BANCO-ACTUAL  TO ACH-CAB-BANCO.
           MOVE BIN-COD-RUTA     TO ACH-CAB-RUTA.
           MOVE BIN-FORMATO      TO ACH-CAB-FORMATO.
           MOVE WS-CORRIDA-ACH   TO ACH-CAB-CORRIDA.
           WRITE ACH-LINEA FROM ACH-CABECERA.

           MOVE ZERO TO WS-SEC-BANCO.
           MOVE ZERO TO WS-HASH-BANCO.

           PERFORM 3015-RECORRER-EMPLEADOS.

           MOVE WS-BAN-INCLUIDOS (WS-IND-BAN) TO ACH-COLA-REGISTROS.
           MOVE WS-BAN-TOTAL (WS-IND-BAN)     TO ACH-COLA-TOTAL.
           MOVE WS-CORRIDA-ACH                TO ACH-COLA-CORRIDA.
           MOVE WS-HASH-BANCO                 TO ACH-COLA-HASH.
           WRITE ACH-LINEA FROM ACH-COLA.

           CLOSE ARCHIVO-TRANSFERENCIA.
           DISPLAY "ARCHIVO GENERADO: " WS-NOMBRE-ACH
               " (" WS-BAN-INCLUIDOS (WS-IND-BAN) " REGISTROS)".

           PERFORM 3070-REGISTRAR-ARCHIVO.

       3070-REGISTRAR-ARCHIVO.
      *------------------------
      *    EL ARCHIVO EMITIDO QUEDA EN EL REGISTRO CON SU CONTEO Y
      *    TOTALES DE CONTROL; EL RETORNO DEL BANCO SE VALIDA CONTRA
      *    ESTA CORRIDA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE RAC-DATOS.
           MOVE WS-CIA-CODIGO                 TO RAC-COD-EMPRESA.
           MOVE WS-ACH-FEC-AA                 TO RAC-FEC-AA.
           MOVE WS-ACH-FEC-MM                 TO RAC-FEC-MM.
           MOVE WS-CORRIDA-ACH                TO RAC-CORRIDA.
           MOVE WS-BANCO-ACTUAL               TO RAC-COD-BANCO.
           MOVE WS-NOMBRE-ACH                 TO RAC-NOMBRE-ARCHIVO.
           MOVE WS-BAN-INCLUIDOS (WS-IND-BAN) TO RAC-REGISTROS.
           MOVE WS-BAN-TOTAL (WS-IND-BAN)     TO RAC-TOTAL.
           MOVE WS-HASH-BANCO                 TO RAC-HASH.
           MOVE LK-OPERADOR                   TO RAC-OPERADOR.
           MOVE WS-FECHA-SISTEMA              TO RAC-FECHA-GEN.
           MOVE WS-HORA-SISTEMA (1:6)         TO RAC-HORA-GEN.
           MOVE "V"                           TO RAC-ESTADO.
           MOVE "N"                           TO RAC-ORIGEN.

           WRITE RAC-DATOS
           END-WRITE.

           IF FL-RAC NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL ARCHIVO " WS-NOMBRE-ACH
                 " - " FL-RAC
             MOVE "3070-REGISTRAR-ARCHIVO" TO WS-ERR-PARRAFO
             MOVE "RAC" TO WS-ERR-ARCHIVO
             MOVE FL-RAC TO WS-ERR-ESTADO
             MOVE RAC-CLAVE TO WS-ERR-CLAVE
             MOVE "C" TO WS-ERR-SEVERIDAD
             MOVE "ARCHIVO DE PAGO EMITIDO SIN QUEDAR REGISTRADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3080-IMPRIMIR-TOTALES-BANCO.
      *-----------------------------
      *    PAGINA DE TOTALES POR BANCO PARA LA FIRMA DE TESORERIA.
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CORRIDA " WS-CORRIDA-ACH
               " - SOLO ESTOS ARCHIVOS DEBEN SUBIRSE AL BANCO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM VARYING WS-IND-BAN FROM 1 BY 1
               UNTIL WS-IND-BAN > WS-TOT-BANCOS
             MOVE WS-BAN-CODIGO (WS-IND-BAN) TO BIN-COD-BANCO
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 3090-IMPRIMIR-RETENIDOS.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3090-IMPRIMIR-RETENIDOS.
      *-------------------------
      *    PAGINA DE CONTROL DE LOS PAGOS RETENIDOS DEL PERIODO: LO
      *    QUE NO VIAJO AL BANCO, QUIEN LO RETUVO Y POR QUE.
           MOVE SPACES TO WS-LINEA-SPOOL.
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE "PAGOS RETENIDOS NO INCLUIDOS EN LAS TRANSFERENCIAS"
             TO WS-LINEA-SPOOL.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO RTN-CLAVE.
           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.

           START ARCHIVO-RETENCIONES KEY IS NOT LESS THAN RTN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RTN
           END-START.

           IF FL-RTN = "00"
             PERFORM 3091-LEER-RETENCION
           END-IF.

           PERFORM UNTIL FL-RTN NOT = "00" OR
                   RTN-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF RTN-ESTADO = "R" AND
                RTN-FEC-AA = WS-ACH-FEC-AA AND
                RTN-FEC-MM = WS-ACH-FEC-MM
               MOVE RTN-VALOR-RETENIDO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "EMPLEADO " RTN-COD-EMPLEADO
                   " VALOR " WS-VALOR-EDITADO
                   " RETENIDO POR " RTN-OPE-RETIENE
                   " MOTIVO: " RTN-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               CALL "REP-WRT" USING WS-CONTROL-REPORTE
                   WS-LINEA-SPOOL
             END-IF
             PERFORM 3091-LEER-RETENCION
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EXCLUIDOS POR RETENCION EN ESTA CORRIDA: "
               WS-TOTAL-RETENIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3091-LEER-RETENCION.
      *---------------------
           READ ARCHIVO-RETENCIONES NEXT RECORD
           END-READ.

       3045-REGISTRAR-PAGO-ENVIADO.
      *-----------------------------
      *    CADA CREDITO INCLUIDO EN EL ARCHIVO QUEDA EN EL LIBRO DE
      *    ESTADOS DE PAGO COMO ENVIADO; EL LECTOR DEL RETORNO DEL
      *    BANCO LO CONFIRMARA O LO MARCARA RECHAZADO. UN PAGO
      *    RETENIDO QUEDA CON ESTADO H HASTA SU LIBERACION.
           MOVE WS-CIA-CODIGO TO PAG-COD-EMPRESA.
           MOVE EMP-CLAVE     TO PAG-COD-EMPLEADO.
           MOVE WS-ACH-FEC-AA TO PAG-FEC-AA.

           IF FL-PAG = "00"
             MOVE WS-NETO-EMPLEADO TO PAG-VALOR
             MOVE WS-ESTADO-PAGO   TO PAG-ESTADO
             MOVE SPACES           TO PAG-MOTIVO-RECHAZO
             MOVE WS-FECHA-SISTEMA TO PAG-FEC-ESTADO
             REWRITE PAG-DATOS
             MOVE WS-ACH-FEC-AA    TO PAG-FEC-AA
             MOVE WS-ACH-FEC-MM    TO PAG-FEC-MM
             MOVE WS-NETO-EMPLEADO TO PAG-VALOR
             MOVE WS-ESTADO-PAGO   TO PAG-ESTADO
             MOVE WS-FECHA-SISTEMA TO PAG-FEC-ESTADO
             WRITE PAG-DATOS
           END-IF.
           IF FL-PAG NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL ESTADO DE PAGO DEL "
                 "EMPLEADO " EMP-CLAVE " - " FL-PAG
             MOVE "3045-REGISTRAR-PAGO-ENVIADO" TO WS-ERR-PARRAFO
             MOVE "PAG" TO WS-ERR-ARCHIVO
             MOVE FL-PAG TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3050-IMPRIMIR-CONTROL.
           DISPLAY "EXCLUIDOS CON NETO NEGATIVO: " WS-TOTAL-NETO-NEG.
           DISPLAY "EXCLUIDOS POR BANCO NO REG.: "
               WS-TOTAL-BANCO-DESC.
           DISPLAY "EXCLUIDOS POR RETENCION:    " WS-TOTAL-RETENIDOS.
           DISPLAY "BANCOS CON ARCHIVO:         " WS-TOT-BANCOS.
           DISPLAY "CORRIDA DEL PERIODO:        " WS-CORRIDA-ACH.
           DISPLAY "TOTAL A TRANSFERIR:         "
               WS-TOTAL-TRANSFERIDO.
           DISPLAY WS-DECORADOR.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-ACH"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
