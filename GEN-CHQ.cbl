            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-NCH.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-ESP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-NCH.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-ESP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-BCO                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-NCH                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-ESP                  PIC XX.

      *    EMISION DE CHEQUES PARA LOS EMPLEADOS SIN CUENTA
      *    BANCARIA ACTIVA: MISMO NETO DEL ARCHIVO DE
       01  WS-CONTADORES.
           03 WS-TOTAL-CHEQUES      PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-OMITIDOS     PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RETENIDOS    PIC 9(6) VALUE ZERO.

      *    UN PAGO RETENIDO EN EL REGISTRO DE RETENCIONES NO SE
      *    IMPRIME: SU NETO QUEDA GUARDADO EN LA RETENCION HASTA
      *    QUE SE LIBERE FUERA DE CICLO.
       01  WS-BANDERA-RETENCION     PIC 9.
           88 WS-PAGO-RETENIDO      VALUE 1.
           88 WS-PAGO-LIBRE         VALUE 0.
           88 WS-PAGO-LIBERADO      VALUE 2.

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

       01  WS-VALOR-EDITADO         PIC Z(12)9.99.

       01  WS-TOTAL-EMITIDO         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-NUMERO-ASIGNADO       PIC 9(8).
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


           PERFORM 1010-ABRIR-REGISTRO-CHEQUES.

           OPEN I-O ARCHIVO-PAGOS.
           IF FL-PAG NOT = "00"
             CLOSE ARCHIVO-PAGOS
             OPEN OUTPUT ARCHIVO-PAGOS
             CLOSE ARCHIVO-PAGOS
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

       1010-ABRIR-REGISTRO-CHEQUES.
      *-----------------------------
           OPEN I-O ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-NUM-CHEQUES.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-CORRIDAS-ESP.

       2010-VALIDAR-PERIODO-CERRADO.
      *------------------------------
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3090-IMPRIMIR-RETENIDOS.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

             EXIT PARAGRAPH
           END-IF.

           PERFORM 3021-VERIFICAR-RETENCION.

           IF WS-PAGO-RETENIDO
             PERFORM 3022-REGISTRAR-RETENCION
             EXIT PARAGRAPH
           END-IF.

           IF WS-PAGO-LIBERADO
             DISPLAY "OMITIDO " EMP-CLAVE " " EMP-NOMBRES (1:25)
                 " - YA PAGADO FUERA DE CICLO"
             EXIT PARAGRAPH
           END-IF.

      *    UNA EMISION REPETIDA DEL MISMO PERIODO NO DEBE IMPRIMIR
      *    UN SEGUNDO JUEGO DE FORMULARIOS: SI EL EMPLEADO YA TIENE
      *    UN CHEQUE VIVO (NO ANULADO NI REEMPLAZADO) DEL PERIODO,

           PERFORM 3030-CALCULAR-NETO.

           IF WS-CON-LIQUIDACION AND WS-NETO-EMPLEADO > ZEROS
             PERFORM 3024-VERIFICAR-PAZ-SALVO
             IF WS-PAGO-RETENIDO
               PERFORM 3022-REGISTRAR-RETENCION
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-SIN-RUBROS OR WS-NETO-EMPLEADO <= ZEROS
             IF WS-CON-RUBROS
               ADD 1 TO WS-TOTAL-OMITIDOS
           PERFORM 3050-REGISTRAR-CHEQUE.
           PERFORM 3060-IMPRIMIR-CHEQUE.

       3021-VERIFICAR-RETENCION.
      *--------------------------
      *    UNA RETENCION YA LIBERADA CON PAGO FUERA DE CICLO NO
      *    DEBE VOLVER A PAGARSE SI LA EMISION SE REPITE.
           MOVE 0 TO WS-BANDERA-RETENCION.

           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO.
           MOVE WS-CHQ-FEC-AA TO RTN-FEC-AA.
           MOVE WS-CHQ-FEC-MM TO RTN-FEC-MM.

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

       3022-REGISTRAR-RETENCION.
      *--------------------------
      *    EL NETO RETENIDO QUEDA EN LA RETENCION PARA QUE LA
      *    LIBERACION PAGUE SOLO ESE VALOR, Y EL LIBRO DE ESTADOS
      *    DE PAGO LO MARCA COMO RETENIDO.
           ADD 1 TO WS-TOTAL-RETENIDOS.
           DISPLAY "OMITIDO " EMP-CLAVE " " EMP-NOMBRES (1:25)
               " - PAGO RETENIDO".

           PERFORM 3030-CALCULAR-NETO.

           IF WS-CON-RUBROS AND WS-NETO-EMPLEADO > ZEROS
             MOVE WS-NETO-EMPLEADO TO RTN-VALOR-RETENIDO
             REWRITE RTN-DATOS
             PERFORM 3023-MARCAR-PAGO-RETENIDO
           END-IF.

       3023-MARCAR-PAGO-RETENIDO.
      *---------------------------
           MOVE WS-CIA-CODIGO TO PAG-COD-EMPRESA.
           MOVE EMP-CLAVE     TO PAG-COD-EMPLEADO.
           MOVE WS-CHQ-FEC-AA TO PAG-FEC-AA.
           MOVE WS-CHQ-FEC-MM TO PAG-FEC-MM.

           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG = "00"
             MOVE WS-NETO-EMPLEADO TO PAG-VALOR
             MOVE "H"              TO PAG-ESTADO
             MOVE SPACES           TO PAG-MOTIVO-RECHAZO
             MOVE WS-FECHA-SISTEMA TO PAG-FEC-ESTADO
             REWRITE PAG-DATOS
           ELSE
             INITIALIZE PAG-DATOS
             MOVE WS-CIA-CODIGO    TO PAG-COD-EMPRESA
             MOVE EMP-CLAVE        TO PAG-COD-EMPLEADO
             MOVE WS-CHQ-FEC-AA    TO PAG-FEC-AA
             MOVE WS-CHQ-FEC-MM    TO PAG-FEC-MM
             MOVE WS-NETO-EMPLEADO TO PAG-VALOR
             MOVE "H"              TO PAG-ESTADO
             MOVE WS-FECHA-SISTEMA TO PAG-FEC-ESTADO
             WRITE PAG-DATOS
           END-IF.

           IF FL-PAG NOT = "00"
             DISPLAY "ERROR AL REGISTRAR EL ESTADO DE PAGO DEL "
                 "EMPLEADO " EMP-CLAVE " - " FL-PAG
             MOVE "3023-MARCAR-PAGO-RETENIDO" TO WS-ERR-PARRAFO
             MOVE "PAG" TO WS-ERR-ARCHIVO
             MOVE FL-PAG TO WS-ERR-ESTADO
             MOVE PAG-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3024-VERIFICAR-PAZ-SALVO.
      *--------------------------
           INITIALIZE WS-CONTROL-PAZ-SALVO.
           MOVE "C"           TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO TO WS-PYS-EMPRESA.
           MOVE EMP-CLAVE     TO WS-PYS-EMPLEADO.
           MOVE LK-OPERADOR   TO WS-PYS-OPERADOR.
           MOVE "GEN-CHQ"     TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           IF WS-PYS-LIBERADO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO.
           MOVE WS-CHQ-FEC-AA TO RTN-FEC-AA.
           MOVE WS-CHQ-FEC-MM TO RTN-FEC-MM.

           READ ARCHIVO-RETENCIONES
           END-READ.

           IF FL-RTN NOT = "00"
             INITIALIZE RTN-DATOS
             MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA
             MOVE EMP-CLAVE     TO RTN-COD-EMPLEADO
             MOVE WS-CHQ-FEC-AA TO RTN-FEC-AA
             MOVE WS-CHQ-FEC-MM TO RTN-FEC-MM
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
             MOVE "3024-VERIFICAR-PAZ-SALVO" TO WS-ERR-PARRAFO
             MOVE "RTN" TO WS-ERR-ARCHIVO
             MOVE FL-RTN TO WS-ERR-ESTADO
             MOVE RTN-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3025-BUSCAR-CHEQUE-VIVO.
      *-------------------------
           MOVE 0 TO WS-BANDERA-CHEQUE.
                CHQ-FEC-AA = WS-CHQ-FEC-AA AND
                CHQ-FEC-MM = WS-CHQ-FEC-MM AND
                CHQ-ESTADO NOT = "A" AND
                CHQ-ESTADO NOT = "R" AND
                CHQ-ORIGEN NOT = "E"
               MOVE 1 TO WS-BANDERA-CHEQUE
             END-IF
             PERFORM 3026-LEER-CHEQUE
      *    INGRESOS MENOS EGRESOS DE LA NOMINA DEL PERIODO.
           MOVE ZERO TO WS-NETO-EMPLEADO.
           MOVE 0 TO WS-TIENE-RUBROS.
           MOVE 0 TO WS-BANDERA-LIQUIDACION.

           MOVE LOW-VALUES TO NOM-CLAVE.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
             IF NOM-FEC-NOMINA-AA = WS-CHQ-FEC-AA AND
                NOM-FEC-NOMINA-MM = WS-CHQ-FEC-MM
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
      *    PARA NO PAGARLO DOS VECES.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-CHQ-FEC-AA TO ESP-FEC-AA.
           MOVE WS-CHQ-FEC-MM TO ESP-FEC-MM.
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
                   ESP-FEC-AA NOT = WS-CHQ-FEC-AA OR
                   ESP-FEC-MM NOT = WS-CHQ-FEC-MM
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

       3040-ASIGNAR-NUMERO.
      *---------------------
      *    LA NUMERACION ES SECUENCIAL POR EMPRESA Y VIVE EN SU
           ELSE
             DISPLAY "ERROR AL REGISTRAR EL CHEQUE "
                 WS-NUMERO-ASIGNADO " - " FL-CHQ
             MOVE "3050-REGISTRAR-CHEQUE" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3060-IMPRIMIR-CHEQUE.
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3090-IMPRIMIR-RETENIDOS.
      *-------------------------
      *    PAGINA DE CONTROL DE LOS PAGOS RETENIDOS DEL PERIODO: LO
      *    QUE NO SE IMPRIMIO, QUIEN LO RETUVO Y POR QUE.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "PAGOS RETENIDOS NO INCLUIDOS EN LA EMISION"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

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
                RTN-FEC-AA = WS-CHQ-FEC-AA AND
                RTN-FEC-MM = WS-CHQ-FEC-MM
               MOVE RTN-VALOR-RETENIDO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "EMPLEADO " RTN-COD-EMPLEADO
                   " VALOR " WS-VALOR-EDITADO
                   " RETENIDO POR " RTN-OPE-RETIENE
                   " MOTIVO: " RTN-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
             PERFORM 3091-LEER-RETENCION
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EXCLUIDOS POR RETENCION EN ESTA CORRIDA: "
               WS-TOTAL-RETENIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3091-LEER-RETENCION.
      *---------------------
           READ ARCHIVO-RETENCIONES NEXT RECORD
           END-READ.

       5000-ACTUALIZAR-ESTADO.
      *------------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
               WHEN CHQ-ESTADO = "A" OR CHQ-ESTADO = "R"
                 DISPLAY "EL CHEQUE YA FUE ANULADO O REEMPLAZADO, "
                     "SU ESTADO NO SE PUEDE CAMBIAR"
               WHEN CHQ-ESTADO = "C"
                 DISPLAY "EL CHEQUE YA FUE COBRADO EN EL BANCO, "
                     "SU ESTADO NO SE PUEDE CAMBIAR"
               WHEN CHQ-ESTADO = "V"
                 DISPLAY "EL CHEQUE ESTA CADUCADO; SE REEMITE DESDE "
                     "LA CONCILIACION DE CHEQUES"
               WHEN WS-NUEVO-ESTADO = "R"
                 PERFORM 5010-REEMPLAZAR-CHEQUE
               WHEN OTHER
           ELSE
             DISPLAY "ERROR AL EMITIR EL CHEQUE DE REEMPLAZO - "
                 FL-CHQ
             MOVE "5010-REEMPLAZAR-CHEQUE" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       6000-CONSULTAR-CHEQUE.
             DISPLAY "PERIODO:      " CHQ-FEC-AA "-" CHQ-FEC-MM
             DISPLAY "VALOR:        " CHQ-VALOR
             DISPLAY "ESTADO:       " CHQ-ESTADO
                 " (E=EMITIDO G=ENTREGADO A=ANULADO R=REEMPLAZADO"
                 " C=COBRADO V=CADUCADO)"
             IF CHQ-NUM-REEMPLAZO > ZEROS
               DISPLAY "REEMPLAZADO POR: " CHQ-NUM-REEMPLAZO
             END-IF
             DISPLAY "EMITIDO:      " CHQ-FEC-EMI-AA "-"
                 CHQ-FEC-EMI-MM "-" CHQ-FEC-EMI-DD
             IF CHQ-FEC-COBRO IS NUMERIC AND CHQ-FEC-COBRO > ZEROS
               DISPLAY "COBRADO:      " CHQ-FEC-COB-AA "-"
                   CHQ-FEC-COB-MM "-" CHQ-FEC-COB-DD
                   "  VALOR: " CHQ-VALOR-COBRADO
             END-IF
             IF CHQ-FEC-CADUCIDAD IS NUMERIC AND
                CHQ-FEC-CADUCIDAD > ZEROS
               DISPLAY "CADUCADO:     " CHQ-FEC-CAD-AA "-"
                   CHQ-FEC-CAD-MM "-" CHQ-FEC-CAD-DD
             END-IF
             DISPLAY WS-DECORADOR
           ELSE
             DISPLAY "NO EXISTE UN CHEQUE CON ESE NUMERO"

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-CHQ"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
