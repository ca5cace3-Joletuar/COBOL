            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-ESP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-ESP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-APO                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-ESP                  PIC XX.

       01  WS-PARAMETROS-AUDITORIA.
           03 WS-CIA-CODIGO         PIC 9(3).
       01  WS-RUBRO-DESCUENTO       PIC 9(2).
       01  WS-PERIODO-RUBRO         PIC 9(6).

      *    LOS EMPLEADOS EN BANCO DE HORAS COBRAN COMO HORAS EXTRAS
      *    SOLO LAS NOVEDADES QUE NO SE ACREDITAN (UTIL-BHO SIMULA
      *    EL CREDITO DEL PERIODO SIN GRABARLO).
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

           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           OPEN INPUT ARCHIVO-DESCUENTOS.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-CORRIDAS-ESP.

       2000-PEDIR-PARAMETROS.
      *----------------------
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY TASAS DE APORTE VIGENTES PARA EL "
                 "PERIODO, NO ES POSIBLE RECALCULAR"
             MOVE "2010-BUSCAR-TASAS-VIGENTES" TO WS-ERR-PARRAFO
             MOVE "APO" TO WS-ERR-ARCHIVO
             MOVE FL-APO TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "NO HAY TASAS DE APORTE VIGENTES" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       2011-LEER-VIGENCIA.

           PERFORM 3033-RECALCULAR-DESCUENTOS.

           PERFORM 3035-SUMAR-CORRIDAS-ESP.

       3031-RECALCULAR-HORAS-EXTRAS.
      *------------------------------
           INITIALIZE WS-CONTROL-BHO.
           MOVE "S"           TO WS-BHO-OPERACION.
           MOVE WS-CIA-CODIGO TO WS-BHO-EMPRESA.
           MOVE EMP-CLAVE     TO WS-BHO-EMPLEADO.
           COMPUTE WS-BHO-FECHA =
               WS-AUD-FEC-AA * 10000 + WS-AUD-FEC-MM * 100 + 1.
           MOVE "AUDI-NOM"    TO WS-BHO-PROGRAMA.
           MOVE LK-OPERADOR   TO WS-BHO-OPERADOR.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

           IF WS-BHO-EN-BANCO = "S"
             ADD WS-BHO-VALOR-PAGAR
               TO WS-VAL-ESPERADO (WS-RUBRO-HORAS-EXTRAS)
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES    TO HEX-CLAVE.
           MOVE WS-CIA-CODIGO TO HEX-COD-EMPRESA.
           MOVE EMP-CLAVE     TO HEX-COD-EMPLEADO.
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       3035-SUMAR-CORRIDAS-ESP.
      *-------------------------
      *    LAS CORRIDAS ESPECIALES APLICADAS EN EL PERIODO SE
      *    ACUMULAN SOBRE LOS RUBROS DEL MES (SUS APORTES INCLUIDOS);
      *    SE SUMAN AL ESPERADO PARA QUE NO APAREZCAN COMO
      *    DISCREPANCIA.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-AUD-FEC-AA TO ESP-FEC-AA.
           MOVE WS-AUD-FEC-MM TO ESP-FEC-MM.
           MOVE ZEROS         TO ESP-SECUENCIA.
           MOVE ZEROS         TO ESP-COD-EMPLEADO.
           MOVE ZEROS         TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 3036-LEER-CORRIDA-ESP
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ESP-FEC-AA NOT = WS-AUD-FEC-AA OR
                   ESP-FEC-MM NOT = WS-AUD-FEC-MM
             IF ESP-COD-EMPLEADO = EMP-CLAVE AND
                ESP-ESTADO = "A" AND
                ESP-TIPO-RUBRO > ZEROS
               ADD ESP-VALOR
                 TO WS-VAL-ESPERADO (ESP-TIPO-RUBRO)
             END-IF
             PERFORM 3036-LEER-CORRIDA-ESP
           END-PERFORM.

       3036-LEER-CORRIDA-ESP.
      *-----------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       3040-CARGAR-ALMACENADO.
      *------------------------
           MOVE LOW-VALUES    TO NOM-CLAVE.
               END-IF
             END-IF
           END-PERFORM.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "AUDI-NOM"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
