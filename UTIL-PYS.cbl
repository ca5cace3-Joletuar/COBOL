      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-PYS.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-PYS.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-PYS.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-PYS                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-ARCHIVO-AUD           PIC X(11).
       01  WS-CLAVE-AUD             PIC X(20).
       01  WS-ANTES-AUD             PIC X(200).
       01  WS-DESPUES-AUD           PIC X(200).

       01  WS-BANDERA-EXISTE        PIC 9.
           88 WS-PYS-EXISTE         VALUE 1.
           88 WS-PYS-NO-EXISTE      VALUE 0.

       LINKAGE SECTION.
      *----------------

      *    PAZ Y SALVO DE SALIDA. "A" LO ABRE AL DAR DE BAJA AL
      *    EMPLEADO E INACTIVA SUS OPERADORES LIGADOS; "C" SOLO LO
      *    CONSULTA PARA SABER SI LA LIQUIDACION PUEDE PAGARSE.
       01  LK-CONTROL-PAZ-SALVO.
           03 LK-OPERACION          PIC X(1).
               88 LK-OP-ABRIR       VALUE "A".
               88 LK-OP-CONSULTAR   VALUE "C".
           03 LK-EMPRESA            PIC 9(3).
           03 LK-EMPLEADO           PIC 9(8).
           03 LK-FEC-BAJA           PIC 9(8).
           03 LK-OPERADOR           PIC X(10).
           03 LK-PROGRAMA           PIC X(8).
      *    ESTADO DEL PAZ Y SALVO: ESPACIO SI NO EXISTE, P / C / D.
           03 LK-ESTADO-PYS         PIC X(1).
               88 LK-PYS-LIBERADO   VALUE "C" "D".
           03 LK-OPE-INACTIVADOS    PIC 9(2).
           03 LK-RESULTADO          PIC X(1).
               88 LK-PYS-OK         VALUE "0".
               88 LK-PYS-ERROR      VALUE "1".

       PROCEDURE DIVISION USING LK-CONTROL-PAZ-SALVO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE "0"    TO LK-RESULTADO.
           MOVE SPACE  TO LK-ESTADO-PYS.
           MOVE ZEROS  TO LK-OPE-INACTIVADOS.

           PERFORM 1000-ABRIR-ARCHIVO.

           EVALUATE TRUE
               WHEN LK-OP-ABRIR
                 PERFORM 2000-ABRIR-PAZ-SALVO
               WHEN LK-OP-CONSULTAR
                 PERFORM 3000-CONSULTAR-PAZ-SALVO
               WHEN OTHER
                 DISPLAY "UTIL-PYS: OPERACION INVALIDA - "
                     LK-OPERACION
                 MOVE "1" TO LK-RESULTADO
           END-EVALUATE.

           CLOSE ARCHIVO-PAZ-SALVO.

           GOBACK.

       1000-ABRIR-ARCHIVO.
      *--------------------
           OPEN I-O ARCHIVO-PAZ-SALVO.

           IF FL-PYS NOT = "00"
             CLOSE ARCHIVO-PAZ-SALVO
             OPEN OUTPUT ARCHIVO-PAZ-SALVO
             CLOSE ARCHIVO-PAZ-SALVO
             OPEN I-O ARCHIVO-PAZ-SALVO
           END-IF.

       1100-LEER-PAZ-SALVO.
      *---------------------
           MOVE LK-EMPRESA  TO PYS-COD-EMPRESA.
           MOVE LK-EMPLEADO TO PYS-COD-EMPLEADO.

           READ ARCHIVO-PAZ-SALVO
           END-READ.

           IF FL-PYS = "00"
             MOVE 1 TO WS-BANDERA-EXISTE
           ELSE
             MOVE 0 TO WS-BANDERA-EXISTE
           END-IF.

       2000-ABRIR-PAZ-SALVO.
      *----------------------
      *    UNA BAJA NUEVA (REINGRESO Y SALIDA POSTERIOR) REABRE EL
      *    PAZ Y SALVO ANTERIOR; LA MISMA BAJA NO LO TOCA, PARA NO
      *    PERDER LAS FIRMAS YA DADAS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PAZ-SALVO.

           IF WS-PYS-EXISTE AND PYS-FEC-BAJA = LK-FEC-BAJA
             MOVE PYS-ESTADO TO LK-ESTADO-PYS
             IF PYS-ESTADO = "P"
               PERFORM 2100-INACTIVAR-OPERADORES
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE PYS-DATOS TO WS-ANTES-AUD.

           INITIALIZE PYS-DATOS.
           MOVE LK-EMPRESA    TO PYS-COD-EMPRESA.
           MOVE LK-EMPLEADO   TO PYS-COD-EMPLEADO.
           MOVE WS-FEC-AA     TO PYS-FEC-APE-AA.
           MOVE WS-FEC-MM     TO PYS-FEC-APE-MM.
           MOVE WS-FEC-DD     TO PYS-FEC-APE-DD.
           MOVE LK-FEC-BAJA   TO PYS-FEC-BAJA.
           MOVE LK-OPERADOR   TO PYS-OPE-APERTURA.
           MOVE "P"           TO PYS-FIRMA-SISTEMAS.
           MOVE "P"           TO PYS-FIRMA-FINANZAS.
           MOVE "P"           TO PYS-FIRMA-SUPERVISOR.
           MOVE "P"           TO PYS-ESTADO.

           PERFORM 2100-INACTIVAR-OPERADORES.

           MOVE LK-OPE-INACTIVADOS TO PYS-OPERADORES-INACT.

           IF WS-PYS-EXISTE
             REWRITE PYS-DATOS
             MOVE "U" TO WS-OPERACION-AUD
           ELSE
             WRITE PYS-DATOS
             MOVE SPACES TO WS-ANTES-AUD
             MOVE "C" TO WS-OPERACION-AUD
           END-IF.

           IF FL-PYS = "00"
             MOVE "P" TO LK-ESTADO-PYS
             MOVE "PYS"     TO WS-ARCHIVO-AUD
             MOVE PYS-CLAVE TO WS-CLAVE-AUD
             MOVE PYS-DATOS TO WS-DESPUES-AUD
             PERFORM 5000-AUDITAR
             DISPLAY "SE ABRIO EL PAZ Y SALVO DE SALIDA DEL "
                 "EMPLEADO " LK-EMPLEADO
           ELSE
             DISPLAY "UTIL-PYS: ERROR AL GRABAR EL PAZ Y SALVO - "
                 FL-PYS
             MOVE "1" TO LK-RESULTADO
           END-IF.

       2100-INACTIVAR-OPERADORES.
      *---------------------------
      *    TODO OPERADOR ACTIVO LIGADO AL EMPLEADO QUEDA INACTIVO;
      *    UN EMPLEADO DADO DE BAJA NO CONSERVA ACCESOS AL SISTEMA.
           OPEN I-O ARCHIVO-OPERADORES.
           IF FL-OPE NOT = "00"
             CLOSE ARCHIVO-OPERADORES
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO OPE-ID.
           START ARCHIVO-OPERADORES KEY IS NOT LESS THAN OPE-ID
             INVALID KEY
               MOVE "10" TO FL-OPE
           END-START.

           IF FL-OPE = "00"
             PERFORM 2110-LEER-OPERADOR
           END-IF.

           PERFORM UNTIL FL-OPE NOT = "00"
             IF OPE-COD-EMPLEADO IS NUMERIC AND
                OPE-COD-EMPLEADO = LK-EMPLEADO AND
                OPE-ESTADO = "A"
               PERFORM 2120-INACTIVAR-OPERADOR
             END-IF
             PERFORM 2110-LEER-OPERADOR
           END-PERFORM.

           CLOSE ARCHIVO-OPERADORES.

       2110-LEER-OPERADOR.
      *--------------------
           READ ARCHIVO-OPERADORES NEXT RECORD
           END-READ.

       2120-INACTIVAR-OPERADOR.
      *-------------------------
           MOVE OPE-DATOS TO WS-ANTES-AUD.
           MOVE "I"       TO OPE-ESTADO.

           REWRITE OPE-DATOS.

           IF FL-OPE = "00"
             ADD 1 TO LK-OPE-INACTIVADOS
             MOVE "U"       TO WS-OPERACION-AUD
             MOVE "OPE"     TO WS-ARCHIVO-AUD
             MOVE OPE-ID    TO WS-CLAVE-AUD
             MOVE OPE-DATOS TO WS-DESPUES-AUD
             PERFORM 5000-AUDITAR
             DISPLAY "OPERADOR " OPE-ID " INACTIVADO POR LA BAJA "
                 "DEL EMPLEADO"
           ELSE
             DISPLAY "UTIL-PYS: ERROR AL INACTIVAR EL OPERADOR "
                 OPE-ID " - " FL-OPE
           END-IF.

      *    LA LECTURA SECUENCIAL CONTINUA DESDE EL REGISTRO ACTUAL.
           MOVE "00" TO FL-OPE.

       3000-CONSULTAR-PAZ-SALVO.
      *--------------------------
           PERFORM 1100-LEER-PAZ-SALVO.

           IF WS-PYS-EXISTE
             MOVE PYS-ESTADO TO LK-ESTADO-PYS
           END-IF.

       5000-AUDITAR.
      *--------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

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
           MOVE LK-PROGRAMA      TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE WS-ARCHIVO-AUD   TO AUD-ARCHIVO.
           MOVE WS-CLAVE-AUD     TO AUD-CLAVE.
           MOVE WS-ANTES-AUD     TO AUD-ANTES.
           MOVE WS-DESPUES-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.
