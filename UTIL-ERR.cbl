      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-ERR.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-ERR.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-ERR.cpy".

       WORKING-STORAGE SECTION.

       01  FL-ERR                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    DOS PROGRAMAS PUEDEN REGISTRAR EN LA MISMA CENTESIMA DE
      *    SEGUNDO; LA SECUENCIA DESEMPATA LA CLAVE.
       77  WS-MAX-SECUENCIA         PIC 9(3) VALUE 999.

       LINKAGE SECTION.
      *----------------

      *    BITACORA CENTRAL DE ERRORES: "R" REGISTRA UNA INCIDENCIA
      *    Y "C" DEVUELVE EN LK-PENDIENTES CUANTOS ERRORES CRITICOS
      *    SIGUEN SIN RECONOCER. SI EL LLAMADOR NO TRAE MENSAJE
      *    SE ARMA CON LA DESCRIPCION DEL FILE STATUS.
       01  LK-CONTROL-ERROR.
           03 LK-OPERACION          PIC X(1).
               88 LK-OP-REGISTRAR   VALUE "R".
               88 LK-OP-CONTAR      VALUE "C".
           03 LK-PROGRAMA           PIC X(8).
           03 LK-PARRAFO            PIC X(30).
           03 LK-ARCHIVO            PIC X(11).
           03 LK-ESTADO-ARCHIVO     PIC XX.
           03 LK-CLAVE              PIC X(20).
           03 LK-SEVERIDAD          PIC X(1).
           03 LK-OPERADOR           PIC X(10).
           03 LK-MENSAJE            PIC X(60).
           03 LK-PENDIENTES         PIC 9(5).
           03 LK-RESULTADO          PIC X(1).
               88 LK-ERROR-OK       VALUE "0".

       PROCEDURE DIVISION USING LK-CONTROL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           EVALUATE TRUE
               WHEN LK-OP-REGISTRAR
                 PERFORM 1000-ABRIR-ARCHIVO
                 PERFORM 2000-REGISTRAR-ERROR
                 CLOSE ARCHIVO-ERRORES
               WHEN LK-OP-CONTAR
                 PERFORM 3000-CONTAR-PENDIENTES
               WHEN OTHER
                 DISPLAY "UTIL-ERR: OPERACION INVALIDA - "
                     LK-OPERACION
                 MOVE "1" TO LK-RESULTADO
           END-EVALUATE.

           GOBACK.

       1000-ABRIR-ARCHIVO.
      *--------------------
           OPEN I-O ARCHIVO-ERRORES.

           IF FL-ERR NOT = "00"
             CLOSE ARCHIVO-ERRORES
             OPEN OUTPUT ARCHIVO-ERRORES
             CLOSE ARCHIVO-ERRORES
             OPEN I-O ARCHIVO-ERRORES
           END-IF.

       2000-REGISTRAR-ERROR.
      *----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE ERR-DATOS.
           MOVE WS-FEC-AA         TO ERR-FEC-AA.
           MOVE WS-FEC-MM         TO ERR-FEC-MM.
           MOVE WS-FEC-DD         TO ERR-FEC-DD.
           MOVE WS-HOR-HH         TO ERR-HOR-HH.
           MOVE WS-HOR-MM         TO ERR-HOR-MM.
           MOVE WS-HOR-SS         TO ERR-HOR-SS.
           MOVE WS-HOR-CC         TO ERR-HOR-CC.
           MOVE 1                 TO ERR-SECUENCIA.

           MOVE LK-PROGRAMA       TO ERR-PROGRAMA.
           MOVE LK-PARRAFO        TO ERR-PARRAFO.
           MOVE LK-ARCHIVO        TO ERR-ARCHIVO.
           MOVE LK-ESTADO-ARCHIVO TO ERR-ESTADO-ARCHIVO.
           MOVE LK-CLAVE          TO ERR-CLAVE-REGISTRO.
           MOVE LK-SEVERIDAD      TO ERR-SEVERIDAD.
           MOVE LK-OPERADOR       TO ERR-OPERADOR.
           MOVE LK-MENSAJE        TO ERR-MENSAJE.
           MOVE "N"               TO ERR-RECONOCIDO.

      *    UN ESTADO 3X O 9X ES UNA FALLA PERMANENTE DEL ARCHIVO O
      *    DEL AMBIENTE, NO DE UN REGISTRO: SIEMPRE ES CRITICO.
           IF LK-ESTADO-ARCHIVO (1:1) = "3" OR
              LK-ESTADO-ARCHIVO (1:1) = "9"
             MOVE "C" TO ERR-SEVERIDAD
           END-IF.

           IF NOT ERR-CRITICO AND NOT ERR-ADVERTENCIA
             MOVE "E" TO ERR-SEVERIDAD
           END-IF.

           IF ERR-MENSAJE = SPACES AND
              LK-ESTADO-ARCHIVO NOT = SPACES
             CALL "UTIL-FS" USING LK-ESTADO-ARCHIVO ERR-MENSAJE
           END-IF.

           WRITE ERR-DATOS
           END-WRITE.

           PERFORM UNTIL FL-ERR NOT = "22" OR
                         ERR-SECUENCIA = WS-MAX-SECUENCIA
             ADD 1 TO ERR-SECUENCIA
             WRITE ERR-DATOS
             END-WRITE
           END-PERFORM.

           IF FL-ERR = "00"
             MOVE "0" TO LK-RESULTADO
           ELSE
             DISPLAY "UTIL-ERR: NO SE PUDO REGISTRAR EL ERROR - "
                 FL-ERR
             MOVE "1" TO LK-RESULTADO
           END-IF.

       3000-CONTAR-PENDIENTES.
      *------------------------
           MOVE ZEROS TO LK-PENDIENTES.
           MOVE "0"   TO LK-RESULTADO.

           OPEN INPUT ARCHIVO-ERRORES.

           IF FL-ERR NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO ERR-CLAVE.
           START ARCHIVO-ERRORES KEY IS NOT LESS THAN ERR-CLAVE
           END-START.

           IF FL-ERR = "00"
             PERFORM 3010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-ERR NOT = "00"
             IF ERR-CRITICO AND ERR-SIN-RECONOCER
               ADD 1 TO LK-PENDIENTES
             END-IF
             PERFORM 3010-LEER-SIGUIENTE
           END-PERFORM.

           CLOSE ARCHIVO-ERRORES.

       3010-LEER-SIGUIENTE.
      *---------------------
           READ ARCHIVO-ERRORES NEXT RECORD
           END-READ.
