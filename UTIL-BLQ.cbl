       FILE-CONTROL.
            COPY "./Copys/FISI-BLQ.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
            COPY "./Copys/LOGI-BLQ.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-BLQ                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
       01  WS-SUPERVISOR-ID         PIC X(10).
       01  WS-CLAVE-SUPERVISOR      PIC X(10).

      *    RESUMEN DE LA CONTRASENIA DIGITADA (UTIL-HSH) PARA
      *    COMPARARLO CON EL GUARDADO EN EL MAESTRO DE OPERADORES.
       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

      *    LA CLAVE DE SUPERVISOR SIGUE LA MISMA POLITICA DEL
      *    INGRESO: LOS FALLOS SE ACUMULAN EN EL OPERADOR Y AL
      *    LLEGAR AL MAXIMO LA CUENTA QUEDA BLOQUEADA.
       77  WS-MAX-INTENTOS-CLAVE    PIC 9(2) VALUE 5.
       01  WS-DETALLE-AUD           PIC X(200).

       LINKAGE SECTION.
      *----------------

      *-------------------------
           MOVE "1" TO LK-RESULTADO.

           OPEN I-O ARCHIVO-OPERADORES.

           IF FL-OPE = "00"
             MOVE WS-SUPERVISOR-ID TO OPE-ID
             MOVE WS-SUPERVISOR-ID TO WS-HSH-OPERADOR
             MOVE WS-CLAVE-SUPERVISOR TO WS-HSH-CLAVE
             CALL "UTIL-HSH" USING WS-CONTROL-CLAVE
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A" AND
                OPE-BLOQUEADO NOT = "S"
               IF OPE-INTENTOS-FALLIDOS IS NOT NUMERIC
                 MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
               END-IF
               IF OPE-PASSWORD = WS-HSH-RESUMEN
                 MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
                 REWRITE OPE-DATOS
                 END-REWRITE
                 IF OPE-ROL = "A" OR OPE-ROL = "N"
                   MOVE "0" TO LK-RESULTADO
                 END-IF
               ELSE
                 PERFORM 2021-REGISTRAR-INTENTO-FALLIDO
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.
                 "EL BLOQUEO SE MANTIENE"
           END-IF.

       2021-REGISTRAR-INTENTO-FALLIDO.
      *-------------------------------
           ADD 1 TO OPE-INTENTOS-FALLIDOS.

           IF OPE-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS-CLAVE
             MOVE "S" TO OPE-BLOQUEADO
           END-IF.

           REWRITE OPE-DATOS
           END-REWRITE.

           IF OPE-BLOQUEADO = "S"
             DISPLAY "SE ALCANZO EL MAXIMO DE INTENTOS: LA CUENTA "
                 OPE-ID " QUEDA BLOQUEADA"
             PERFORM 2022-AUDITAR-BLOQUEO-CUENTA
           END-IF.

       2022-AUDITAR-BLOQUEO-CUENTA.
      *----------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE WS-DETALLE-AUD.
           STRING "CUENTA BLOQUEADA TRAS " OPE-INTENTOS-FALLIDOS
               " INTENTOS FALLIDOS DE CLAVE DE SUPERVISOR"
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

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
           MOVE "UTIL-BLQ"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "U"              TO AUD-OPERACION.
           MOVE "OPE"            TO AUD-ARCHIVO.
           MOVE OPE-ID           TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       3000-LIBERAR-BLOQUEO.
      *----------------------
           MOVE LK-EMPRESA TO BLQ-COD-EMPRESA.
