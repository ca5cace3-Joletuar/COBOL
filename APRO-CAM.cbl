       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

      *    RESUMEN DE LA CONTRASENIA DIGITADA (UTIL-HSH) PARA
      *    COMPARARLO CON EL GUARDADO EN EL MAESTRO DE OPERADORES.
       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       77  WS-MAX-INTENTOS-CLAVE    PIC 9(2) VALUE 5.

       LINKAGE SECTION.
      *----------------

      *------------------------
           MOVE 0 TO WS-BANDERA-APROBADOR.

           OPEN I-O ARCHIVO-OPERADORES.

           IF FL-OPE = "00"
             MOVE WS-APROBADOR-ID TO OPE-ID
             MOVE WS-APROBADOR-ID TO WS-HSH-OPERADOR
             MOVE WS-CLAVE-APROBADOR TO WS-HSH-CLAVE
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
                   MOVE 1 TO WS-BANDERA-APROBADOR
                 END-IF
               ELSE
                 PERFORM 3110-REGISTRAR-INTENTO-FALLIDO
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       3110-REGISTRAR-INTENTO-FALLIDO.
      *-------------------------------
      *    LA CLAVE DE APROBADOR SIGUE LA MISMA POLITICA DEL
      *    INGRESO: LOS FALLOS SE ACUMULAN EN EL OPERADOR Y AL
      *    LLEGAR AL MAXIMO LA CUENTA QUEDA BLOQUEADA.
           ADD 1 TO OPE-INTENTOS-FALLIDOS.

           IF OPE-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS-CLAVE
             MOVE "S" TO OPE-BLOQUEADO
           END-IF.

           REWRITE OPE-DATOS
           END-REWRITE.

           IF OPE-BLOQUEADO = "S"
             DISPLAY "SE ALCANZO EL MAXIMO DE INTENTOS: LA CUENTA "
                 OPE-ID " QUEDA BLOQUEADA"
             PERFORM 3120-AUDITAR-BLOQUEO-CUENTA
           END-IF.

       3120-AUDITAR-BLOQUEO-CUENTA.
      *----------------------------
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
           MOVE "APRO-CAM"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "U"              TO AUD-OPERACION.
           MOVE "OPE"            TO AUD-ARCHIVO.
           MOVE OPE-ID           TO AUD-CLAVE.
           STRING "CUENTA BLOQUEADA TRAS " OPE-INTENTOS-FALLIDOS
               " INTENTOS FALLIDOS DE CLAVE DE APROBADOR"
               DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       4000-APLICAR-CAMBIO.
      *---------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
