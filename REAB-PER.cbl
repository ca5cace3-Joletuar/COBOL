
       77  WS-DECORADOR              PIC X(30) VALUE ALL "*-".

      *    RESUMEN DE LA CONTRASENIA DIGITADA (UTIL-HSH) PARA
      *    COMPARARLO CON EL GUARDADO EN EL MAESTRO DE OPERADORES.
       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       77  WS-MAX-INTENTOS-CLAVE    PIC 9(2) VALUE 5.

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

           DISPLAY "INGRESE LA CONTRASENIA DEL SUPERVISOR: ".
           ACCEPT WS-CLAVE-SUPERVISOR.

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
               ELSE
                 PERFORM 2010-REGISTRAR-INTENTO-FALLIDO
               END-IF
             END-IF
             IF FL-OPE NOT = "00" OR OPE-ESTADO NOT = "A" OR
                OPE-PASSWORD NOT = WS-HSH-RESUMEN OR
                OPE-BLOQUEADO = "S" OR
                (OPE-ROL NOT = "A" AND OPE-ROL NOT = "N")
               DISPLAY "CREDENCIALES DE SUPERVISOR INCORRECTAS O "
                   "SIN ROL DE NOMINA O ADMINISTRADOR, "
                 "VOLVERA A EXIGIR LA CONCILIACION"
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL REABRIR - " FL-PER
             MOVE "2000-REABRIR-SUPERVISADO" TO WS-ERR-PARRAFO
             MOVE "PER" TO WS-ERR-ARCHIVO
             MOVE FL-PER TO WS-ERR-ESTADO
             MOVE PER-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       2010-REGISTRAR-INTENTO-FALLIDO.
      *-------------------------------
      *    LA CLAVE DE SUPERVISOR SIGUE LA MISMA POLITICA DEL
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
             PERFORM 2020-AUDITAR-BLOQUEO-CUENTA
           END-IF.

       2020-AUDITAR-BLOQUEO-CUENTA.
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
           MOVE "REAB-PER"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "U"              TO AUD-OPERACION.
           MOVE "OPE"            TO AUD-ARCHIVO.
           MOVE OPE-ID           TO AUD-CLAVE.
           STRING "CUENTA BLOQUEADA TRAS " OPE-INTENTOS-FALLIDOS
               " INTENTOS FALLIDOS DE CLAVE DE SUPERVISOR"
               DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       3000-REGISTRAR-AUDITORIA.
      *--------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "REAB-PER"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
