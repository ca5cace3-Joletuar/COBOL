       77  WS-DECORADOR               PIC X(30) VALUE ALL "*-".
       77  WS-ESPACIADO               PIC X(10) VALUE ALL " ".

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

             MOVE ZERO TO PER-ULT-EMP-PROCESADO
             MOVE SPACES TO PER-SOLICITANTE-CIERRE
             MOVE ZEROS TO PER-DIA-CORTE
             MOVE ZEROS TO PER-FEC-PAGO
             DISPLAY "EL PERIODO NO TIENE NOMINA PROCESADA AUN, "
                 "SE REGISTRA COMO ABIERTO"
             WRITE PER-DATOS
               PERFORM 2200-APROBAR-CIERRE
             ELSE
               DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-PER
               MOVE "2100-SOLICITAR-CIERRE" TO WS-ERR-PARRAFO
               MOVE "PER" TO WS-ERR-ARCHIVO
               MOVE FL-PER TO WS-ERR-ESTADO
               MOVE PER-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8000-REGISTRAR-ERROR
             END-IF
           ELSE
             DISPLAY "OPERACION CANCELADA"
      *    LAS CUADRILLAS SEMANALES Y QUINCENALES CIERRAN SUS
      *    SUBPERIODOS EN LA NOMINA DE SUBPERIODOS; EL MES NO SE
      *    PUEDE CERRAR DEJANDO UNO DE ELLOS ABIERTO O A MEDIAS.
      *    LOS SUBPERIODOS PROGRAMADOS POR LA APERTURA DEL ANIO
      *    (ESTADO "G") QUE NUNCA SE CORRIERON NO TIENEN PAGOS Y
      *    NO IMPIDEN EL CIERRE.
           MOVE ZERO TO WS-SUBPERIODOS-ABIERTOS.

           OPEN INPUT ARCHIVO-SUBPERIODOS.
                   SPE-COD-EMPRESA NOT = PER-COD-EMPRESA OR
                   SPE-FEC-AA NOT = PER-FEC-AA OR
                   SPE-FEC-MM NOT = PER-FEC-MM
             IF SPE-ESTADO NOT = "C" AND SPE-ESTADO NOT = "G"
               ADD 1 TO WS-SUBPERIODOS-ABIERTOS
               DISPLAY "SUBPERIODO ABIERTO: " SPE-FRECUENCIA "-"
                   SPE-SECUENCIA " (ESTADO " SPE-ESTADO ")"
                 ELSE
                   DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - "
                       FL-PER
                   MOVE "2200-APROBAR-CIERRE" TO WS-ERR-PARRAFO
                   MOVE "PER" TO WS-ERR-ARCHIVO
                   MOVE FL-PER TO WS-ERR-ESTADO
                   MOVE PER-CLAVE TO WS-ERR-CLAVE
                   MOVE "E" TO WS-ERR-SEVERIDAD
                   PERFORM 8000-REGISTRAR-ERROR
                 END-IF
               WHEN OTHER
                 DISPLAY "DESEA DEVOLVER EL PERIODO A ABIERTO? "
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
                 PERFORM 2211-REGISTRAR-INTENTO-FALLIDO
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       2211-REGISTRAR-INTENTO-FALLIDO.
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
             PERFORM 2212-AUDITAR-BLOQUEO-CUENTA
           END-IF.

       2212-AUDITAR-BLOQUEO-CUENTA.
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
           MOVE "CIER-NOM"       TO AUD-PROGRAMA.
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

       2220-REGISTRAR-AUDITORIA.
      *--------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           WRITE BIT-DATOS.

           CLOSE ARCHIVO-BITACORA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CIER-NOM"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
