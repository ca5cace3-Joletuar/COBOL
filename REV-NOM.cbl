            COPY "./Copys/FISI-CGD.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-SPE.cpy".
            COPY "./Copys/FISI-RUB.cpy".

            SELECT ARCHIVO-INTERFAZ-REV
              ASSIGN TO "../Archivos/Interfaz-REV.txt"
            COPY "./Copys/LOGI-CGD.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-SPE.cpy".
            COPY "./Copys/LOGI-RUB.cpy".

       FD  ARCHIVO-INTERFAZ-REV.
       01  INT-LINEA                    PIC X(50).
       01  FL-CGD                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-SPE                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-INT                  PIC XX.

       01  WS-PARAMETROS-REVERSO.
      *    ENFERMEDAD (18), EMBARGOS (30) Y DESCUENTOS POSTEADOS
      *    (50-99). LOS RUBROS DE PROCESOS ANUALES (06/07),
      *    LIQUIDACIONES (11-14) Y RETROACTIVOS (10/15) TIENEN SU
      *    PROPIO PROCESO Y NO SE TOCAN. LOS BENEFICIOS EN ESPECIE
      *    (NATURALEZA B) TAMBIEN LOS GENERA LA CORRIDA Y SE BORRAN,
      *    PERO NO TIENEN ASIENTO QUE REVERSAR.
       01  WS-RUBROS-GENERADOS.
           03 FILLER                PIC 9(2) VALUE 1.
           03 FILLER                PIC 9(2) VALUE 2.

       01  WS-IND-RUBRO             PIC 9(2) COMP.

       01  WS-NATURALEZAS-RUBRO.
           03 WS-RUB-NAT            PIC X(1) OCCURS 99 TIMES.

       01  WS-BANDERA-GENERADO      PIC 9.
           88 WS-RUBRO-ES-GENERADO      VALUE 1.
           88 WS-RUBRO-NO-ES-GENERADO   VALUE 0.
           03 WS-BLQ-RESULTADO      PIC X(1).
               88 WS-BLOQUEO-OK     VALUE "0".

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

             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-PERIODO
             IF WS-CAMPOS-CORRECTO
               PERFORM 2100-CARGAR-RUBROS
               PERFORM 3000-REVERSAR-PERIODO
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CONTABLE.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-RUBROS.

           OPEN I-O ARCHIVO-SUBPERIODOS.
           IF FL-SPE NOT = "00"
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-VACACIONES.
           CLOSE ARCHIVO-MORAS.
           CLOSE ARCHIVO-RUBROS.

       2000-PEDIR-PARAMETROS.
      *----------------------
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       2100-CARGAR-RUBROS.
      *--------------------
           MOVE SPACES TO WS-NATURALEZAS-RUBRO.

           MOVE LOW-VALUES TO RUB-CODIGO.

           START ARCHIVO-RUBROS KEY IS NOT LESS THAN RUB-CODIGO
             INVALID KEY
               MOVE "10" TO FL-RUB
           END-START.

           IF FL-RUB = "00"
             PERFORM 2110-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-RUB NOT = "00"
             IF RUB-CODIGO > ZEROS AND RUB-CODIGO < 100
               MOVE RUB-NATURALEZA TO WS-RUB-NAT(RUB-CODIGO)
             END-IF
             PERFORM 2110-LEER-RUBRO
           END-PERFORM.

       2110-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-RUBROS NEXT RECORD
           END-READ.

       3000-REVERSAR-PERIODO.
      *-----------------------
           INITIALIZE WS-CONTADORES-REVERSO.
      *------------------------------
           MOVE ZERO TO WS-RUBROS-ACTUAL WS-VALOR-ACTUAL.

           PERFORM 3011-POSICIONAR-PERIODO.

           IF FL-NOM = "00"
             PERFORM 3011-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-REV-FEC-AA OR
                   NOM-PER-MM NOT = WS-REV-FEC-MM
             PERFORM 3015-CLASIFICAR-RUBRO
             IF WS-RUBRO-ES-GENERADO
               ADD 1 TO WS-RUBROS-ACTUAL
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3011-POSICIONAR-PERIODO.
      *-------------------------
      *    LOS RUBROS DE LA CORRIDA SE RECORREN POR LA CLAVE DE
      *    PERIODO: SOLO SE LEE EL MES REVERSADO DE LA EMPRESA.
           MOVE WS-CIA-CODIGO TO NOM-PER-EMPRESA.
           MOVE WS-REV-FEC-AA TO NOM-PER-AA.
           MOVE WS-REV-FEC-MM TO NOM-PER-MM.
           MOVE ZEROS         TO NOM-PER-RUBRO.
           MOVE ZEROS         TO NOM-PER-EMPLEADO.

           START ARCHIVO-NOMINAS
               KEY IS NOT LESS THAN NOM-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

       3015-CLASIFICAR-RUBRO.
      *-----------------------
           MOVE 0 TO WS-BANDERA-GENERADO.
             IF NOM-TIPO-RUBRO > 49
               MOVE 1 TO WS-BANDERA-GENERADO
             END-IF
             IF NOM-TIPO-RUBRO > ZEROS AND
                WS-RUB-NAT(NOM-TIPO-RUBRO) = "B"
               MOVE 1 TO WS-BANDERA-GENERADO
             END-IF
           END-IF.

       3019-GENERAR-EXTRACTO-REVERSO.

       3014-ACUMULAR-RUBROS-EMPLEADO.
      *-------------------------------
           PERFORM 3011-POSICIONAR-PERIODO.

           IF FL-NOM = "00"
             PERFORM 3011-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-REV-FEC-AA OR
                   NOM-PER-MM NOT = WS-REV-FEC-MM
             PERFORM 3015-CLASIFICAR-RUBRO
             IF WS-RUBRO-ES-GENERADO AND
                NOM-COD-EMPLEADO = EMP-CLAVE AND
                NOM-TIPO-RUBRO > ZEROS AND NOM-TIPO-RUBRO < 100 AND
                WS-RUB-NAT(NOM-TIPO-RUBRO) NOT = "B"
               COMPUTE WS-IND-DEP = EMP-COD-DEPARTAMENTO + 1
               ADD NOM-VALOR TO
                   WS-REV-RUBRO-VAL(NOM-TIPO-RUBRO WS-IND-DEP)

       3020-ELIMINAR-RUBROS.
      *----------------------
           PERFORM 3011-POSICIONAR-PERIODO.

           IF FL-NOM = "00"
             PERFORM 3011-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-REV-FEC-AA OR
                   NOM-PER-MM NOT = WS-REV-FEC-MM
             PERFORM 3015-CLASIFICAR-RUBRO
             IF WS-RUBRO-ES-GENERADO
               DELETE ARCHIVO-NOMINAS
                 ADD 1 TO WS-TOTAL-ERRORES
                 DISPLAY "ERROR AL ELIMINAR LA CUOTA DEL EMPLEADO "
                     DES-COD-EMPLEADO " - " FL-DES
                 MOVE "3023-REVERSAR-CUOTAS-PRESTAMO" TO WS-ERR-PARRAFO
                 MOVE "DES" TO WS-ERR-ARCHIVO
                 MOVE FL-DES TO WS-ERR-ESTADO
                 MOVE DES-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
                 MOVE "00" TO FL-DES
               END-IF
             END-IF

           IF FL-PER NOT = "00"
             DISPLAY "ERROR AL RESTABLECER EL PERIODO - " FL-PER
             MOVE "3030-RESTABLECER-PERIODO" TO WS-ERR-PARRAFO
             MOVE "PER" TO WS-ERR-ARCHIVO
             MOVE FL-PER TO WS-ERR-ESTADO
             MOVE PER-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3040-REGISTRAR-AUDITORIA.
               WS-MORAS-ELIMINADAS.
           DISPLAY "PERIODO RESTABLECIDO A ABIERTO, CHECKPOINT EN 0".
           DISPLAY WS-DECORADOR.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "REV-NOM"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
