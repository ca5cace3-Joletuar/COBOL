      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-HEX.cpy".
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
       WORKING-STORAGE SECTION.

       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-HEX                  PIC XX.
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

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 7.

           GOBACK.

           DISPLAY " 3.- DESCUENTOS".
           DISPLAY " 4.- HORAS EXTRAS".
           DISPLAY " 5.- PRESTAMOS".
           DISPLAY " 6.- HISTORICO DE NOMINAS".
           DISPLAY " 7.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION >= 1 AND WS-OPCION <= 6
             PERFORM 8000-TOMAR-BLOQUEO
             IF WS-BLOQUEO-OK
               PERFORM 1100-PREPARAR-CRONOMETRO
                     MOVE "../Archivos/Reorg-PRE.tmp"
                       TO WS-NOMBRE-DESCARGA
                     PERFORM 6000-REORGANIZAR-PRESTAMOS
                   WHEN 6
                     MOVE "../Archivos/Reorg-NOH.tmp"
                       TO WS-NOMBRE-DESCARGA
                     PERFORM 2500-REORGANIZAR-HISTORICO
               END-EVALUATE
               PERFORM 7000-VERIFICAR-E-INFORMAR
               PERFORM 8010-SOLTAR-BLOQUEO
             END-IF
           ELSE
             IF WS-OPCION NOT = 7
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-DESCARGA.

      *    LA CLAVE POR PERIODO SE ARMA DE NUEVO DESDE LA CLAVE
      *    PRINCIPAL: LA RECARGA RECONSTRUYE EL INDICE ALTERNO Y
      *    COMPLETA LOS REGISTROS GRABADOS ANTES DE EXISTIR.
           PERFORM 2020-LEER-DESCARGA.
           PERFORM UNTIL FL-DSC NOT = "00"
             MOVE DSC-REGISTRO TO NOM-DATOS
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
             IF FL-NOM = "00"
               ADD 1 TO WS-REG-RECARGADOS
               ADD NOM-VALOR TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-NOM
               MOVE "2000-REORGANIZAR-NOMINAS" TO WS-ERR-PARRAFO
               MOVE "NOM" TO WS-ERR-ARCHIVO
               MOVE FL-NOM TO WS-ERR-ESTADO
               MOVE NOM-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
           READ ARCHIVO-DESCARGA
           END-READ.

       2500-REORGANIZAR-HISTORICO.
      *----------------------------
           OPEN INPUT ARCHIVO-NOMINAS-HIST.
           OPEN OUTPUT ARCHIVO-DESCARGA.

           MOVE LOW-VALUES TO NOH-CLAVE.
           START ARCHIVO-NOMINAS-HIST KEY IS NOT LESS THAN NOH-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOH
           END-START.
           IF FL-NOH = "00"
             PERFORM 2510-LEER-HISTORICO
           END-IF.
           PERFORM UNTIL FL-NOH NOT = "00"
             ADD 1 TO WS-REG-DESCARGADOS
             ADD NOH-VALOR TO WS-SUMA-DESCARGA
             MOVE SPACES TO DSC-REGISTRO
             MOVE NOH-DATOS TO DSC-REGISTRO
             WRITE DSC-REGISTRO
             PERFORM 2510-LEER-HISTORICO
           END-PERFORM.

           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-DESCARGA.
           PERFORM 1120-MARCAR-DESCARGA.

           OPEN INPUT ARCHIVO-DESCARGA.
           PERFORM 2020-LEER-DESCARGA.
           PERFORM UNTIL FL-DSC NOT = "00"
             ADD 1 TO WS-REG-VERIFICADOS
             MOVE DSC-REGISTRO TO NOH-DATOS
             ADD NOH-VALOR TO WS-SUMA-VERIFICA
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
           CLOSE ARCHIVO-DESCARGA.

           PERFORM 1140-EVALUAR-DESCARGA.
           IF WS-DESCARGA-DESCUADRADA
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARCHIVO-NOMINAS-HIST.
           OPEN INPUT ARCHIVO-DESCARGA.

           PERFORM 2020-LEER-DESCARGA.
           PERFORM UNTIL FL-DSC NOT = "00"
             MOVE DSC-REGISTRO TO NOH-DATOS
             MOVE NOH-COD-EMPRESA  TO NOH-PER-EMPRESA
             MOVE NOH-FECHA-NOMINA TO NOH-PER-FECHA
             MOVE NOH-TIPO-RUBRO   TO NOH-PER-RUBRO
             MOVE NOH-COD-EMPLEADO TO NOH-PER-EMPLEADO
             WRITE NOH-DATOS
             IF FL-NOH = "00"
               ADD 1 TO WS-REG-RECARGADOS
               ADD NOH-VALOR TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-NOH
               MOVE "2500-REORGANIZAR-HISTORICO" TO WS-ERR-PARRAFO
               MOVE "NOH" TO WS-ERR-ARCHIVO
               MOVE FL-NOH TO WS-ERR-ESTADO
               MOVE NOH-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.

           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-DESCARGA.
           PERFORM 1130-MARCAR-RECARGA.

       2510-LEER-HISTORICO.
      *---------------------
           READ ARCHIVO-NOMINAS-HIST NEXT RECORD
           END-READ.

       3000-REORGANIZAR-EMPLEADOS.
      *----------------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
               ADD EMP-SUELDO-ACTUAL TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-EMP
               MOVE "3000-REORGANIZAR-EMPLEADOS" TO WS-ERR-PARRAFO
               MOVE "EMP" TO WS-ERR-ARCHIVO
               MOVE FL-EMP TO WS-ERR-ESTADO
               MOVE EMP-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
               ADD DES-VALOR TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-DES
               MOVE "4000-REORGANIZAR-DESCUENTOS" TO WS-ERR-PARRAFO
               MOVE "DES" TO WS-ERR-ARCHIVO
               MOVE FL-DES TO WS-ERR-ESTADO
               MOVE DES-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
               ADD HEX-VALOR-HORAS TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-HEX
               MOVE "5000-REORGANIZAR-HORAS" TO WS-ERR-PARRAFO
               MOVE "HEX" TO WS-ERR-ARCHIVO
               MOVE FL-HEX TO WS-ERR-ESTADO
               MOVE HEX-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
               ADD PRE-SALDO TO WS-SUMA-RECARGA
             ELSE
               DISPLAY "ERROR AL RECARGAR UN REGISTRO - " FL-PRE
               MOVE "6000-REORGANIZAR-PRESTAMOS" TO WS-ERR-PARRAFO
               MOVE "PRE" TO WS-ERR-ARCHIVO
               MOVE FL-PRE TO WS-ERR-ESTADO
               MOVE PRE-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
             END-IF
             PERFORM 2020-LEER-DESCARGA
           END-PERFORM.
           MOVE "L" TO WS-BLQ-OPERACION.

           CALL "UTIL-BLQ" USING WS-CONTROL-BLOQUEO.

       8100-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "UTIL-REO"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
