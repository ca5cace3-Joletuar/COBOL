            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-CGL.cpy".
            COPY "./Copys/FISI-CGD.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-RUB.cpy".

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-CON.txt"
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-CGL.cpy".
            COPY "./Copys/LOGI-CGD.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-RUB.cpy".

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).
       01  FL-PER                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-CGD                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-INT                  PIC XX.

       01  WS-PARAMETROS-INTERFAZ.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    NATURALEZA DE CADA RUBRO; LOS BENEFICIOS EN ESPECIE (B)
      *    NO SE PAGAN Y NO GENERAN ASIENTO DE NOMINA.
       01  WS-TABLA-RUBROS.
           03 WS-RUB-NAT            PIC X(1) OCCURS 99 TIMES.

      *    ACUMULADOR DE VALORES DEL PERIODO POR RUBRO Y
      *    DEPARTAMENTO DENTRO DE LA OFICINA QUE SE ESTA
      *    PROCESANDO (EL SUBINDICE DE DEPARTAMENTO ES EL CODIGO

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

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
               PERFORM 3000-GENERAR-INTERFAZ
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-CONTABLE.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN OUTPUT ARCHIVO-INTERFAZ.

           OPEN INPUT ARCHIVO-CONTABLE-DET.
             OPEN INPUT ARCHIVO-CONTABLE-DET
           END-IF.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-CONTABLE.
           CLOSE ARCHIVO-CONTABLE-DET.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-INTERFAZ.

       2000-PEDIR-PARAMETROS.
                 " NO ESTA CERRADO PARA ESTA EMPRESA"
           END-IF.

       2100-CARGAR-RUBROS.
      *--------------------
           MOVE SPACES TO WS-TABLA-RUBROS.

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

       3000-GENERAR-INTERFAZ.
      *-----------------------
           MOVE ZERO TO WS-TOTAL-DEBE WS-TOTAL-HABER.

       3030-ACUMULAR-RUBROS-EMPLEADO.
      *-------------------------------
      *    LA LECTURA SE POSICIONA EN EL MES DEL EMPLEADO Y SE
      *    DETIENE AL CAMBIAR DE EMPLEADO O DE PERIODO.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-CON-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-CON-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
             PERFORM 3031-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                   NOM-FEC-NOMINA-AA NOT = WS-CON-FEC-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-CON-FEC-MM
             IF NOM-TIPO-RUBRO > ZEROS AND
                WS-RUB-NAT(NOM-TIPO-RUBRO) NOT = "B"
               COMPUTE WS-IND-DEP = EMP-COD-DEPARTAMENTO + 1
               ADD NOM-VALOR
                 TO WS-TOTAL-RUBRO(NOM-TIPO-RUBRO WS-IND-DEP)
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

           PERFORM 3032-DESCONTAR-CORRIDAS-ESP.

       3031-LEER-RUBRO.
      *------------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3032-DESCONTAR-CORRIDAS-ESP.
      *-----------------------------
      *    LAS CORRIDAS ESPECIALES DEL PERIODO SE ACUMULAN EN LA
      *    NOMINA DEL MES PERO TIENEN SU PROPIO EXTRACTO CONTABLE;
      *    SU PARTE SE QUITA AQUI PARA NO CONTABILIZARLA DOS VECES.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-CON-FEC-AA TO ESP-FEC-AA.
           MOVE WS-CON-FEC-MM TO ESP-FEC-MM.
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
                   ESP-FEC-AA NOT = WS-CON-FEC-AA OR
                   ESP-FEC-MM NOT = WS-CON-FEC-MM
             IF ESP-COD-EMPLEADO = EMP-CLAVE AND
                ESP-ESTADO = "A" AND
                ESP-TIPO-RUBRO > ZEROS
               COMPUTE WS-IND-DEP = EMP-COD-DEPARTAMENTO + 1
               IF WS-TOTAL-RUBRO(ESP-TIPO-RUBRO WS-IND-DEP) >
                  ESP-VALOR
                 SUBTRACT ESP-VALOR
                   FROM WS-TOTAL-RUBRO(ESP-TIPO-RUBRO WS-IND-DEP)
               ELSE
                 MOVE ZERO
                   TO WS-TOTAL-RUBRO(ESP-TIPO-RUBRO WS-IND-DEP)
               END-IF
             END-IF
             PERFORM 3033-LEER-CORRIDA-ESP
           END-PERFORM.

       3033-LEER-CORRIDA-ESP.
      *-----------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       3040-ESCRIBIR-ASIENTOS-OFICINA.
      *--------------------------------
      *    CADA RUBRO/DEPARTAMENTO CON VALOR GENERA SU PAREJA
             DISPLAY "RUBRO " WS-IND-RUBRO " DE LA OFICINA "
                 OFI-CLAVE " DEPARTAMENTO " WS-DEP-REAL
                 " SIN MAPEO CONTABLE ACTIVO"
             MOVE "3050-ESCRIBIR-PAREJA-ASIENTO" TO WS-ERR-PARRAFO
             MOVE "CGD" TO WS-ERR-ARCHIVO
             MOVE FL-CGD TO WS-ERR-ESTADO
             MOVE OFI-CLAVE TO WS-ERR-CLAVE
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "RUBRO SIN MAPEO CONTABLE ACTIVO" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           ELSE
             MOVE "D"                TO INT-TIPO-LINEA
             MOVE WS-CIA-CODIGO      TO INT-EMPRESA
             DISPLAY "TOTAL DEBE:  " WS-TOTAL-DEBE
             DISPLAY "TOTAL HABER: " WS-TOTAL-HABER
             DISPLAY "EL ARCHIVO DE INTERFAZ SE DEJO VACIO"
             MOVE "3060-VERIFICAR-CUADRE" TO WS-ERR-PARRAFO
             MOVE "INT" TO WS-ERR-ARCHIVO
             MOVE FL-INT TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "EXTRACTO CONTABLE RECHAZADO Y VACIADO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             DISPLAY WS-DECORADOR
           ELSE
             DISPLAY WS-DECORADOR
             DISPLAY "ARCHIVO: ../Archivos/Interfaz-CON.txt"
             DISPLAY WS-DECORADOR
           END-IF.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-CON"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
