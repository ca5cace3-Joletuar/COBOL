      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-ROS.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-ROT.cpy".
            COPY "./Copys/FISI-ROS.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-ROT.cpy".
            COPY "./Copys/LOGI-ROS.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-ROT                  PIC XX.
       01  FL-ROS                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    GENERACION DEL ROL DE TURNOS: PARA CADA EMPLEADO Y CADA
      *    DIA DEL RANGO SE ASIGNA EL TURNO DE LA SEMANA DEL CICLO
      *    QUE CORRESPONDE. LA SEMANA CAMBIA CADA 7 DIAS CONTADOS
      *    DESDE LA FECHA INICIAL, EMPEZANDO POR LA SEMANA INDICADA.
      *    LOS DIAS YA GENERADOS (G) SE REEMPLAZAN; LOS CAMBIOS
      *    MANUALES (M) E INTERCAMBIOS (I) SE CONSERVAN.
       77  WS-MAX-DIAS-ROL          PIC 9(3) VALUE 366.

       01  WS-PARAMETROS-ROS.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ROS-COD-EMPLEADO   PIC 9(8).
           03 WS-ROS-COD-OFICINA    PIC 9(3).
           03 WS-ROS-COD-ROTACION   PIC 9(2).
           03 WS-ROS-SEMANA-INICIAL PIC 9(1).
           03 WS-ROS-DESDE.
              05 WS-ROS-DESDE-AA    PIC 9(4).
              05 WS-ROS-DESDE-MM    PIC 9(2).
              05 WS-ROS-DESDE-DD    PIC 9(2).
           03 WS-ROS-DESDE-NUM REDEFINES WS-ROS-DESDE PIC 9(8).
           03 WS-ROS-HASTA.
              05 WS-ROS-HASTA-AA    PIC 9(4).
              05 WS-ROS-HASTA-MM    PIC 9(2).
              05 WS-ROS-HASTA-DD    PIC 9(2).
           03 WS-ROS-HASTA-NUM REDEFINES WS-ROS-HASTA PIC 9(8).

       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FUTURO         PIC X(1).
           03 WS-VAL-PERIODO        PIC X(1).
           03 WS-VAL-EMPRESA        PIC 9(3).
           03 WS-VAL-RESULTADO      PIC X(1).
               88 WS-FECHA-VALIDA   VALUE "0".
           03 WS-VAL-MENSAJE        PIC X(60).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA PIC 9(8).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-CONTROL-DIAS.
           03 WS-DESDE-INT          PIC 9(8).
           03 WS-HASTA-INT          PIC 9(8).
           03 WS-INGRESO-INT        PIC 9(8).
           03 WS-DIA-INT            PIC 9(8).
           03 WS-DIAS-RANGO         PIC 9(4).
           03 WS-DIA-FECHA          PIC 9(8).
           03 WS-SEMANAS-TRANS      PIC 9(4).
           03 WS-SEMANA-CICLO       PIC 9(2).
           03 WS-TURNO-ASIGNADO     PIC 9(2).

       01  WS-TOTALES-EMPLEADO.
           03 WS-DIAS-GENERADOS     PIC 9(4).
           03 WS-DIAS-CONSERVADOS   PIC 9(4).

       01  WS-TOTALES-PROCESO.
           03 WS-TOTAL-EMPLEADOS    PIC 9(6).
           03 WS-TOTAL-GENERADOS    PIC 9(8).
           03 WS-TOTAL-CONSERVADOS  PIC 9(8).
           03 WS-TOTAL-ERRORES      PIC 9(6).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-FIN           PIC 9.
       01  WS-CONFIRMA              PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

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

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-PARAMETROS-ROS WS-TOTALES-PROCESO.

           DISPLAY WS-ESPACIADO.
           DISPLAY "--- GENERACION DEL ROL DE TURNOS ROTATIVOS ---".
           DISPLAY WS-ESPACIADO.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1100-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1200-VALIDAR-PARAMETROS
           END-IF.

           IF WS-CAMPOS-CORRECTO
             DISPLAY "ROTACION: " ROT-DESCRIPCION
             COMPUTE WS-DIAS-RANGO = WS-HASTA-INT - WS-DESDE-INT + 1
             DISPLAY "DESDE " WS-ROS-DESDE-NUM " HASTA "
                 WS-ROS-HASTA-NUM " (" WS-DIAS-RANGO " DIAS)"
             DISPLAY "CONFIRMA LA GENERACION DEL ROL (S/N): "
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 2000-GENERAR-ROL
               PERFORM 2900-MOSTRAR-RESUMEN
             ELSE
               DISPLAY "GENERACION CANCELADA"
             END-IF
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-ROTACIONES.
           IF FL-ROT NOT = "00"
             OPEN OUTPUT ARCHIVO-ROTACIONES
             CLOSE ARCHIVO-ROTACIONES
             OPEN INPUT ARCHIVO-ROTACIONES
           END-IF.

           OPEN I-O ARCHIVO-ROL-TURNOS.
           IF FL-ROS NOT = "00"
             CLOSE ARCHIVO-ROL-TURNOS
             OPEN OUTPUT ARCHIVO-ROL-TURNOS
             CLOSE ARCHIVO-ROL-TURNOS
             OPEN I-O ARCHIVO-ROL-TURNOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-ROTACIONES.
           CLOSE ARCHIVO-ROL-TURNOS.

       1100-PEDIR-PARAMETROS.
      *----------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL CODIGO DE LA ROTACION: ".
           ACCEPT WS-ROS-COD-ROTACION.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO (0 = TODOS): ".
           ACCEPT WS-ROS-COD-EMPLEADO.
           IF WS-ROS-COD-EMPLEADO IS NUMERIC AND
              WS-ROS-COD-EMPLEADO = ZEROS
             DISPLAY "INGRESE EL CODIGO DE LA OFICINA (0 = TODAS): "
             ACCEPT WS-ROS-COD-OFICINA
           END-IF.
           DISPLAY "INGRESE LA FECHA INICIAL (AAAAMMDD): ".
           ACCEPT WS-ROS-DESDE.
           DISPLAY "INGRESE LA FECHA FINAL (AAAAMMDD): ".
           ACCEPT WS-ROS-HASTA.
           DISPLAY "INGRESE LA SEMANA DEL CICLO CON LA QUE INICIA: ".
           ACCEPT WS-ROS-SEMANA-INICIAL.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ROS-COD-ROTACION IS NOT NUMERIC OR
                    WS-ROS-COD-ROTACION <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA ROTACION"
               WHEN WS-ROS-COD-EMPLEADO IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL EMPLEADO"
               WHEN WS-ROS-COD-OFICINA IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA OFICINA"
               WHEN WS-ROS-SEMANA-INICIAL IS NOT NUMERIC OR
                    WS-ROS-SEMANA-INICIAL <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA SEMANA INICIAL"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 PERFORM 1110-VALIDAR-FECHAS
           END-EVALUATE.

       1110-VALIDAR-FECHAS.
      *--------------------
           MOVE WS-ROS-DESDE       TO WS-VAL-FECHA.
           MOVE "N"                TO WS-VAL-FUTURO.
           MOVE "N"                TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO      TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "FECHA INICIAL: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-HASTA       TO WS-VAL-FECHA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "FECHA FINAL: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DESDE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROS-DESDE-NUM).
           COMPUTE WS-HASTA-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROS-HASTA-NUM).

           EVALUATE TRUE
               WHEN WS-HASTA-INT < WS-DESDE-INT
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FINAL ES ANTERIOR A LA INICIAL"
               WHEN WS-HASTA-INT - WS-DESDE-INT + 1 > WS-MAX-DIAS-ROL
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ROL NO PUEDE SUPERAR " WS-MAX-DIAS-ROL
                     " DIAS POR GENERACION"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1200-VALIDAR-PARAMETROS.
      *------------------------
           MOVE WS-ROS-COD-ROTACION TO ROT-CODIGO.
           READ ARCHIVO-ROTACIONES
           END-READ.

           EVALUATE TRUE
               WHEN FL-ROT NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA ROTACION NO EXISTE"
               WHEN ROT-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA ROTACION ESTA INACTIVA"
               WHEN WS-ROS-SEMANA-INICIAL > ROT-NUM-SEMANAS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA ROTACION SOLO TIENE " ROT-NUM-SEMANAS
                     " SEMANAS"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-CAMPOS-CORRECTO AND WS-ROS-COD-EMPLEADO > ZEROS
             MOVE WS-ROS-COD-EMPLEADO TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             EVALUATE TRUE
                 WHEN FL-EMP NOT = "00"
                   MOVE 0 TO WS-BANDERA-CAMPOS
                   DISPLAY "EL EMPLEADO NO EXISTE"
                 WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                   MOVE 0 TO WS-BANDERA-CAMPOS
                   DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA"
                 WHEN EMP-ESTADO NOT = "A"
                   MOVE 0 TO WS-BANDERA-CAMPOS
                   DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF.

       2000-GENERAR-ROL.
      *-----------------
           IF WS-ROS-COD-EMPLEADO > ZEROS
             PERFORM 2100-GENERAR-EMPLEADO
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-FIN.
           MOVE ZEROS TO EMP-CLAVE.
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE 1 TO WS-BANDERA-FIN
           END-START.

           PERFORM UNTIL WS-BANDERA-FIN = 1
             READ ARCHIVO-EMPLEADOS NEXT RECORD
               AT END
                 MOVE 1 TO WS-BANDERA-FIN
             END-READ
             IF WS-BANDERA-FIN = 0
               IF EMP-ESTADO = "A" AND
                  EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                  (WS-ROS-COD-OFICINA = ZEROS OR
                   EMP-COD-OFICINA = WS-ROS-COD-OFICINA)
                 PERFORM 2100-GENERAR-EMPLEADO
               END-IF
             END-IF
           END-PERFORM.

       2100-GENERAR-EMPLEADO.
      *----------------------
      *    NO SE ASIGNAN TURNOS ANTES DE LA FECHA DE INGRESO.
           INITIALIZE WS-TOTALES-EMPLEADO.
           ADD 1 TO WS-TOTAL-EMPLEADOS.

           MOVE WS-DESDE-INT TO WS-INGRESO-INT.
           IF EMP-FEC-INGRESO IS NUMERIC AND
              EMP-FEC-INGRESO-AA > ZEROS
             MOVE EMP-FEC-INGRESO TO WS-DIA-FECHA
             COMPUTE WS-INGRESO-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DIA-FECHA)
           END-IF.

           PERFORM VARYING WS-DIA-INT FROM WS-DESDE-INT BY 1
                   UNTIL WS-DIA-INT > WS-HASTA-INT
             IF WS-DIA-INT >= WS-INGRESO-INT
               PERFORM 2110-ASIGNAR-DIA
             END-IF
           END-PERFORM.

           ADD WS-DIAS-GENERADOS   TO WS-TOTAL-GENERADOS.
           ADD WS-DIAS-CONSERVADOS TO WS-TOTAL-CONSERVADOS.

           DISPLAY EMP-CLAVE " " EMP-NOMBRES " GENERADOS: "
               WS-DIAS-GENERADOS " CONSERVADOS: " WS-DIAS-CONSERVADOS.

           IF WS-DIAS-GENERADOS > ZEROS
             PERFORM 5000-AUDITAR-GENERACION
           END-IF.

       2110-ASIGNAR-DIA.
      *-----------------
           COMPUTE WS-SEMANAS-TRANS = (WS-DIA-INT - WS-DESDE-INT) / 7.
           COMPUTE WS-SEMANA-CICLO =
               FUNCTION MOD (WS-SEMANAS-TRANS +
                             WS-ROS-SEMANA-INICIAL - 1,
                             ROT-NUM-SEMANAS) + 1.
           MOVE ROT-TURNO-SEMANA (WS-SEMANA-CICLO)
             TO WS-TURNO-ASIGNADO.

           COMPUTE WS-DIA-FECHA = FUNCTION DATE-OF-INTEGER (WS-DIA-INT).

           MOVE EMP-CLAVE    TO ROS-COD-EMPLEADO.
           MOVE WS-DIA-FECHA TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00" AND ROS-ESTADO = "A" AND
              (ROS-ORIGEN = "M" OR ROS-ORIGEN = "I")
             ADD 1 TO WS-DIAS-CONSERVADOS
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE WS-CIA-CODIGO        TO ROS-COD-EMPRESA.
           MOVE WS-TURNO-ASIGNADO    TO ROS-COD-TURNO.
           MOVE "G"                  TO ROS-ORIGEN.
           MOVE WS-ROS-COD-ROTACION  TO ROS-COD-ROTACION.
           MOVE ZEROS                TO ROS-EMP-INTERCAMBIO.
           MOVE LK-OPERADOR          TO ROS-OPERADOR.
           MOVE WS-FECHA-SISTEMA-NUM TO ROS-FEC-REGISTRO.
           MOVE "A"                  TO ROS-ESTADO.

           IF FL-ROS = "00"
             REWRITE ROS-DATOS
             END-REWRITE
           ELSE
             WRITE ROS-DATOS
             END-WRITE
           END-IF.

           IF FL-ROS = "00"
             ADD 1 TO WS-DIAS-GENERADOS
           ELSE
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL GRABAR EL ROL DEL EMPLEADO "
                 EMP-CLAVE " FECHA " WS-DIA-FECHA " - " FL-ROS
             MOVE "2110-ASIGNAR-DIA" TO WS-ERR-PARRAFO
             MOVE "ROS" TO WS-ERR-ARCHIVO
             MOVE FL-ROS TO WS-ERR-ESTADO
             MOVE ROS-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       2900-MOSTRAR-RESUMEN.
      *---------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADOS PROCESADOS:     " WS-TOTAL-EMPLEADOS.
           DISPLAY "DIAS GENERADOS:           " WS-TOTAL-GENERADOS.
           DISPLAY "DIAS CONSERVADOS (M / I): " WS-TOTAL-CONSERVADOS.
           DISPLAY "ERRORES DE GRABACION:     " WS-TOTAL-ERRORES.
           DISPLAY WS-DECORADOR.

       5000-AUDITAR-GENERACION.
      *------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ROTACION " WS-ROS-COD-ROTACION
                  " DESDE " WS-ROS-DESDE-NUM
                  " HASTA " WS-ROS-HASTA-NUM
                  " SEMANA INICIAL " WS-ROS-SEMANA-INICIAL
                  " GENERADOS " WS-DIAS-GENERADOS
                  " CONSERVADOS " WS-DIAS-CONSERVADOS
             DELIMITED BY SIZE
             INTO WS-DETALLE-AUD
           END-STRING.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "GEN-ROS"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "C"              TO AUD-OPERACION.
           MOVE "ROS"            TO AUD-ARCHIVO.
           MOVE EMP-CLAVE        TO AUD-CLAVE.
           MOVE SPACES           TO AUD-ANTES.
           MOVE WS-DETALLE-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-ROS"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
