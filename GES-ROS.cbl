      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-ROS.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-TUR.cpy".
            COPY "./Copys/FISI-ROS.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-TUR.cpy".
            COPY "./Copys/LOGI-ROS.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-TUR                  PIC XX.
       01  FL-ROS                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    ROL DE TURNOS POR EMPLEADO Y FECHA. EL TURNO DE UN DIA ES
      *    EL DEL ROL SI HAY UNA ENTRADA ACTIVA; SI NO, EL TURNO FIJO
      *    DEL EMPLEADO. AQUI SE CONSULTA EL ROL, SE CAMBIA UN DIA A
      *    MANO (M), SE INTERCAMBIAN LOS TURNOS DE DOS EMPLEADOS EN
      *    UNA FECHA (I) Y SE ANULA UNA ENTRADA PARA VOLVER AL TURNO
      *    FIJO.
       77  WS-MAX-DIAS-CONSULTA     PIC 9(3) VALUE 62.

       01  WS-PARAMETROS-ROS.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ROS-EMPLEADO-1     PIC 9(8).
           03 WS-ROS-EMPLEADO-2     PIC 9(8).
           03 WS-ROS-TURNO-NUEVO    PIC 9(2).
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

      *    RESULTADO DE RESOLVER EL TURNO DE UN EMPLEADO EN UNA FECHA.
       01  WS-RESOLUCION-TURNO.
           03 WS-RES-EMPLEADO       PIC 9(8).
           03 WS-RES-FECHA          PIC 9(8).
           03 WS-RES-TURNO          PIC 9(2).
           03 WS-RES-ORIGEN         PIC X(1).
           03 WS-RES-INTERCAMBIO    PIC 9(8).
           03 WS-BANDERA-ROL        PIC 9.
               88 WS-HAY-ROL            VALUE 1.
               88 WS-SIN-ROL            VALUE 0.

       01  WS-INTERCAMBIO.
           03 WS-TURNO-EMPLEADO-1   PIC 9(2).
           03 WS-TURNO-EMPLEADO-2   PIC 9(2).
           03 WS-GRB-TURNO          PIC 9(2).
           03 WS-GRB-CONTRAPARTE    PIC 9(8).

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
           03 WS-DIA-INT            PIC 9(8).
           03 WS-DIA-FECHA          PIC 9(8).
           03 WS-DIA-SEMANA         PIC 9(1).

       01  WS-NOMBRES-DIAS          PIC X(21)
           VALUE "DOMLUNMARMIEJUEVIESAB".
       01  WS-TABLA-DIAS REDEFINES WS-NOMBRES-DIAS.
           03 WS-NOMBRE-DIA         PIC X(3) OCCURS 7 TIMES.

       01  WS-LINEA-ROL.
           03 WS-LIN-FECHA          PIC 9(8).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-LIN-DIA            PIC X(3).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LIN-TURNO          PIC Z9.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LIN-HORARIO        PIC X(11).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LIN-ORIGEN         PIC X(12).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-LIN-INTERCAMBIO    PIC X(8).

       01  WS-HORARIO-EDIT.
           03 WS-HOR-INI-HH         PIC 9(2).
           03 FILLER                PIC X(1) VALUE ":".
           03 WS-HOR-INI-MM         PIC 9(2).
           03 FILLER                PIC X(1) VALUE "-".
           03 WS-HOR-FIN-HH         PIC 9(2).
           03 FILLER                PIC X(1) VALUE ":".
           03 WS-HOR-FIN-MM         PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).
       01  WS-EMPLEADO-VALIDAR      PIC 9(8).

      *    EL OPERADOR CONECTADO DETERMINA SU ALCANCE: NOMINA Y
      *    ADMINISTRADOR CAMBIAN EL ROL DE TODA LA EMPRESA; UN
      *    SUPERVISOR SOLO EL DE QUIENES LE REPORTAN, DIRECTA O
      *    TRANSITIVAMENTE.
       01  WS-CONTROL-JERARQUIA.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
           03 WS-SUP-APROBADOR      PIC 9(8).
           03 WS-SUP-CADENA         PIC 9(8).
           03 WS-SUP-PASOS          PIC 9(3).
           03 WS-BANDERA-JERARQUIA  PIC 9.
               88 WS-ES-SU-REPORTE      VALUE 1.
               88 WS-NO-ES-SU-REPORTE   VALUE 0.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1200-LEER-OPERADOR.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-PARAMETROS-ROS WS-RESOLUCION-TURNO.

           DISPLAY WS-ESPACIADO.
           DISPLAY "--- ROL DE TURNOS POR EMPLEADO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CONSULTAR EL ROL DE UN EMPLEADO".
           DISPLAY " 2.- CAMBIAR EL TURNO DE UN DIA".
           DISPLAY " 3.- INTERCAMBIAR TURNOS ENTRE DOS EMPLEADOS".
           DISPLAY " 4.- ANULAR UN DIA (VUELVE AL TURNO FIJO)".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION >= 1 AND WS-OPCION <= 4
             PERFORM 1000-ABRIR-ARCHIVOS
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-CONSULTAR-ROL
               WHEN WS-OPCION = 2
                 PERFORM 3000-CAMBIAR-DIA
               WHEN WS-OPCION = 3
                 PERFORM 4000-INTERCAMBIAR-TURNOS
               WHEN WS-OPCION = 4
                 PERFORM 6000-ANULAR-DIA
               WHEN WS-OPCION = 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

           IF WS-OPCION >= 1 AND WS-OPCION <= 4
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-TURNOS.

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
           CLOSE ARCHIVO-TURNOS.
           CLOSE ARCHIVO-ROL-TURNOS.

       1100-PEDIR-EMPRESA.
      *-------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1110-VALIDAR-FECHA.
      *-------------------
           MOVE "N"                TO WS-VAL-FUTURO.
           MOVE "N"                TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO      TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "FECHA: " WS-VAL-MENSAJE
           END-IF.

       1120-VALIDAR-EMPLEADO.
      *----------------------
           MOVE WS-EMPLEADO-VALIDAR TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN WS-EMPLEADO-VALIDAR IS NOT NUMERIC OR
                    WS-EMPLEADO-VALIDAR = ZEROS OR
                    FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO " WS-EMPLEADO-VALIDAR
                     " NO EXISTE"
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO " WS-EMPLEADO-VALIDAR
                     " NO PERTENECE A LA EMPRESA"
               WHEN EMP-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO " WS-EMPLEADO-VALIDAR
                     " NO ESTA ACTIVO"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1130-VALIDAR-ALCANCE.
      *---------------------
      *    SOLO PARA CAMBIOS: EL OPERADOR DEBE SER DE NOMINA O
      *    SUPERVISOR DEL EMPLEADO.
           IF WS-CAMPOS-CORRECTO
             PERFORM 1300-VERIFICAR-JERARQUIA
             IF WS-NO-ES-SU-REPORTE
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "EL EMPLEADO " WS-EMPLEADO-VALIDAR
                   " NO ESTA BAJO SU SUPERVISION"
             END-IF
           END-IF.

       1200-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.
           MOVE ZEROS TO WS-SUP-APROBADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
               IF OPE-COD-EMPLEADO IS NUMERIC
                 MOVE OPE-COD-EMPLEADO TO WS-SUP-APROBADOR
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1300-VERIFICAR-JERARQUIA.
      *-------------------------
      *    SUBE POR LA CADENA DE SUPERVISION DEL EMPLEADO BUSCANDO
      *    AL EMPLEADO LIGADO AL OPERADOR CONECTADO.
           MOVE 0 TO WS-BANDERA-JERARQUIA.

           IF WS-ROL-NOMINA
             MOVE 1 TO WS-BANDERA-JERARQUIA
             EXIT PARAGRAPH
           END-IF.

           IF WS-SUP-APROBADOR = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EMPLEADO-VALIDAR TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-COD-SUPERVISOR TO WS-SUP-CADENA.
           MOVE ZERO TO WS-SUP-PASOS.

           PERFORM UNTIL WS-SUP-CADENA = ZEROS OR
                   WS-ES-SU-REPORTE OR WS-SUP-PASOS > 50
             ADD 1 TO WS-SUP-PASOS
             IF WS-SUP-CADENA = WS-SUP-APROBADOR
               MOVE 1 TO WS-BANDERA-JERARQUIA
             ELSE
               MOVE WS-SUP-CADENA TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               IF FL-EMP = "00"
                 MOVE EMP-COD-SUPERVISOR TO WS-SUP-CADENA
               ELSE
                 MOVE ZEROS TO WS-SUP-CADENA
               END-IF
             END-IF
           END-PERFORM.

       1400-VALIDAR-TURNO.
      *-------------------
      *    EL TURNO DEBE EXISTIR EN EL CATALOGO CON AL MENOS UN DIA
      *    ACTIVO.
           MOVE 0 TO WS-BANDERA-CAMPOS.

           IF WS-ROS-TURNO-NUEVO IS NUMERIC AND
              WS-ROS-TURNO-NUEVO > ZEROS
             MOVE WS-ROS-TURNO-NUEVO TO TUR-CODIGO
             MOVE ZERO TO TUR-DIA-SEMANA
             START ARCHIVO-TURNOS KEY IS NOT LESS THAN TUR-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-TUR
             END-START
             PERFORM UNTIL FL-TUR NOT = "00" OR WS-CAMPOS-CORRECTO
               READ ARCHIVO-TURNOS NEXT RECORD
               END-READ
               IF FL-TUR = "00"
                 IF TUR-CODIGO NOT = WS-ROS-TURNO-NUEVO
                   MOVE "10" TO FL-TUR
                 ELSE
                   IF TUR-ESTADO = "A"
                     MOVE 1 TO WS-BANDERA-CAMPOS
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           IF NOT WS-CAMPOS-CORRECTO
             DISPLAY "EL TURNO NO EXISTE O NO TIENE DIAS ACTIVOS"
           END-IF.

       1500-RESOLVER-TURNO.
      *--------------------
      *    TURNO VIGENTE DE WS-RES-EMPLEADO EN WS-RES-FECHA: LA
      *    ENTRADA ACTIVA DEL ROL O, SI NO HAY, EL TURNO FIJO.
           MOVE ZEROS TO WS-RES-TURNO WS-RES-INTERCAMBIO.
           MOVE "F"   TO WS-RES-ORIGEN.
           MOVE 0     TO WS-BANDERA-ROL.

           MOVE WS-RES-EMPLEADO TO ROS-COD-EMPLEADO.
           MOVE WS-RES-FECHA    TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00" AND ROS-ESTADO = "A"
             MOVE 1                   TO WS-BANDERA-ROL
             MOVE ROS-COD-TURNO       TO WS-RES-TURNO
             MOVE ROS-ORIGEN          TO WS-RES-ORIGEN
             MOVE ROS-EMP-INTERCAMBIO TO WS-RES-INTERCAMBIO
           ELSE
             MOVE WS-RES-EMPLEADO TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             IF FL-EMP = "00"
               MOVE EMP-COD-TURNO TO WS-RES-TURNO
             END-IF
           END-IF.

       2000-CONSULTAR-ROL.
      *-------------------
           PERFORM 1100-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-ROS-EMPLEADO-1.
           DISPLAY "INGRESE LA FECHA INICIAL (AAAAMMDD): ".
           ACCEPT WS-ROS-DESDE.
           DISPLAY "INGRESE LA FECHA FINAL (AAAAMMDD): ".
           ACCEPT WS-ROS-HASTA.

           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-ROS-EMPLEADO-1 TO WS-EMPLEADO-VALIDAR.
           PERFORM 1120-VALIDAR-EMPLEADO.
           IF WS-CAMPOS-CORRECTO
             MOVE WS-ROS-DESDE TO WS-VAL-FECHA
             PERFORM 1110-VALIDAR-FECHA
           END-IF.
           IF WS-CAMPOS-CORRECTO
             MOVE WS-ROS-HASTA TO WS-VAL-FECHA
             PERFORM 1110-VALIDAR-FECHA
           END-IF.
           IF NOT WS-CAMPOS-CORRECTO
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DESDE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROS-DESDE-NUM).
           COMPUTE WS-HASTA-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROS-HASTA-NUM).

           IF WS-HASTA-INT < WS-DESDE-INT OR
              WS-HASTA-INT - WS-DESDE-INT + 1 > WS-MAX-DIAS-CONSULTA
             DISPLAY "EL RANGO DEBE SER DE 1 A " WS-MAX-DIAS-CONSULTA
                 " DIAS"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO: " EMP-CLAVE " " EMP-NOMBRES.
           DISPLAY "TURNO FIJO: " EMP-COD-TURNO.
           DISPLAY WS-DECORADOR.
           DISPLAY "FECHA    DIA TURNO HORARIO      ORIGEN       "
               "CON".

           PERFORM VARYING WS-DIA-INT FROM WS-DESDE-INT BY 1
                   UNTIL WS-DIA-INT > WS-HASTA-INT
             PERFORM 2010-MOSTRAR-DIA
           END-PERFORM.

           DISPLAY WS-DECORADOR.

       2010-MOSTRAR-DIA.
      *-----------------
           COMPUTE WS-DIA-FECHA = FUNCTION DATE-OF-INTEGER (WS-DIA-INT).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIA-INT 7).

           MOVE WS-ROS-EMPLEADO-1 TO WS-RES-EMPLEADO.
           MOVE WS-DIA-FECHA      TO WS-RES-FECHA.
           PERFORM 1500-RESOLVER-TURNO.

           MOVE WS-DIA-FECHA                   TO WS-LIN-FECHA.
           MOVE WS-NOMBRE-DIA (WS-DIA-SEMANA + 1) TO WS-LIN-DIA.
           MOVE WS-RES-TURNO                   TO WS-LIN-TURNO.
           MOVE SPACES TO WS-LIN-INTERCAMBIO.

           EVALUATE WS-RES-ORIGEN
               WHEN "G"
                 MOVE "ROTACION"     TO WS-LIN-ORIGEN
               WHEN "M"
                 MOVE "CAMBIO MANUAL" TO WS-LIN-ORIGEN
               WHEN "I"
                 MOVE "INTERCAMBIO"  TO WS-LIN-ORIGEN
                 MOVE WS-RES-INTERCAMBIO TO WS-LIN-INTERCAMBIO
               WHEN OTHER
                 MOVE "TURNO FIJO"   TO WS-LIN-ORIGEN
           END-EVALUATE.

           MOVE "SIN TURNO" TO WS-LIN-HORARIO.
           IF WS-RES-TURNO > ZEROS
             MOVE "DESCANSO" TO WS-LIN-HORARIO
             MOVE WS-RES-TURNO  TO TUR-CODIGO
             MOVE WS-DIA-SEMANA TO TUR-DIA-SEMANA
             READ ARCHIVO-TURNOS
             END-READ
             IF FL-TUR = "00" AND TUR-ESTADO = "A"
               MOVE TUR-INI-HH TO WS-HOR-INI-HH
               MOVE TUR-INI-MM TO WS-HOR-INI-MM
               MOVE TUR-FIN-HH TO WS-HOR-FIN-HH
               MOVE TUR-FIN-MM TO WS-HOR-FIN-MM
               MOVE WS-HORARIO-EDIT TO WS-LIN-HORARIO
             END-IF
           END-IF.

           DISPLAY WS-LINEA-ROL.

       3000-CAMBIAR-DIA.
      *-----------------
           PERFORM 1100-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-ROS-EMPLEADO-1.
           DISPLAY "INGRESE LA FECHA (AAAAMMDD): ".
           ACCEPT WS-ROS-DESDE.
           DISPLAY "INGRESE EL NUEVO TURNO: ".
           ACCEPT WS-ROS-TURNO-NUEVO.

           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-ROS-EMPLEADO-1 TO WS-EMPLEADO-VALIDAR.
           PERFORM 1120-VALIDAR-EMPLEADO.
           PERFORM 1130-VALIDAR-ALCANCE.
           IF WS-CAMPOS-CORRECTO
             MOVE WS-ROS-DESDE TO WS-VAL-FECHA
             PERFORM 1110-VALIDAR-FECHA
           END-IF.
           IF WS-CAMPOS-CORRECTO
             PERFORM 1400-VALIDAR-TURNO
           END-IF.
           IF NOT WS-CAMPOS-CORRECTO
             DISPLAY "NO SE PUDO CAMBIAR EL TURNO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-EMPLEADO-1 TO WS-RES-EMPLEADO.
           MOVE WS-ROS-DESDE-NUM  TO WS-RES-FECHA.
           PERFORM 1500-RESOLVER-TURNO.

           IF WS-RES-TURNO = WS-ROS-TURNO-NUEVO
             DISPLAY "EL EMPLEADO YA TIENE ESE TURNO EN LA FECHA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-EMPLEADO-1  TO WS-RES-EMPLEADO.
           MOVE WS-ROS-TURNO-NUEVO TO WS-GRB-TURNO.
           MOVE ZEROS              TO WS-GRB-CONTRAPARTE.
           MOVE "M"                TO WS-RES-ORIGEN.
           PERFORM 5000-GRABAR-DIA.

           IF FL-ROS = "00"
             DISPLAY "TURNO DEL DIA CAMBIADO CORRECTAMENTE"
           END-IF.

       4000-INTERCAMBIAR-TURNOS.
      *-------------------------
      *    LOS DOS EMPLEADOS TOMAN CADA UNO EL TURNO VIGENTE DEL
      *    OTRO EN LA FECHA; AMBAS ENTRADAS QUEDAN COMO INTERCAMBIO
      *    (I) CON LA CONTRAPARTE REGISTRADA.
           PERFORM 1100-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL CODIGO DEL PRIMER EMPLEADO: ".
           ACCEPT WS-ROS-EMPLEADO-1.
           DISPLAY "INGRESE EL CODIGO DEL SEGUNDO EMPLEADO: ".
           ACCEPT WS-ROS-EMPLEADO-2.
           DISPLAY "INGRESE LA FECHA (AAAAMMDD): ".
           ACCEPT WS-ROS-DESDE.

           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-ROS-EMPLEADO-1 TO WS-EMPLEADO-VALIDAR.
           PERFORM 1120-VALIDAR-EMPLEADO.
           PERFORM 1130-VALIDAR-ALCANCE.
           IF WS-CAMPOS-CORRECTO
             MOVE WS-ROS-EMPLEADO-2 TO WS-EMPLEADO-VALIDAR
             PERFORM 1120-VALIDAR-EMPLEADO
             PERFORM 1130-VALIDAR-ALCANCE
           END-IF.
           IF WS-CAMPOS-CORRECTO AND
              WS-ROS-EMPLEADO-1 = WS-ROS-EMPLEADO-2
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LOS EMPLEADOS DEBEN SER DISTINTOS"
           END-IF.
           IF WS-CAMPOS-CORRECTO
             MOVE WS-ROS-DESDE TO WS-VAL-FECHA
             PERFORM 1110-VALIDAR-FECHA
           END-IF.
           IF NOT WS-CAMPOS-CORRECTO
             DISPLAY "NO SE PUDO REALIZAR EL INTERCAMBIO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-EMPLEADO-1 TO WS-RES-EMPLEADO.
           MOVE WS-ROS-DESDE-NUM  TO WS-RES-FECHA.
           PERFORM 1500-RESOLVER-TURNO.
           MOVE WS-RES-TURNO      TO WS-TURNO-EMPLEADO-1.

           MOVE WS-ROS-EMPLEADO-2 TO WS-RES-EMPLEADO.
           PERFORM 1500-RESOLVER-TURNO.
           MOVE WS-RES-TURNO      TO WS-TURNO-EMPLEADO-2.

           EVALUATE TRUE
               WHEN WS-TURNO-EMPLEADO-1 = ZEROS OR
                    WS-TURNO-EMPLEADO-2 = ZEROS
                 DISPLAY "AMBOS EMPLEADOS DEBEN TENER TURNO EN LA "
                     "FECHA"
                 EXIT PARAGRAPH
               WHEN WS-TURNO-EMPLEADO-1 = WS-TURNO-EMPLEADO-2
                 DISPLAY "AMBOS EMPLEADOS TIENEN EL MISMO TURNO ("
                     WS-TURNO-EMPLEADO-1 ") EN LA FECHA"
                 EXIT PARAGRAPH
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           DISPLAY "EMPLEADO " WS-ROS-EMPLEADO-1 " PASA DEL TURNO "
               WS-TURNO-EMPLEADO-1 " AL " WS-TURNO-EMPLEADO-2.
           DISPLAY "EMPLEADO " WS-ROS-EMPLEADO-2 " PASA DEL TURNO "
               WS-TURNO-EMPLEADO-2 " AL " WS-TURNO-EMPLEADO-1.
           DISPLAY "CONFIRMA EL INTERCAMBIO (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF NOT (WS-CONFIRMA = "S" OR WS-CONFIRMA = "s")
             DISPLAY "INTERCAMBIO CANCELADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE "I" TO WS-RES-ORIGEN.

           MOVE WS-ROS-EMPLEADO-1   TO WS-RES-EMPLEADO.
           MOVE WS-TURNO-EMPLEADO-2 TO WS-GRB-TURNO.
           MOVE WS-ROS-EMPLEADO-2   TO WS-GRB-CONTRAPARTE.
           PERFORM 5000-GRABAR-DIA.
           IF FL-ROS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-EMPLEADO-2   TO WS-RES-EMPLEADO.
           MOVE WS-TURNO-EMPLEADO-1 TO WS-GRB-TURNO.
           MOVE WS-ROS-EMPLEADO-1   TO WS-GRB-CONTRAPARTE.
           PERFORM 5000-GRABAR-DIA.

           IF FL-ROS = "00"
             DISPLAY "INTERCAMBIO REGISTRADO CORRECTAMENTE"
           END-IF.

       5000-GRABAR-DIA.
      *----------------
      *    GRABA LA ENTRADA DEL ROL DE WS-RES-EMPLEADO EN LA FECHA
      *    CON EL TURNO WS-GRB-TURNO, EL ORIGEN WS-RES-ORIGEN Y LA
      *    CONTRAPARTE WS-GRB-CONTRAPARTE.
           MOVE SPACES TO WS-DETALLE-AUD.
           MOVE WS-RES-EMPLEADO  TO ROS-COD-EMPLEADO.
           MOVE WS-ROS-DESDE-NUM TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00"
             MOVE "U"       TO WS-OPERACION-AUD
             MOVE ROS-DATOS TO WS-DETALLE-AUD
           ELSE
             MOVE "C"       TO WS-OPERACION-AUD
             MOVE ZEROS     TO ROS-COD-ROTACION
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE WS-RES-EMPLEADO      TO ROS-COD-EMPLEADO.
           MOVE WS-ROS-DESDE-NUM     TO ROS-FECHA.
           MOVE WS-CIA-CODIGO        TO ROS-COD-EMPRESA.
           MOVE WS-GRB-TURNO         TO ROS-COD-TURNO.
           MOVE WS-RES-ORIGEN        TO ROS-ORIGEN.
           MOVE WS-GRB-CONTRAPARTE   TO ROS-EMP-INTERCAMBIO.
           MOVE LK-OPERADOR          TO ROS-OPERADOR.
           MOVE WS-FECHA-SISTEMA-NUM TO ROS-FEC-REGISTRO.
           MOVE "A"                  TO ROS-ESTADO.

           IF WS-OPERACION-AUD = "U"
             REWRITE ROS-DATOS
             END-REWRITE
           ELSE
             WRITE ROS-DATOS
             END-WRITE
           END-IF.

           IF FL-ROS = "00"
             PERFORM 7000-AUDITAR-ROL
           ELSE
             DISPLAY "ERROR AL GRABAR EL ROL DEL EMPLEADO "
                 WS-RES-EMPLEADO " - " FL-ROS
           END-IF.

       6000-ANULAR-DIA.
      *----------------
           PERFORM 1100-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-ROS-EMPLEADO-1.
           DISPLAY "INGRESE LA FECHA (AAAAMMDD): ".
           ACCEPT WS-ROS-DESDE.

           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-ROS-EMPLEADO-1 TO WS-EMPLEADO-VALIDAR.
           PERFORM 1120-VALIDAR-EMPLEADO.
           PERFORM 1130-VALIDAR-ALCANCE.
           IF NOT WS-CAMPOS-CORRECTO
             DISPLAY "NO SE PUDO ANULAR EL DIA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROS-EMPLEADO-1 TO ROS-COD-EMPLEADO.
           MOVE WS-ROS-DESDE-NUM  TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS NOT = "00" OR ROS-ESTADO NOT = "A"
             DISPLAY "EL EMPLEADO NO TIENE ROL ACTIVO EN LA FECHA"
             EXIT PARAGRAPH
           END-IF.

           IF ROS-ORIGEN = "I"
             DISPLAY "ES UN INTERCAMBIO CON EL EMPLEADO "
                 ROS-EMP-INTERCAMBIO "; ANULE TAMBIEN SU DIA"
           END-IF.

           MOVE ROS-DATOS TO WS-DETALLE-AUD.
           MOVE "I"       TO ROS-ESTADO.
           MOVE LK-OPERADOR TO ROS-OPERADOR.

           REWRITE ROS-DATOS
           END-REWRITE.

           IF FL-ROS = "00"
             MOVE "D" TO WS-OPERACION-AUD
             PERFORM 7000-AUDITAR-ROL
             DISPLAY "DIA ANULADO; RIGE EL TURNO FIJO DEL EMPLEADO"
           ELSE
             DISPLAY "ERROR AL ANULAR EL DIA - " FL-ROS
           END-IF.

       7000-AUDITAR-ROL.
      *-----------------
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
           MOVE "GES-ROS"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "ROS"            TO AUD-ARCHIVO.
           MOVE ROS-CLAVE        TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE ROS-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.
