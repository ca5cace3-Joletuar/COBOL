      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-SLA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-SLA.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-SLA.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-SLA                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    SITUACION LABORAL DEL EMPLEADO ACTIVO QUE NO PRESTA
      *    SERVICIOS: LICENCIA SIN SUELDO, SUSPENSION DISCIPLINARIA
      *    O LICENCIA POR ESTUDIOS. EL EMPLEADO SIGUE ACTIVO EN EL
      *    MAESTRO; LA NOMINA, LAS VACACIONES, EL FONDO DE RESERVA
      *    Y LA ANTIGUEDAD CONSULTAN ESTOS PERIODOS (UTIL-SLA).
       01  WS-PARAMETROS-SLA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-SLA-COD-EMPLEADO   PIC 9(8).
           03 WS-SLA-FEC-INICIO     PIC 9(8).

       01  WS-CAPTURA-SLA.
           03 WS-SLA-TIPO           PIC X(1).
               88 WS-TIPO-VALIDO        VALUE "L" "S" "E".
           03 WS-SLA-FEC-FIN        PIC 9(8).
           03 WS-SLA-FEC-RETORNO    PIC 9(8).
           03 WS-SLA-MOTIVO         PIC X(50).
           03 WS-SLA-GOCE-SUELDO    PIC X(1).
           03 WS-SLA-CUENTA-ANTIG   PIC X(1).
           03 WS-SLA-ACUMULA-VAC    PIC X(1).
           03 WS-SLA-MARCA          PIC X(1).

      *    LOS PERIODOS DE UN MISMO EMPLEADO NO PUEDEN SOLAPARSE;
      *    EL PERIODO QUE SE MODIFICA SE EXCLUYE DE LA COMPARACION.
       01  WS-CONTROL-SOLAPE.
           03 WS-SOL-DIA-INI        PIC 9(8).
           03 WS-SOL-DIA-FIN        PIC 9(8).
           03 WS-SOL-EXCLUIR        PIC 9(8).
           03 WS-PER-DIA-INI        PIC 9(8).
           03 WS-PER-DIA-FIN        PIC 9(8).
           03 WS-PER-INICIO         PIC 9(8).
           03 WS-BANDERA-SOLAPE     PIC 9.
               88 WS-HAY-SOLAPE         VALUE 1.
               88 WS-SIN-SOLAPE         VALUE 0.

       01  WS-CONTROL-LISTADO.
           03 WS-DIA-HOY            PIC 9(8).
           03 WS-DIA-RETORNO        PIC 9(8).
           03 WS-FEC-RETORNO-PREV   PIC 9(8).
           03 WS-SITUACION          PIC X(10).
           03 WS-DESC-TIPO          PIC X(10).
           03 WS-TOT-EN-CURSO       PIC 9(5).
           03 WS-TOT-PROGRAMADOS    PIC 9(5).
           03 WS-TOT-VENCIDOS       PIC 9(5).

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".

       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FECHA-NUM REDEFINES WS-VAL-FECHA PIC 9(8).
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

      *    AUDITORIA (C=REGISTRO, U=REINTEGRO, D=ANULACION).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-BANDERA-CAMPOS        PIC 9.
       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- LICENCIAS Y SUSPENSIONES DEL PERSONAL ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR PERIODO DE LICENCIA O SUSPENSION".
           DISPLAY " 2.- REGISTRAR REINTEGRO DEL EMPLEADO".
           DISPLAY " 3.- ANULAR PERIODO".
           DISPLAY " 4.- CONSULTAR PERIODOS DE UN EMPLEADO".
           DISPLAY " 5.- LISTADO DE PERIODOS VIGENTES Y RETORNOS".
           DISPLAY " 6.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 5
             IF WS-OPCION NOT = 6
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    EL REGISTRO, EL REINTEGRO Y LA ANULACION AFECTAN LA
      *    NOMINA Y SON DE TALENTO HUMANO.
           IF WS-OPCION < 4 AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REGISTRAR-PERIODO
               WHEN WS-OPCION = 2
                 PERFORM 3000-REGISTRAR-REINTEGRO
               WHEN WS-OPCION = 3
                 PERFORM 4000-ANULAR-PERIODO
               WHEN WS-OPCION = 4
                 PERFORM 5000-CONSULTAR-PERIODOS
               WHEN WS-OPCION = 5
                 PERFORM 6000-LISTADO-VIGENTES
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN I-O ARCHIVO-SITUACIONES.
           IF FL-SLA NOT = "00"
             CLOSE ARCHIVO-SITUACIONES
             OPEN OUTPUT ARCHIVO-SITUACIONES
             CLOSE ARCHIVO-SITUACIONES
             OPEN I-O ARCHIVO-SITUACIONES
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-SITUACIONES.

       1200-PEDIR-EMPRESA.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1300-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1400-PEDIR-EMPLEADO.
      *--------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-SLA-COD-EMPLEADO.

           MOVE WS-SLA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO EXISTE"
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-CIA-CODIGO
           END-EVALUATE.

       1500-LEER-PERIODO.
      *-------------------
      *    UBICA EL PERIODO DEL EMPLEADO POR SU FECHA DE INICIO.
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA FECHA DE INICIO DEL PERIODO "
               "(AAAAMMDD): ".
           ACCEPT WS-SLA-FEC-INICIO.

           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.
           MOVE WS-SLA-FEC-INICIO   TO SLA-FEC-INICIO.

           READ ARCHIVO-SITUACIONES
           END-READ.

           IF FL-SLA NOT = "00" OR SLA-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE UN PERIODO VIGENTE DEL EMPLEADO "
                 "CON ESA FECHA DE INICIO"
           END-IF.

       2000-REGISTRAR-PERIODO.
      *-----------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF EMP-ESTADO NOT = "A"
             DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLEADO: " EMP-NOMBRES.

           INITIALIZE WS-CAPTURA-SLA.

           DISPLAY "TIPO DE PERIODO (L = LICENCIA SIN SUELDO, "
               "S = SUSPENSION, E = LICENCIA POR ESTUDIOS): ".
           ACCEPT WS-SLA-TIPO.

           IF NOT WS-TIPO-VALIDO
             DISPLAY "TIPO DE PERIODO NO VALIDO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "FECHA DE INICIO (AAAAMMDD): ".
           ACCEPT WS-SLA-FEC-INICIO.

           MOVE WS-SLA-FEC-INICIO TO WS-VAL-FECHA-NUM.
           PERFORM 2100-VALIDAR-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DE INICIO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "FECHA DE FIN PREVISTA, ULTIMO DIA DEL PERIODO "
               "(AAAAMMDD): ".
           ACCEPT WS-SLA-FEC-FIN.

           MOVE WS-SLA-FEC-FIN TO WS-VAL-FECHA-NUM.
           PERFORM 2100-VALIDAR-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DE FIN: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           IF WS-SLA-FEC-FIN < WS-SLA-FEC-INICIO
             DISPLAY "LA FECHA DE FIN NO PUEDE SER ANTERIOR AL INICIO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "MOTIVO: ".
           ACCEPT WS-SLA-MOTIVO.

           IF WS-SLA-MOTIVO = SPACES
             DISPLAY "DEBE INDICAR EL MOTIVO DEL PERIODO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CAPTURAR-MARCAS.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SOL-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-SLA-FEC-INICIO).
           COMPUTE WS-SOL-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-SLA-FEC-FIN).
           MOVE WS-SLA-FEC-INICIO TO WS-SOL-EXCLUIR.

           PERFORM 2500-VERIFICAR-SOLAPE.

           IF WS-HAY-SOLAPE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.
           MOVE WS-SLA-FEC-INICIO   TO SLA-FEC-INICIO.

           READ ARCHIVO-SITUACIONES
           END-READ.

           IF FL-SLA = "00" AND SLA-ESTADO = "A"
             DISPLAY "YA EXISTE UN PERIODO DEL EMPLEADO CON ESA "
                 "FECHA DE INICIO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.
           MOVE WS-SLA-FEC-INICIO   TO SLA-FEC-INICIO.
           MOVE WS-SLA-TIPO         TO SLA-TIPO.
           MOVE WS-SLA-FEC-FIN      TO SLA-FEC-FIN.
           MOVE ZEROS               TO SLA-FEC-RETORNO.
           MOVE WS-SLA-MOTIVO       TO SLA-MOTIVO.
           MOVE WS-SLA-GOCE-SUELDO  TO SLA-GOCE-SUELDO.
           MOVE WS-SLA-CUENTA-ANTIG TO SLA-CUENTA-ANTIG.
           MOVE WS-SLA-ACUMULA-VAC  TO SLA-ACUMULA-VAC.
           MOVE "A"                 TO SLA-ESTADO.
           MOVE LK-OPERADOR         TO SLA-OPE-REGISTRO.
           MOVE WS-FECHA-SISTEMA    TO SLA-FEC-REGISTRO.

      *    UN PERIODO ANULADO CON LA MISMA FECHA DE INICIO SE
      *    REEMPLAZA POR EL NUEVO.
           IF FL-SLA = "00"
             REWRITE SLA-DATOS
             END-REWRITE
           ELSE
             WRITE SLA-DATOS
             END-WRITE
           END-IF.

           IF FL-SLA NOT = "00"
             DISPLAY "ERROR AL GRABAR EL PERIODO: " FL-SLA
             EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "REGISTRO DE PERIODO TIPO " SLA-TIPO
               " HASTA " SLA-FEC-FIN ": " SLA-MOTIVO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-PERIODO.

           DISPLAY "PERIODO REGISTRADO. RETORNO PREVISTO EL DIA "
               "SIGUIENTE AL " SLA-FEC-FIN.

       2100-VALIDAR-FECHA.
      *-------------------
      *    LAS LICENCIAS SE REGISTRAN CON ANTICIPACION, ASI QUE LA
      *    FECHA PUEDE SER FUTURA Y DE UN PERIODO AUN NO ABIERTO.
           MOVE "N"           TO WS-VAL-FUTURO.
           MOVE "N"           TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO TO WS-VAL-EMPRESA.

           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.

       2200-CAPTURAR-MARCAS.
      *---------------------
      *    VALORES POR OMISION SEGUN EL TIPO: LA LICENCIA SIN SUELDO
      *    NO SE PAGA, NO CUENTA PARA ANTIGUEDAD NI ACUMULA
      *    VACACIONES; LA SUSPENSION NO SE PAGA NI ACUMULA
      *    VACACIONES PERO NO INTERRUMPE LA ANTIGUEDAD; LA LICENCIA
      *    POR ESTUDIOS CONSERVA SUELDO, ANTIGUEDAD Y VACACIONES.
           MOVE 1 TO WS-BANDERA-CAMPOS.

           EVALUATE WS-SLA-TIPO
               WHEN "L"
                 MOVE "N" TO WS-SLA-GOCE-SUELDO
                 MOVE "N" TO WS-SLA-CUENTA-ANTIG
                 MOVE "N" TO WS-SLA-ACUMULA-VAC
               WHEN "S"
                 MOVE "N" TO WS-SLA-GOCE-SUELDO
                 MOVE "S" TO WS-SLA-CUENTA-ANTIG
                 MOVE "N" TO WS-SLA-ACUMULA-VAC
               WHEN "E"
                 MOVE "S" TO WS-SLA-GOCE-SUELDO
                 MOVE "S" TO WS-SLA-CUENTA-ANTIG
                 MOVE "S" TO WS-SLA-ACUMULA-VAC
           END-EVALUATE.

           DISPLAY "CON GOCE DE SUELDO (S/N, ENTER = "
               WS-SLA-GOCE-SUELDO "): ".
           MOVE SPACE TO WS-SLA-MARCA.
           ACCEPT WS-SLA-MARCA.
           IF WS-SLA-MARCA NOT = SPACE
             MOVE WS-SLA-MARCA TO WS-SLA-GOCE-SUELDO
           END-IF.

           DISPLAY "CUENTA PARA ANTIGUEDAD Y FONDO DE RESERVA "
               "(S/N, ENTER = " WS-SLA-CUENTA-ANTIG "): ".
           MOVE SPACE TO WS-SLA-MARCA.
           ACCEPT WS-SLA-MARCA.
           IF WS-SLA-MARCA NOT = SPACE
             MOVE WS-SLA-MARCA TO WS-SLA-CUENTA-ANTIG
           END-IF.

           DISPLAY "ACUMULA VACACIONES (S/N, ENTER = "
               WS-SLA-ACUMULA-VAC "): ".
           MOVE SPACE TO WS-SLA-MARCA.
           ACCEPT WS-SLA-MARCA.
           IF WS-SLA-MARCA NOT = SPACE
             MOVE WS-SLA-MARCA TO WS-SLA-ACUMULA-VAC
           END-IF.

           IF (WS-SLA-GOCE-SUELDO NOT = "S" AND
               WS-SLA-GOCE-SUELDO NOT = "N") OR
              (WS-SLA-CUENTA-ANTIG NOT = "S" AND
               WS-SLA-CUENTA-ANTIG NOT = "N") OR
              (WS-SLA-ACUMULA-VAC NOT = "S" AND
               WS-SLA-ACUMULA-VAC NOT = "N")
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LAS MARCAS DEL PERIODO SOLO ADMITEN S O N"
           END-IF.

       2500-VERIFICAR-SOLAPE.
      *----------------------
      *    RECORRE LOS DEMAS PERIODOS VIGENTES DEL EMPLEADO Y
      *    RECHAZA EL RANGO WS-SOL-DIA-INI .. WS-SOL-DIA-FIN SI SE
      *    CRUZA CON ALGUNO.
           SET WS-SIN-SOLAPE TO TRUE.

           MOVE LOW-VALUES          TO SLA-CLAVE.
           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             PERFORM 2510-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR WS-HAY-SOLAPE OR
                   SLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   SLA-COD-EMPLEADO NOT = WS-SLA-COD-EMPLEADO
             MOVE SLA-FEC-INICIO TO WS-PER-INICIO
             IF SLA-ESTADO = "A" AND WS-PER-INICIO NOT = WS-SOL-EXCLUIR
               PERFORM 2520-COMPARAR-PERIODO
             END-IF
             PERFORM 2510-LEER-SIGUIENTE
           END-PERFORM.

       2510-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-SITUACIONES NEXT RECORD
           END-READ.

       2520-COMPARAR-PERIODO.
      *----------------------
           PERFORM 9100-DIAS-DEL-PERIODO.

           IF WS-PER-DIA-INI <= WS-SOL-DIA-FIN AND
              WS-PER-DIA-FIN >= WS-SOL-DIA-INI
             SET WS-HAY-SOLAPE TO TRUE
             DISPLAY "EL RANGO SE CRUZA CON EL PERIODO DEL "
                 SLA-FEC-INICIO " AL " SLA-FEC-FIN
                 " (TIPO " SLA-TIPO ")"
           END-IF.

       3000-REGISTRAR-REINTEGRO.
      *-------------------------
      *    EL REINTEGRO EFECTIVO CIERRA EL PERIODO: EL ULTIMO DIA
      *    FUERA DEL PUESTO PASA A SER EL ANTERIOR AL REINTEGRO, YA
      *    SEA ANTES (REINTEGRO ANTICIPADO) O DESPUES DEL FIN
      *    PREVISTO (PRORROGA).
           PERFORM 1500-LEER-PERIODO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF SLA-FEC-RET-AA > ZEROS
             DISPLAY "EL PERIODO YA TIENE REINTEGRO REGISTRADO EL "
                 SLA-FEC-RETORNO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-PERIODO.

           DISPLAY "FECHA DEL REINTEGRO, PRIMER DIA DE TRABAJO "
               "(AAAAMMDD): ".
           ACCEPT WS-SLA-FEC-RETORNO.

           MOVE WS-SLA-FEC-RETORNO TO WS-VAL-FECHA-NUM.
           MOVE "S"                TO WS-VAL-FUTURO.
           MOVE "N"                TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO      TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.

           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DEL REINTEGRO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           IF WS-SLA-FEC-RETORNO <= WS-SLA-FEC-INICIO
             DISPLAY "EL REINTEGRO DEBE SER POSTERIOR AL INICIO"
             EXIT PARAGRAPH
           END-IF.

      *    UNA PRORROGA NO PUEDE INVADIR EL PERIODO SIGUIENTE.
           COMPUTE WS-SOL-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-SLA-FEC-INICIO).
           COMPUTE WS-SOL-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-SLA-FEC-RETORNO) - 1.
           MOVE WS-SLA-FEC-INICIO TO WS-SOL-EXCLUIR.

           PERFORM 2500-VERIFICAR-SOLAPE.

           IF WS-HAY-SOLAPE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.
           MOVE WS-SLA-FEC-INICIO   TO SLA-FEC-INICIO.

           READ ARCHIVO-SITUACIONES
           END-READ.

           MOVE WS-SLA-FEC-RETORNO TO SLA-FEC-RETORNO.

           REWRITE SLA-DATOS
           END-REWRITE.

           IF FL-SLA NOT = "00"
             DISPLAY "ERROR AL GRABAR EL REINTEGRO: " FL-SLA
             EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "REINTEGRO EL " SLA-FEC-RETORNO
               " (FIN PREVISTO " SLA-FEC-FIN ")"
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-PERIODO.

           DISPLAY "REINTEGRO REGISTRADO".

       4000-ANULAR-PERIODO.
      *--------------------
           PERFORM 1500-LEER-PERIODO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-PERIODO.

           DISPLAY "CONFIRMA LA ANULACION DEL PERIODO (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
           END-IF.

           MOVE "I" TO SLA-ESTADO.

           REWRITE SLA-DATOS
           END-REWRITE.

           IF FL-SLA NOT = "00"
             DISPLAY "ERROR AL ANULAR EL PERIODO: " FL-SLA
             EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANULACION DEL PERIODO TIPO " SLA-TIPO
               " HASTA " SLA-FEC-FIN
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-PERIODO.

           DISPLAY "PERIODO ANULADO".

       5000-CONSULTAR-PERIODOS.
      *------------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO: " EMP-CLAVE " " EMP-NOMBRES.

           MOVE LOW-VALUES          TO SLA-CLAVE.
           MOVE WS-CIA-CODIGO       TO SLA-COD-EMPRESA.
           MOVE WS-SLA-COD-EMPLEADO TO SLA-COD-EMPLEADO.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             PERFORM 2510-LEER-SIGUIENTE
           END-IF.

           IF FL-SLA NOT = "00" OR
              SLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
              SLA-COD-EMPLEADO NOT = WS-SLA-COD-EMPLEADO
             DISPLAY "EL EMPLEADO NO TIENE PERIODOS REGISTRADOS"
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR
                   SLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   SLA-COD-EMPLEADO NOT = WS-SLA-COD-EMPLEADO
             PERFORM 9300-MOSTRAR-PERIODO
             PERFORM 2510-LEER-SIGUIENTE
           END-PERFORM.

       6000-LISTADO-VIGENTES.
      *----------------------
      *    PERIODOS VIGENTES SIN REINTEGRO REGISTRADO: EN CURSO,
      *    PROGRAMADOS Y VENCIDOS (EL FIN PREVISTO YA PASO Y EL
      *    EMPLEADO NO SE HA REINTEGRADO), CON EL RETORNO PREVISTO.
           INITIALIZE WS-TOT-EN-CURSO WS-TOT-PROGRAMADOS
                      WS-TOT-VENCIDOS.

           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA-NUM).

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-SLA "    TO WS-RPT-NOMBRE.
           MOVE "LICENCIAS Y SUSPENSIONES VIGENTES Y RETORNOS"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO SLA-CLAVE.
           MOVE WS-CIA-CODIGO TO SLA-COD-EMPRESA.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             PERFORM 2510-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR
                   SLA-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF SLA-ESTADO = "A" AND SLA-FEC-RET-AA = ZEROS
               PERFORM 6100-IMPRIMIR-PERIODO
             END-IF
             PERFORM 2510-LEER-SIGUIENTE
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: EN CURSO " WS-TOT-EN-CURSO
               " PROGRAMADOS " WS-TOT-PROGRAMADOS
               " VENCIDOS SIN REINTEGRO " WS-TOT-VENCIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       6100-IMPRIMIR-PERIODO.
      *----------------------
           PERFORM 9100-DIAS-DEL-PERIODO.

           COMPUTE WS-DIA-RETORNO = WS-PER-DIA-FIN + 1.
           COMPUTE WS-FEC-RETORNO-PREV =
               FUNCTION DATE-OF-INTEGER(WS-DIA-RETORNO).

           EVALUATE TRUE
               WHEN WS-PER-DIA-INI > WS-DIA-HOY
                 MOVE "PROGRAMADO" TO WS-SITUACION
                 ADD 1 TO WS-TOT-PROGRAMADOS
               WHEN WS-PER-DIA-FIN < WS-DIA-HOY
                 MOVE "VENCIDO"    TO WS-SITUACION
                 ADD 1 TO WS-TOT-VENCIDOS
               WHEN OTHER
                 MOVE "EN CURSO"   TO WS-SITUACION
                 ADD 1 TO WS-TOT-EN-CURSO
           END-EVALUATE.

           PERFORM 9400-DESCRIBIR-TIPO.

           MOVE SLA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING SLA-COD-EMPLEADO " " EMP-NOMBRES(1:30)
               " " WS-DESC-TIPO
               " DEL " SLA-FEC-INICIO " AL " SLA-FEC-FIN
               " RETORNO " WS-FEC-RETORNO-PREV
               " " WS-SITUACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-DIAS-DEL-PERIODO.
      *----------------------
      *    PRIMER Y ULTIMO DIA (ENTEROS) DEL PERIODO LEIDO; EL
      *    ULTIMO ES EL ANTERIOR AL REINTEGRO SI YA SE REGISTRO.
           MOVE SLA-FEC-INICIO TO WS-PER-INICIO.
           COMPUTE WS-PER-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-PER-INICIO).

           IF SLA-FEC-RET-AA > ZEROS
             COMPUTE WS-PER-DIA-FIN =
                 FUNCTION INTEGER-OF-DATE(SLA-FEC-RET-AA * 10000 +
                     SLA-FEC-RET-MM * 100 + SLA-FEC-RET-DD) - 1
           ELSE
             COMPUTE WS-PER-DIA-FIN =
                 FUNCTION INTEGER-OF-DATE(SLA-FEC-FIN-AA * 10000 +
                     SLA-FEC-FIN-MM * 100 + SLA-FEC-FIN-DD)
           END-IF.

       9200-AUDITAR-PERIODO.
      *---------------------
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
           MOVE "GES-SLA"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "SLA"            TO AUD-ARCHIVO.

           STRING SLA-COD-EMPRESA SLA-COD-EMPLEADO SLA-FEC-INICIO
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE SLA-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-PERIODO.
      *---------------------
           PERFORM 9400-DESCRIBIR-TIPO.

           DISPLAY WS-DECORADOR.
           DISPLAY "TIPO:          " SLA-TIPO " " WS-DESC-TIPO.
           DISPLAY "INICIO:        " SLA-FEC-INICIO.
           DISPLAY "FIN PREVISTO:  " SLA-FEC-FIN.
           IF SLA-FEC-RET-AA > ZEROS
             DISPLAY "REINTEGRO:     " SLA-FEC-RETORNO
           ELSE
             DISPLAY "REINTEGRO:     PENDIENTE"
           END-IF.
           DISPLAY "MOTIVO:        " SLA-MOTIVO.
           DISPLAY "GOCE SUELDO: " SLA-GOCE-SUELDO
               "  ANTIGUEDAD: " SLA-CUENTA-ANTIG
               "  VACACIONES: " SLA-ACUMULA-VAC.
           IF SLA-ESTADO = "A"
             DISPLAY "ESTADO:        VIGENTE"
           ELSE
             DISPLAY "ESTADO:        ANULADO"
           END-IF.
           DISPLAY "REGISTRADO POR " SLA-OPE-REGISTRO
               " EL " SLA-FEC-REGISTRO.

       9400-DESCRIBIR-TIPO.
      *--------------------
           EVALUATE SLA-TIPO
               WHEN "L"
                 MOVE "LIC.S/SUEL" TO WS-DESC-TIPO
               WHEN "S"
                 MOVE "SUSPENSION" TO WS-DESC-TIPO
               WHEN "E"
                 MOVE "LIC.ESTUD." TO WS-DESC-TIPO
               WHEN OTHER
                 MOVE SPACES       TO WS-DESC-TIPO
           END-EVALUATE.
