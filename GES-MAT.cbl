      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-MAT.
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
            COPY "./Copys/FISI-MAT.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-MAT.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-MAT                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    LICENCIAS POR NACIMIENTO: LAS FECHAS DE LA LICENCIA Y DE
      *    LA LACTANCIA SE CALCULAN DESDE LA FECHA DE NACIMIENTO.
      *    LA NOMINA REPARTE LOS DIAS DE MATERNIDAD ENTRE EL RUBRO
      *    PATRONAL Y EL REEMBOLSO DEL IESS, LA IMPORTACION DEL
      *    RELOJ ACORTA LA JORNADA DE LACTANCIA Y LA LIQUIDACION
      *    ADVIERTE EL FUERO (UTIL-MAT).
       77  WS-DIAS-MATERNIDAD       PIC 9(3) VALUE 84.
       77  WS-DIAS-PARTO-MULTIPLE   PIC 9(3) VALUE 10.
       77  WS-DIAS-PATERNIDAD       PIC 9(3) VALUE 10.
       77  WS-DIAS-PATERNIDAD-MAX   PIC 9(3) VALUE 15.
       77  WS-DIAS-PRENATAL-MAX     PIC 9(3) VALUE 14.
       77  WS-HORAS-LACTANCIA-DEF   PIC 9(1) VALUE 2.

       01  WS-PARAMETROS-MAT.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-MAT-COD-EMPLEADO   PIC 9(8).
           03 WS-MAT-FEC-NACIMIENTO PIC 9(8).

       01  WS-CAPTURA-MAT.
           03 WS-MAT-TIPO           PIC X(1).
               88 WS-TIPO-VALIDO        VALUE "M" "P".
           03 WS-MAT-FEC-INICIO     PIC 9(8).
           03 WS-MAT-MULTIPLE       PIC X(1).
           03 WS-MAT-DIAS           PIC 9(3).
           03 WS-MAT-OBSERVACION    PIC X(50).

      *    CALCULO DE FECHAS CON ENTEROS DE FECHA; LA LACTANCIA DURA
      *    DOCE MESES DESDE EL DIA SIGUIENTE AL FIN DE LA LICENCIA.
       01  WS-CALCULO-FECHAS.
           03 WS-DIA-NACIMIENTO     PIC 9(8).
           03 WS-DIA-INICIO         PIC 9(8).
           03 WS-DIA-FIN            PIC 9(8).
           03 WS-FEC-INI-LIC        PIC 9(8).
           03 WS-FEC-FIN-LIC        PIC 9(8).
           03 WS-FEC-INI-LAC        PIC 9(8).
           03 WS-FEC-INI-LAC-R REDEFINES WS-FEC-INI-LAC.
              05 WS-LAC-AA          PIC 9(4).
              05 WS-LAC-MM          PIC 9(2).
              05 WS-LAC-DD          PIC 9(2).
           03 WS-FEC-FIN-LAC        PIC 9(8).
           03 WS-FEC-ANIVERSARIO    PIC 9(8).
           03 WS-FEC-AUX            PIC 9(8).

       01  WS-CONTROL-LISTADO.
           03 WS-DIA-HOY            PIC 9(8).
           03 WS-DIA-FIN-FUERO      PIC 9(8).
           03 WS-SITUACION          PIC X(12).
           03 WS-DESC-TIPO          PIC X(10).
           03 WS-TOT-EN-LICENCIA    PIC 9(5).
           03 WS-TOT-EN-LACTANCIA   PIC 9(5).
           03 WS-TOT-CON-FUERO      PIC 9(5).

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

      *    AUDITORIA (C=REGISTRO, D=ANULACION).
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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- MATERNIDAD, PATERNIDAD Y LACTANCIA ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR LICENCIA POR NACIMIENTO".
           DISPLAY " 2.- ANULAR LICENCIA".
           DISPLAY " 3.- CONSULTAR LICENCIAS DE UN EMPLEADO".
           DISPLAY " 4.- LISTADO DE LICENCIAS, LACTANCIAS Y FUEROS".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 4
             IF WS-OPCION NOT = 5
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    EL REGISTRO Y LA ANULACION AFECTAN LA NOMINA Y SON DE
      *    TALENTO HUMANO.
           IF WS-OPCION < 3 AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REGISTRAR-LICENCIA
               WHEN WS-OPCION = 2
                 PERFORM 3000-ANULAR-LICENCIA
               WHEN WS-OPCION = 3
                 PERFORM 4000-CONSULTAR-LICENCIAS
               WHEN WS-OPCION = 4
                 PERFORM 5000-LISTADO-VIGENTES
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN I-O ARCHIVO-MATERNIDAD.
           IF FL-MAT NOT = "00"
             CLOSE ARCHIVO-MATERNIDAD
             OPEN OUTPUT ARCHIVO-MATERNIDAD
             CLOSE ARCHIVO-MATERNIDAD
             OPEN I-O ARCHIVO-MATERNIDAD
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-MATERNIDAD.

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
           ACCEPT WS-MAT-COD-EMPLEADO.

           MOVE WS-MAT-COD-EMPLEADO TO EMP-CLAVE.
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

       1500-LEER-LICENCIA.
      *-------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA FECHA DE NACIMIENTO DEL HIJO "
               "(AAAAMMDD): ".
           ACCEPT WS-MAT-FEC-NACIMIENTO.

           MOVE WS-CIA-CODIGO         TO MAT-COD-EMPRESA.
           MOVE WS-MAT-COD-EMPLEADO   TO MAT-COD-EMPLEADO.
           MOVE WS-MAT-FEC-NACIMIENTO TO MAT-FEC-NACIMIENTO.

           READ ARCHIVO-MATERNIDAD
           END-READ.

           IF FL-MAT NOT = "00" OR MAT-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE UNA LICENCIA VIGENTE DEL EMPLEADO "
                 "CON ESA FECHA DE NACIMIENTO"
           END-IF.

       2000-REGISTRAR-LICENCIA.
      *------------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF EMP-ESTADO NOT = "A"
             DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLEADO: " EMP-NOMBRES " GENERO " EMP-GENERO.

           INITIALIZE WS-CAPTURA-MAT.

           DISPLAY "TIPO DE LICENCIA (M = MATERNIDAD, "
               "P = PATERNIDAD): ".
           ACCEPT WS-MAT-TIPO.

           IF NOT WS-TIPO-VALIDO
             DISPLAY "TIPO DE LICENCIA NO VALIDO"
             EXIT PARAGRAPH
           END-IF.

           IF (WS-MAT-TIPO = "M" AND EMP-GENERO = "M") OR
              (WS-MAT-TIPO = "P" AND EMP-GENERO = "F")
             DISPLAY "EL TIPO DE LICENCIA NO CORRESPONDE AL GENERO "
                 "REGISTRADO DEL EMPLEADO; CONTINUA (S/N)? "
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "FECHA DE NACIMIENTO DEL HIJO (AAAAMMDD): ".
           ACCEPT WS-MAT-FEC-NACIMIENTO.

           MOVE WS-MAT-FEC-NACIMIENTO TO WS-VAL-FECHA-NUM.
           PERFORM 2100-VALIDAR-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DE NACIMIENTO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIA-NACIMIENTO =
               FUNCTION INTEGER-OF-DATE(WS-MAT-FEC-NACIMIENTO).

           IF WS-MAT-TIPO = "M"
             PERFORM 2200-CAPTURAR-MATERNIDAD
           ELSE
             PERFORM 2300-CAPTURAR-PATERNIDAD
           END-IF.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "OBSERVACION: ".
           ACCEPT WS-MAT-OBSERVACION.

           PERFORM 2400-CALCULAR-FECHAS.

           MOVE WS-CIA-CODIGO         TO MAT-COD-EMPRESA.
           MOVE WS-MAT-COD-EMPLEADO   TO MAT-COD-EMPLEADO.
           MOVE WS-MAT-FEC-NACIMIENTO TO MAT-FEC-NACIMIENTO.

           READ ARCHIVO-MATERNIDAD
           END-READ.

           IF FL-MAT = "00" AND MAT-ESTADO = "A"
             DISPLAY "YA EXISTE UNA LICENCIA DEL EMPLEADO CON ESA "
                 "FECHA DE NACIMIENTO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO         TO MAT-COD-EMPRESA.
           MOVE WS-MAT-COD-EMPLEADO   TO MAT-COD-EMPLEADO.
           MOVE WS-MAT-FEC-NACIMIENTO TO MAT-FEC-NACIMIENTO.
           MOVE WS-MAT-TIPO           TO MAT-TIPO.
           MOVE WS-MAT-DIAS           TO MAT-DIAS-LICENCIA.
           MOVE WS-FEC-INI-LIC        TO MAT-FEC-INI-LIC.
           MOVE WS-FEC-FIN-LIC        TO MAT-FEC-FIN-LIC.
           IF WS-MAT-TIPO = "M"
             MOVE WS-FEC-INI-LAC         TO MAT-FEC-INI-LAC
             MOVE WS-FEC-FIN-LAC         TO MAT-FEC-FIN-LAC
             MOVE WS-HORAS-LACTANCIA-DEF TO MAT-HORAS-LACTANCIA
           ELSE
             MOVE ZEROS                  TO MAT-FEC-INI-LAC
                                            MAT-FEC-FIN-LAC
                                            MAT-HORAS-LACTANCIA
           END-IF.
           MOVE WS-MAT-OBSERVACION    TO MAT-OBSERVACION.
           MOVE "A"                   TO MAT-ESTADO.
           MOVE LK-OPERADOR           TO MAT-OPE-REGISTRO.
           MOVE WS-FECHA-SISTEMA      TO MAT-FEC-REGISTRO.

      *    UNA LICENCIA ANULADA CON LA MISMA FECHA DE NACIMIENTO SE
      *    REEMPLAZA POR LA NUEVA.
           IF FL-MAT = "00"
             REWRITE MAT-DATOS
             END-REWRITE
           ELSE
             WRITE MAT-DATOS
             END-WRITE
           END-IF.

           IF FL-MAT NOT = "00"
             DISPLAY "ERROR AL GRABAR LA LICENCIA: " FL-MAT
             EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "REGISTRO DE LICENCIA " MAT-TIPO
               " DEL " MAT-FEC-INI-LIC " AL " MAT-FEC-FIN-LIC
               " LACTANCIA HASTA " MAT-FEC-FIN-LAC
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-LICENCIA.

           PERFORM 9300-MOSTRAR-LICENCIA.

           DISPLAY "LICENCIA REGISTRADA".

       2100-VALIDAR-FECHA.
      *-------------------
      *    EL NACIMIENTO PUEDE REGISTRARSE CON LA FECHA PROBABLE DE
      *    PARTO, ASI QUE SE ADMITEN FECHAS FUTURAS.
           MOVE "N"           TO WS-VAL-FUTURO.
           MOVE "N"           TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO TO WS-VAL-EMPRESA.

           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.

       2200-CAPTURAR-MATERNIDAD.
      *-------------------------
      *    DOCE SEMANAS, AMPLIABLES DIEZ DIAS POR PARTO MULTIPLE. LA
      *    LICENCIA PUEDE EMPEZAR HASTA DOS SEMANAS ANTES DEL PARTO.
           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-DIAS-MATERNIDAD TO WS-MAT-DIAS.

           DISPLAY "PARTO MULTIPLE (S/N): ".
           ACCEPT WS-MAT-MULTIPLE.
           IF WS-MAT-MULTIPLE = "S" OR WS-MAT-MULTIPLE = "s"
             ADD WS-DIAS-PARTO-MULTIPLE TO WS-MAT-DIAS
           END-IF.

           DISPLAY "INICIO DE LA LICENCIA (AAAAMMDD, 0 = FECHA DE "
               "NACIMIENTO): ".
           ACCEPT WS-MAT-FEC-INICIO.

           IF WS-MAT-FEC-INICIO IS NOT NUMERIC OR
              WS-MAT-FEC-INICIO = ZEROS
             MOVE WS-MAT-FEC-NACIMIENTO TO WS-MAT-FEC-INICIO
           END-IF.

           MOVE WS-MAT-FEC-INICIO TO WS-VAL-FECHA-NUM.
           PERFORM 2100-VALIDAR-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "INICIO DE LA LICENCIA: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-MAT-FEC-INICIO).

           IF WS-DIA-INICIO > WS-DIA-NACIMIENTO OR
              WS-DIA-INICIO + WS-DIAS-PRENATAL-MAX < WS-DIA-NACIMIENTO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA LICENCIA DEBE EMPEZAR ENTRE DOS SEMANAS "
                 "ANTES DEL PARTO Y LA FECHA DE NACIMIENTO"
           END-IF.

       2300-CAPTURAR-PATERNIDAD.
      *-------------------------
      *    DIEZ DIAS DESDE EL NACIMIENTO, HASTA QUINCE POR PARTO
      *    MULTIPLE O CESAREA.
           MOVE 1 TO WS-BANDERA-CAMPOS.
           MOVE WS-DIAS-PATERNIDAD    TO WS-MAT-DIAS.
           MOVE WS-MAT-FEC-NACIMIENTO TO WS-MAT-FEC-INICIO.
           MOVE WS-DIA-NACIMIENTO     TO WS-DIA-INICIO.

           DISPLAY "PARTO MULTIPLE O POR CESAREA (S/N): ".
           ACCEPT WS-MAT-MULTIPLE.
           IF WS-MAT-MULTIPLE = "S" OR WS-MAT-MULTIPLE = "s"
             MOVE WS-DIAS-PATERNIDAD-MAX TO WS-MAT-DIAS
           END-IF.

       2400-CALCULAR-FECHAS.
      *---------------------
           MOVE WS-MAT-FEC-INICIO TO WS-FEC-INI-LIC.

           COMPUTE WS-DIA-FIN = WS-DIA-INICIO + WS-MAT-DIAS - 1.
           COMPUTE WS-FEC-FIN-LIC =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIN).

           MOVE ZEROS TO WS-FEC-INI-LAC WS-FEC-FIN-LAC.

           IF WS-MAT-TIPO NOT = "M"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FEC-INI-LAC =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIN + 1).

      *    EL MISMO DIA DEL ANIO SIGUIENTE MENOS UNO; UN INICIO EL
      *    29 DE FEBRERO SE LLEVA AL 1 DE MARZO.
           IF WS-LAC-MM = 2 AND WS-LAC-DD = 29
             COMPUTE WS-FEC-ANIVERSARIO =
                 (WS-LAC-AA + 1) * 10000 + 301
           ELSE
             COMPUTE WS-FEC-ANIVERSARIO = WS-FEC-INI-LAC + 10000
           END-IF.

           COMPUTE WS-FEC-FIN-LAC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-ANIVERSARIO) - 1).

       3000-ANULAR-LICENCIA.
      *---------------------
           PERFORM 1500-LEER-LICENCIA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-LICENCIA.

           DISPLAY "CONFIRMA LA ANULACION DE LA LICENCIA (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
           END-IF.

           MOVE "I" TO MAT-ESTADO.

           REWRITE MAT-DATOS
           END-REWRITE.

           IF FL-MAT NOT = "00"
             DISPLAY "ERROR AL ANULAR LA LICENCIA: " FL-MAT
             EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANULACION DE LICENCIA " MAT-TIPO
               " DEL " MAT-FEC-INI-LIC " AL " MAT-FEC-FIN-LIC
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-LICENCIA.

           DISPLAY "LICENCIA ANULADA".

       4000-CONSULTAR-LICENCIAS.
      *-------------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO: " EMP-CLAVE " " EMP-NOMBRES.

           MOVE LOW-VALUES          TO MAT-CLAVE.
           MOVE WS-CIA-CODIGO       TO MAT-COD-EMPRESA.
           MOVE WS-MAT-COD-EMPLEADO TO MAT-COD-EMPLEADO.

           START ARCHIVO-MATERNIDAD KEY IS NOT LESS THAN MAT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MAT
           END-START.

           IF FL-MAT = "00"
             PERFORM 4010-LEER-SIGUIENTE
           END-IF.

           IF FL-MAT NOT = "00" OR
              MAT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
              MAT-COD-EMPLEADO NOT = WS-MAT-COD-EMPLEADO
             DISPLAY "EL EMPLEADO NO TIENE LICENCIAS REGISTRADAS"
           END-IF.

           PERFORM UNTIL FL-MAT NOT = "00" OR
                   MAT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   MAT-COD-EMPLEADO NOT = WS-MAT-COD-EMPLEADO
             PERFORM 9300-MOSTRAR-LICENCIA
             PERFORM 4010-LEER-SIGUIENTE
           END-PERFORM.

       4010-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-MATERNIDAD NEXT RECORD
           END-READ.

       5000-LISTADO-VIGENTES.
      *----------------------
      *    LICENCIAS CUYO FUERO SIGUE VIGENTE: EN LICENCIA, EN
      *    LACTANCIA O PROGRAMADAS, CON LA FECHA EN QUE TERMINA LA
      *    PROTECCION CONTRA EL DESPIDO.
           INITIALIZE WS-TOT-EN-LICENCIA WS-TOT-EN-LACTANCIA
                      WS-TOT-CON-FUERO.

           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA-NUM).

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-MAT "    TO WS-RPT-NOMBRE.
           MOVE "LICENCIAS POR NACIMIENTO, LACTANCIAS Y FUEROS"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO MAT-CLAVE.
           MOVE WS-CIA-CODIGO TO MAT-COD-EMPRESA.

           START ARCHIVO-MATERNIDAD KEY IS NOT LESS THAN MAT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MAT
           END-START.

           IF FL-MAT = "00"
             PERFORM 4010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-MAT NOT = "00" OR
                   MAT-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF MAT-ESTADO = "A"
               PERFORM 5100-IMPRIMIR-LICENCIA
             END-IF
             PERFORM 4010-LEER-SIGUIENTE
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: EN LICENCIA " WS-TOT-EN-LICENCIA
               " EN LACTANCIA " WS-TOT-EN-LACTANCIA
               " CON FUERO VIGENTE " WS-TOT-CON-FUERO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5100-IMPRIMIR-LICENCIA.
      *-----------------------
           IF MAT-TIPO = "M" AND MAT-FEC-FIN-LAC-AA > ZEROS
             MOVE MAT-FEC-FIN-LAC TO WS-FEC-AUX
           ELSE
             MOVE MAT-FEC-FIN-LIC TO WS-FEC-AUX
           END-IF.
           COMPUTE WS-DIA-FIN-FUERO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-AUX).

           IF WS-DIA-FIN-FUERO < WS-DIA-HOY
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-CON-FUERO.

           MOVE MAT-FEC-INI-LIC TO WS-FEC-INI-LIC.
           MOVE MAT-FEC-FIN-LIC TO WS-FEC-FIN-LIC.

           EVALUATE TRUE
               WHEN FUNCTION INTEGER-OF-DATE(WS-FEC-INI-LIC) >
                    WS-DIA-HOY
                 MOVE "PROGRAMADA"   TO WS-SITUACION
               WHEN FUNCTION INTEGER-OF-DATE(WS-FEC-FIN-LIC) >=
                    WS-DIA-HOY
                 MOVE "EN LICENCIA"  TO WS-SITUACION
                 ADD 1 TO WS-TOT-EN-LICENCIA
               WHEN OTHER
                 MOVE "EN LACTANCIA" TO WS-SITUACION
                 ADD 1 TO WS-TOT-EN-LACTANCIA
           END-EVALUATE.

           PERFORM 9400-DESCRIBIR-TIPO.

           MOVE MAT-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING MAT-COD-EMPLEADO " " EMP-NOMBRES(1:30)
               " " WS-DESC-TIPO
               " LIC " MAT-FEC-INI-LIC "-" MAT-FEC-FIN-LIC
               " " WS-SITUACION
               " FUERO HASTA " WS-FEC-AUX
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

       9200-AUDITAR-LICENCIA.
      *----------------------
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
           MOVE "GES-MAT"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "MAT"            TO AUD-ARCHIVO.

           STRING MAT-COD-EMPRESA MAT-COD-EMPLEADO MAT-FEC-NACIMIENTO
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE MAT-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-LICENCIA.
      *----------------------
           PERFORM 9400-DESCRIBIR-TIPO.

           DISPLAY WS-DECORADOR.
           DISPLAY "TIPO:          " MAT-TIPO " " WS-DESC-TIPO.
           DISPLAY "NACIMIENTO:    " MAT-FEC-NACIMIENTO.
           DISPLAY "LICENCIA:      " MAT-FEC-INI-LIC " AL "
               MAT-FEC-FIN-LIC " (" MAT-DIAS-LICENCIA " DIAS)".
           IF MAT-TIPO = "M"
             DISPLAY "LACTANCIA:     " MAT-FEC-INI-LAC " AL "
                 MAT-FEC-FIN-LAC " (" MAT-HORAS-LACTANCIA
                 " HORAS MENOS POR DIA)"
           END-IF.
           DISPLAY "OBSERVACION:   " MAT-OBSERVACION.
           IF MAT-ESTADO = "A"
             DISPLAY "ESTADO:        VIGENTE"
           ELSE
             DISPLAY "ESTADO:        ANULADA"
           END-IF.
           DISPLAY "REGISTRADA POR " MAT-OPE-REGISTRO
               " EL " MAT-FEC-REGISTRO.

       9400-DESCRIBIR-TIPO.
      *--------------------
           EVALUATE MAT-TIPO
               WHEN "M"
                 MOVE "MATERNIDAD" TO WS-DESC-TIPO
               WHEN "P"
                 MOVE "PATERNIDAD" TO WS-DESC-TIPO
               WHEN OTHER
                 MOVE SPACES       TO WS-DESC-TIPO
           END-EVALUATE.
