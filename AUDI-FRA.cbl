      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDI-FRA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-ATR.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-SLA.cpy".
            COPY "./Copys/FISI-MAT.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-ATR.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-SLA.cpy".
            COPY "./Copys/LOGI-MAT.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-ATR                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-SLA                  PIC XX.
       01  FL-MAT                  PIC XX.

      *    REVISION PERIODICA DE INDICIOS DE FRAUDE EN LA NOMINA:
      *    EMPLEADOS QUE COMPARTEN CUENTA, CEDULA, CELULAR O
      *    DIRECCION; EMPLEADOS PAGADOS VARIOS MESES SIN MARCACIONES,
      *    ATRASOS, AUSENCIAS NI NOVEDADES; PAGOS POSTERIORES A LA
      *    FECHA DE BAJA; Y UN MISMO PERIODO PAGADO POR TRANSFERENCIA
      *    Y POR CHEQUE. CADA HALLAZGO LLEVA UN PUNTAJE DE RIESGO Y
      *    SU SUSTENTO; NADA SE CORRIGE AQUI, SOLO SE REPORTA.
       01  WS-PARAMETROS-REVISION.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-REV-FEC-AA         PIC 9(4).
           03 WS-REV-FEC-MM         PIC 9(2).
           03 WS-MESES-VENTANA      PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    VENTANA DE MESES QUE SE REVISA PARA LOS EMPLEADOS SIN
      *    PRESENCIA: LOS MESES SE NUMERAN COMO ANIO * 12 + MES - 1.
       01  WS-VENTANA.
           03 WS-MES-ABS-INI        PIC 9(6).
           03 WS-MES-ABS-FIN        PIC 9(6).
           03 WS-MES-ABS            PIC 9(6).
           03 WS-PERIODO-INI        PIC 9(6).
           03 WS-PERIODO-FIN        PIC 9(6).
           03 WS-FECHA-INI-VENTANA  PIC 9(8).
           03 WS-FECHA-FIN-VENTANA  PIC 9(8).

       01  WS-PERIODO-AUX.
           03 WS-PAUX-AA            PIC 9(4).
           03 WS-PAUX-MM            PIC 9(2).
       01  WS-PERIODO-AUX-NUM REDEFINES WS-PERIODO-AUX PIC 9(6).

       01  WS-FECHA-REGISTRO        PIC 9(8).
       01  WS-FECHA-REGISTRO-FIN    PIC 9(8).
       01  WS-PERIODO-REGISTRO      PIC 9(6).
       01  WS-PERIODO-BAJA          PIC 9(6).
       01  WS-MESES-DESPUES         PIC 9(4).
       01  WS-IND-MES               PIC 9(2).
       01  WS-MESES-PAGADOS         PIC 9(2).

       01  WS-BANDERA-ACTIVIDAD     PIC 9.
           88 WS-CON-ACTIVIDAD      VALUE 1.
           88 WS-SIN-ACTIVIDAD      VALUE 0.

      *    DATOS DE CONTACTO Y PAGO DE TODOS LOS EMPLEADOS, DE
      *    CUALQUIER EMPRESA, PARA COMPARARLOS DE DOS EN DOS.
       77  WS-MAX-EMPLEADOS         PIC 9(5) VALUE 5000.
       01  WS-TOTAL-EMPLEADOS       PIC 9(5) VALUE ZERO.
       01  WS-TABLA-EMPLEADOS.
           03 WS-TEM-ITEM OCCURS 5000 TIMES.
              05 WS-TEM-CLAVE       PIC 9(8).
              05 WS-TEM-EMPRESA     PIC 9(3).
              05 WS-TEM-CEDULA      PIC 9(10).
              05 WS-TEM-CELULAR     PIC 9(10).
              05 WS-TEM-DIRECCION   PIC X(40).
              05 WS-TEM-BANCO       PIC 9(3).
              05 WS-TEM-CUENTA      PIC X(20).
              05 WS-TEM-BAJA        PIC X(1).
       01  WS-IND-A                 PIC 9(5).
       01  WS-IND-B                 PIC 9(5).
       01  WS-IND-PROPIO            PIC 9(5).
       01  WS-IND-OTRO              PIC 9(5).
       01  WS-DESBORDE-TABLA        PIC 9 VALUE ZERO.

      *    HALLAZGO EN CURSO: SE IMPRIME EN DOS LINEAS, LA DEL
      *    HALLAZGO Y LA DE SU SUSTENTO.
       01  WS-HALLAZGO.
           03 WS-HAL-PUNTAJE        PIC 9(3).
           03 WS-HAL-TIPO           PIC X(3).
           03 WS-HAL-EMPLEADO       PIC 9(8).
           03 WS-HAL-DESCRIPCION    PIC X(50).
           03 WS-HAL-SUSTENTO       PIC X(100).
       01  WS-HAL-NIVEL             PIC X(5).
       01  WS-TITULO-REVISION       PIC X(80).
       01  WS-HAL-NOMBRE            PIC X(30).

       01  WS-DESC-ESTADO-A         PIC X(7).
       01  WS-DESC-ESTADO-B         PIC X(7).

       01  WS-CONTADORES.
           03 WS-CNT-EMPLEADOS      PIC 9(5).
           03 WS-CNT-CUENTA         PIC 9(5).
           03 WS-CNT-CEDULA         PIC 9(5).
           03 WS-CNT-CELULAR        PIC 9(5).
           03 WS-CNT-DIRECCION      PIC 9(5).
           03 WS-CNT-SIN-PRESENCIA  PIC 9(5).
           03 WS-CNT-POST-BAJA      PIC 9(5).
           03 WS-CNT-DOBLE-PAGO     PIC 9(5).
           03 WS-CNT-HALLAZGOS      PIC 9(5).
           03 WS-CNT-ALTO           PIC 9(5).
           03 WS-CNT-MEDIO          PIC 9(5).
           03 WS-CNT-BAJO           PIC 9(5).

      *    PUNTAJE BASE DE CADA TIPO DE HALLAZGO (0 A 99).
       77  WS-PUNTOS-CUENTA         PIC 9(3) VALUE 60.
       77  WS-PUNTOS-CUENTA-BAJA    PIC 9(3) VALUE 20.
       77  WS-PUNTOS-CEDULA         PIC 9(3) VALUE 80.
       77  WS-PUNTOS-CELULAR        PIC 9(3) VALUE 25.
       77  WS-PUNTOS-DIRECCION      PIC 9(3) VALUE 20.
       77  WS-PUNTOS-SIN-PRESENCIA  PIC 9(3) VALUE 20.
       77  WS-PUNTOS-POR-MES        PIC 9(3) VALUE 10.
       77  WS-PUNTOS-POST-BAJA      PIC 9(3) VALUE 70.
       77  WS-PUNTOS-POST-BAJA-NOM  PIC 9(3) VALUE 50.
       77  WS-PUNTOS-POST-BAJA-ESP  PIC 9(3) VALUE 30.
       77  WS-PUNTOS-DOBLE-PAGO     PIC 9(3) VALUE 85.
       77  WS-PUNTOS-ACH-CONFIRMADO PIC 9(3) VALUE 10.
       77  WS-PUNTOS-MAXIMO         PIC 9(3) VALUE 99.
       77  WS-UMBRAL-ALTO           PIC 9(3) VALUE 70.
       77  WS-UMBRAL-MEDIO          PIC 9(3) VALUE 40.

       77  WS-MESES-DEFECTO         PIC 9(2) VALUE 3.
       77  WS-MESES-MAXIMO          PIC 9(2) VALUE 12.
       77  WS-RUBRO-SUELDO-BASE     PIC 9(2) VALUE 1.

       01  WS-ULT-EMP-NOM           PIC 9(8).

       01  WS-VALOR-EDITADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-2       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 3000-EJECUTAR-REVISION
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE EJECUTO LA REVISION DE FRAUDE"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.

           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           IF FL-BCO NOT = "00"
             OPEN OUTPUT ARCHIVO-CUENTAS-BANCO
             CLOSE ARCHIVO-CUENTAS-BANCO
             OPEN INPUT ARCHIVO-CUENTAS-BANCO
           END-IF.

           OPEN INPUT ARCHIVO-PAGOS.
           IF FL-PAG NOT = "00"
             OPEN OUTPUT ARCHIVO-PAGOS
             CLOSE ARCHIVO-PAGOS
             OPEN INPUT ARCHIVO-PAGOS
           END-IF.

           OPEN INPUT ARCHIVO-CHEQUES.
           IF FL-CHQ NOT = "00"
             OPEN OUTPUT ARCHIVO-CHEQUES
             CLOSE ARCHIVO-CHEQUES
             OPEN INPUT ARCHIVO-CHEQUES
           END-IF.

           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           IF FL-HEX NOT = "00"
             OPEN OUTPUT ARCHIVO-HORAS-EXTRAS
             CLOSE ARCHIVO-HORAS-EXTRAS
             OPEN INPUT ARCHIVO-HORAS-EXTRAS
           END-IF.

           OPEN INPUT ARCHIVO-ATRASOS.
           IF FL-ATR NOT = "00"
             OPEN OUTPUT ARCHIVO-ATRASOS
             CLOSE ARCHIVO-ATRASOS
             OPEN INPUT ARCHIVO-ATRASOS
           END-IF.

           OPEN INPUT ARCHIVO-DESCUENTOS.
           IF FL-DES NOT = "00"
             OPEN OUTPUT ARCHIVO-DESCUENTOS
             CLOSE ARCHIVO-DESCUENTOS
             OPEN INPUT ARCHIVO-DESCUENTOS
           END-IF.

           OPEN INPUT ARCHIVO-SITUACIONES.
           IF FL-SLA NOT = "00"
             OPEN OUTPUT ARCHIVO-SITUACIONES
             CLOSE ARCHIVO-SITUACIONES
             OPEN INPUT ARCHIVO-SITUACIONES
           END-IF.

           OPEN INPUT ARCHIVO-MATERNIDAD.
           IF FL-MAT NOT = "00"
             OPEN OUTPUT ARCHIVO-MATERNIDAD
             CLOSE ARCHIVO-MATERNIDAD
             OPEN INPUT ARCHIVO-MATERNIDAD
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-ATRASOS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-SITUACIONES.
           CLOSE ARCHIVO-MATERNIDAD.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   REVISION DE INDICIOS DE FRAUDE EN LA NOMINA".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL ULTIMO PERIODO (AAAA): ".
           ACCEPT WS-REV-FEC-AA.
           DISPLAY "INGRESE EL MES DEL ULTIMO PERIODO (MM): ".
           ACCEPT WS-REV-FEC-MM.
           DISPLAY "MESES SEGUIDOS SIN ACTIVIDAD PARA ALERTAR "
               "(ENTER = 3): ".
           ACCEPT WS-MESES-VENTANA.

           IF WS-MESES-VENTANA IS NOT NUMERIC OR
              WS-MESES-VENTANA = ZEROS
             MOVE WS-MESES-DEFECTO TO WS-MESES-VENTANA
           END-IF.

           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR
              WS-CIA-CODIGO <= ZEROS OR
              WS-REV-FEC-AA IS NOT NUMERIC OR
              WS-REV-FEC-AA <= ZEROS OR
              WS-REV-FEC-MM IS NOT NUMERIC OR
              WS-REV-FEC-MM <= ZEROS OR WS-REV-FEC-MM > 12 OR
              WS-MESES-VENTANA > WS-MESES-MAXIMO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR LOS PARAMETROS"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MES-ABS-FIN =
               WS-REV-FEC-AA * 12 + WS-REV-FEC-MM - 1.
           COMPUTE WS-MES-ABS-INI =
               WS-MES-ABS-FIN - WS-MESES-VENTANA + 1.

           MOVE WS-MES-ABS-INI TO WS-MES-ABS.
           PERFORM 2010-PERIODO-DE-MES.
           MOVE WS-PERIODO-AUX-NUM TO WS-PERIODO-INI.

           MOVE WS-MES-ABS-FIN TO WS-MES-ABS.
           PERFORM 2010-PERIODO-DE-MES.
           MOVE WS-PERIODO-AUX-NUM TO WS-PERIODO-FIN.

           COMPUTE WS-FECHA-INI-VENTANA = WS-PERIODO-INI * 100 + 1.
           COMPUTE WS-FECHA-FIN-VENTANA = WS-PERIODO-FIN * 100 + 31.

       2010-PERIODO-DE-MES.
      *--------------------
           DIVIDE WS-MES-ABS BY 12 GIVING WS-PAUX-AA
               REMAINDER WS-PAUX-MM.
           ADD 1 TO WS-PAUX-MM.

       3000-EJECUTAR-REVISION.
      *-----------------------
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "AUDI-FRA"    TO WS-RPT-NOMBRE.
           MOVE "REVISION DE INDICIOS DE FRAUDE EN LA NOMINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-REV-FEC-AA "-" WS-REV-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PUNTAJE DE RIESGO: ALTO >= " WS-UMBRAL-ALTO
               ", MEDIO >= " WS-UMBRAL-MEDIO
               ". VENTANA SIN ACTIVIDAD: " WS-PERIODO-INI
               " A " WS-PERIODO-FIN
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "PUN NIVEL TIP EMPLEADO NOMBRE" TO WS-LINEA-SPOOL.
           MOVE "HALLAZGO" TO WS-LINEA-SPOOL (55:8).
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 4000-REVISAR-DATOS-COMPARTIDOS.
           PERFORM 5000-REVISAR-SIN-PRESENCIA.
           PERFORM 6000-REVISAR-PAGOS-POST-BAJA.
           PERFORM 7000-REVISAR-DOBLE-PAGO.

           PERFORM 3900-IMPRIMIR-RESUMEN.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3100-TITULO-REVISION.
      *---------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-TITULO-REVISION TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       3900-IMPRIMIR-RESUMEN.
      *----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS DE LA EMPRESA REVISADOS:         "
               WS-CNT-EMPLEADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CUENTA BANCARIA COMPARTIDA:                "
               WS-CNT-CUENTA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CEDULA COMPARTIDA:                         "
               WS-CNT-CEDULA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CELULAR COMPARTIDO:                        "
               WS-CNT-CELULAR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DIRECCION COMPARTIDA:                      "
               WS-CNT-DIRECCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PAGADOS SIN ACTIVIDAD EN LA VENTANA:       "
               WS-CNT-SIN-PRESENCIA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PAGOS POSTERIORES A LA BAJA:               "
               WS-CNT-POST-BAJA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PERIODOS PAGADOS POR ACH Y CHEQUE:         "
               WS-CNT-DOBLE-PAGO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL HALLAZGOS: " WS-CNT-HALLAZGOS
               "  ALTO: " WS-CNT-ALTO
               "  MEDIO: " WS-CNT-MEDIO
               "  BAJO: " WS-CNT-BAJO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-DESBORDE-TABLA = 1
             MOVE "*** SE ALCANZO EL LIMITE DE EMPLEADOS EN MEMORIA; "
               TO WS-LINEA-SPOOL
             MOVE "LOS DATOS COMPARTIDOS NO SE REVISARON COMPLETOS ***"
               TO WS-LINEA-SPOOL (52:)
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4000-REVISAR-DATOS-COMPARTIDOS.
      *-------------------------------
      *    SE CARGAN TODOS LOS EMPLEADOS (UN FANTASMA PUEDE ESTAR EN
      *    OTRA EMPRESA DEL GRUPO) Y SE COMPARA CADA PAREJA EN LA QUE
      *    AL MENOS UNO ES DE LA EMPRESA REVISADA.
           MOVE "EMPLEADOS QUE COMPARTEN CUENTA, CEDULA, CELULAR O "
             TO WS-TITULO-REVISION.
           MOVE "DIRECCION" TO WS-TITULO-REVISION (51:).
           PERFORM 3100-TITULO-REVISION.

           PERFORM 4010-CARGAR-EMPLEADOS.

           PERFORM VARYING WS-IND-A FROM 1 BY 1
                   UNTIL WS-IND-A >= WS-TOTAL-EMPLEADOS
             COMPUTE WS-IND-B = WS-IND-A + 1
             PERFORM UNTIL WS-IND-B > WS-TOTAL-EMPLEADOS
               IF WS-TEM-EMPRESA(WS-IND-A) = WS-CIA-CODIGO OR
                  WS-TEM-EMPRESA(WS-IND-B) = WS-CIA-CODIGO
                 PERFORM 4100-COMPARAR-PAREJA
               END-IF
               ADD 1 TO WS-IND-B
             END-PERFORM
           END-PERFORM.

       4010-CARGAR-EMPLEADOS.
      *----------------------
           MOVE ZERO TO WS-TOTAL-EMPLEADOS WS-DESBORDE-TABLA.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4020-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF WS-TOTAL-EMPLEADOS >= WS-MAX-EMPLEADOS
               MOVE 1 TO WS-DESBORDE-TABLA
               MOVE "10" TO FL-EMP
             ELSE
               PERFORM 4030-GUARDAR-EMPLEADO
               PERFORM 4020-LEER-EMPLEADO
             END-IF
           END-PERFORM.

       4020-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       4030-GUARDAR-EMPLEADO.
      *----------------------
           ADD 1 TO WS-TOTAL-EMPLEADOS.
           MOVE WS-TOTAL-EMPLEADOS TO WS-IND-A.

           IF EMP-COD-EMPRESA = WS-CIA-CODIGO
             ADD 1 TO WS-CNT-EMPLEADOS
           END-IF.

           MOVE EMP-CLAVE       TO WS-TEM-CLAVE(WS-IND-A).
           MOVE EMP-COD-EMPRESA TO WS-TEM-EMPRESA(WS-IND-A).
           MOVE EMP-CEDULA      TO WS-TEM-CEDULA(WS-IND-A).
           MOVE EMP-CERULAR     TO WS-TEM-CELULAR(WS-IND-A).
           MOVE EMP-DIRECCION   TO WS-TEM-DIRECCION(WS-IND-A).
           MOVE ZEROS           TO WS-TEM-BANCO(WS-IND-A).
           MOVE SPACES          TO WS-TEM-CUENTA(WS-IND-A).

           IF EMP-FEC-BAJA IS NUMERIC AND EMP-FEC-BAJA-AA > ZEROS
             MOVE "S" TO WS-TEM-BAJA(WS-IND-A)
           ELSE
             MOVE "N" TO WS-TEM-BAJA(WS-IND-A)
           END-IF.

           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           IF FL-BCO = "00" AND BCO-ESTADO = "A"
             MOVE BCO-COD-BANCO  TO WS-TEM-BANCO(WS-IND-A)
             MOVE BCO-NUM-CUENTA TO WS-TEM-CUENTA(WS-IND-A)
           END-IF.

       4100-COMPARAR-PAREJA.
      *---------------------
      *    EL HALLAZGO SE REPORTA SOBRE EL EMPLEADO DE LA EMPRESA
      *    REVISADA; EL OTRO QUEDA EN EL SUSTENTO.
           IF WS-TEM-EMPRESA(WS-IND-A) = WS-CIA-CODIGO
             MOVE WS-IND-A TO WS-IND-PROPIO
             MOVE WS-IND-B TO WS-IND-OTRO
           ELSE
             MOVE WS-IND-B TO WS-IND-PROPIO
             MOVE WS-IND-A TO WS-IND-OTRO
           END-IF.

           IF WS-TEM-BAJA(WS-IND-PROPIO) = "S"
             MOVE "BAJA"   TO WS-DESC-ESTADO-A
           ELSE
             MOVE "VIGENTE" TO WS-DESC-ESTADO-A
           END-IF.
           IF WS-TEM-BAJA(WS-IND-OTRO) = "S"
             MOVE "BAJA"   TO WS-DESC-ESTADO-B
           ELSE
             MOVE "VIGENTE" TO WS-DESC-ESTADO-B
           END-IF.

           MOVE WS-TEM-CLAVE(WS-IND-PROPIO) TO WS-HAL-EMPLEADO.

           IF WS-TEM-CUENTA(WS-IND-A) NOT = SPACES AND
              WS-TEM-CUENTA(WS-IND-A) = WS-TEM-CUENTA(WS-IND-B) AND
              WS-TEM-BANCO(WS-IND-A) = WS-TEM-BANCO(WS-IND-B)
             ADD 1 TO WS-CNT-CUENTA
             MOVE "CTA" TO WS-HAL-TIPO
             MOVE WS-PUNTOS-CUENTA TO WS-HAL-PUNTAJE
      *      UNA CUENTA DE UN EX EMPLEADO QUE SIGUE RECIBIENDO PAGOS
      *      A NOMBRE DE OTRO ES EL CASO MAS GRAVE.
             IF WS-TEM-BAJA(WS-IND-A) = "S" OR
                WS-TEM-BAJA(WS-IND-B) = "S"
               ADD WS-PUNTOS-CUENTA-BAJA TO WS-HAL-PUNTAJE
             END-IF
             MOVE SPACES TO WS-HAL-DESCRIPCION
             STRING "CUENTA BANCARIA IGUAL A LA DEL EMPLEADO "
                 WS-TEM-CLAVE(WS-IND-OTRO)
                 DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
             END-STRING
             MOVE SPACES TO WS-HAL-SUSTENTO
             STRING "BANCO " WS-TEM-BANCO(WS-IND-PROPIO)
                 " CUENTA " WS-TEM-CUENTA(WS-IND-PROPIO)
                 " EMPRESAS " WS-TEM-EMPRESA(WS-IND-PROPIO) "/"
                 WS-TEM-EMPRESA(WS-IND-OTRO)
                 " ESTADOS " WS-DESC-ESTADO-A "/" WS-DESC-ESTADO-B
                 DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
             END-STRING
             PERFORM 8000-REGISTRAR-HALLAZGO
           END-IF.

           IF WS-TEM-CEDULA(WS-IND-A) > ZEROS AND
              WS-TEM-CEDULA(WS-IND-A) = WS-TEM-CEDULA(WS-IND-B)
             ADD 1 TO WS-CNT-CEDULA
             MOVE "CED" TO WS-HAL-TIPO
             MOVE WS-PUNTOS-CEDULA TO WS-HAL-PUNTAJE
             MOVE SPACES TO WS-HAL-DESCRIPCION
             STRING "CEDULA IGUAL A LA DEL EMPLEADO "
                 WS-TEM-CLAVE(WS-IND-OTRO)
                 DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
             END-STRING
             MOVE SPACES TO WS-HAL-SUSTENTO
             STRING "CEDULA " WS-TEM-CEDULA(WS-IND-PROPIO)
                 " EMPRESAS " WS-TEM-EMPRESA(WS-IND-PROPIO) "/"
                 WS-TEM-EMPRESA(WS-IND-OTRO)
                 " ESTADOS " WS-DESC-ESTADO-A "/" WS-DESC-ESTADO-B
                 DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
             END-STRING
             PERFORM 8000-REGISTRAR-HALLAZGO
           END-IF.

           IF WS-TEM-CELULAR(WS-IND-A) > ZEROS AND
              WS-TEM-CELULAR(WS-IND-A) = WS-TEM-CELULAR(WS-IND-B)
             ADD 1 TO WS-CNT-CELULAR
             MOVE "CEL" TO WS-HAL-TIPO
             MOVE WS-PUNTOS-CELULAR TO WS-HAL-PUNTAJE
             MOVE SPACES TO WS-HAL-DESCRIPCION
             STRING "CELULAR IGUAL AL DEL EMPLEADO "
                 WS-TEM-CLAVE(WS-IND-OTRO)
                 DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
             END-STRING
             MOVE SPACES TO WS-HAL-SUSTENTO
             STRING "CELULAR " WS-TEM-CELULAR(WS-IND-PROPIO)
                 " EMPRESAS " WS-TEM-EMPRESA(WS-IND-PROPIO) "/"
                 WS-TEM-EMPRESA(WS-IND-OTRO)
                 " ESTADOS " WS-DESC-ESTADO-A "/" WS-DESC-ESTADO-B
                 DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
             END-STRING
             PERFORM 8000-REGISTRAR-HALLAZGO
           END-IF.

           IF WS-TEM-DIRECCION(WS-IND-A) NOT = SPACES AND
              WS-TEM-DIRECCION(WS-IND-A) = WS-TEM-DIRECCION(WS-IND-B)
             ADD 1 TO WS-CNT-DIRECCION
             MOVE "DIR" TO WS-HAL-TIPO
             MOVE WS-PUNTOS-DIRECCION TO WS-HAL-PUNTAJE
             MOVE SPACES TO WS-HAL-DESCRIPCION
             STRING "DIRECCION IGUAL A LA DEL EMPLEADO "
                 WS-TEM-CLAVE(WS-IND-OTRO)
                 DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
             END-STRING
             MOVE SPACES TO WS-HAL-SUSTENTO
             STRING "DIRECCION " WS-TEM-DIRECCION(WS-IND-PROPIO)
                 " ESTADOS " WS-DESC-ESTADO-A "/" WS-DESC-ESTADO-B
                 DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
             END-STRING
             PERFORM 8000-REGISTRAR-HALLAZGO
           END-IF.

       5000-REVISAR-SIN-PRESENCIA.
      *---------------------------
      *    EMPLEADOS ACTIVOS CON NOMINA EN TODOS LOS MESES DE LA
      *    VENTANA Y NINGUNA HUELLA DE ASISTENCIA EN ELLA: NI HORAS
      *    DEL RELOJ, NI ATRASOS, NI AUSENCIAS, NI LICENCIAS O
      *    PERMISOS REGISTRADOS.
           MOVE "EMPLEADOS PAGADOS SIN MARCACIONES, ATRASOS, AUSENCIAS "
             TO WS-TITULO-REVISION.
           MOVE "NI NOVEDADES" TO WS-TITULO-REVISION (56:).
           PERFORM 3100-TITULO-REVISION.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4020-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                EMP-ESTADO = "A"
               PERFORM 5100-EVALUAR-PRESENCIA
             END-IF
             PERFORM 4020-LEER-EMPLEADO
           END-PERFORM.

       5100-EVALUAR-PRESENCIA.
      *-----------------------
           MOVE ZERO TO WS-MESES-PAGADOS.

           PERFORM VARYING WS-IND-MES FROM 0 BY 1
                   UNTIL WS-IND-MES >= WS-MESES-VENTANA
             COMPUTE WS-MES-ABS = WS-MES-ABS-INI + WS-IND-MES
             PERFORM 2010-PERIODO-DE-MES
             PERFORM 5110-VERIFICAR-PAGO-MES
           END-PERFORM.

           IF WS-MESES-PAGADOS < WS-MESES-VENTANA
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-ACTIVIDAD.

           PERFORM 5200-BUSCAR-HORAS.
           IF WS-SIN-ACTIVIDAD
             PERFORM 5210-BUSCAR-ATRASOS
           END-IF.
           IF WS-SIN-ACTIVIDAD
             PERFORM 5220-BUSCAR-AUSENCIAS
           END-IF.
           IF WS-SIN-ACTIVIDAD
             PERFORM 5230-BUSCAR-SITUACIONES
           END-IF.
           IF WS-SIN-ACTIVIDAD
             PERFORM 5240-BUSCAR-MATERNIDAD
           END-IF.

           IF WS-CON-ACTIVIDAD
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-SIN-PRESENCIA.
           MOVE "NPR"     TO WS-HAL-TIPO.
           MOVE EMP-CLAVE TO WS-HAL-EMPLEADO.
           COMPUTE WS-HAL-PUNTAJE = WS-PUNTOS-SIN-PRESENCIA +
               WS-PUNTOS-POR-MES * WS-MESES-VENTANA.
           IF WS-HAL-PUNTAJE > WS-PUNTOS-MAXIMO
             MOVE WS-PUNTOS-MAXIMO TO WS-HAL-PUNTAJE
           END-IF.

           MOVE SPACES TO WS-HAL-DESCRIPCION.
           STRING "PAGADO " WS-MESES-PAGADOS
               " MESES SIN NINGUNA ACTIVIDAD REGISTRADA"
               DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
           END-STRING.

           MOVE EMP-SUELDO-ACTUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-HAL-SUSTENTO.
           STRING "PERIODOS " WS-PERIODO-INI " A " WS-PERIODO-FIN
               " SUELDO " WS-VALOR-EDITADO
               " OFICINA " EMP-COD-OFICINA
               " INGRESO " EMP-FEC-INGRESO-AA "-" EMP-FEC-INGRESO-MM
               "-" EMP-FEC-INGRESO-DD
               " SIN HEX/ATR/DES/SLA/MAT"
               DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
           END-STRING.

           PERFORM 8000-REGISTRAR-HALLAZGO.

       5110-VERIFICAR-PAGO-MES.
      *------------------------
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-PAUX-AA    TO NOM-FEC-NOMINA-AA.
           MOVE WS-PAUX-MM    TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-IF.

           IF FL-NOM = "00" AND
              NOM-COD-EMPRESA = WS-CIA-CODIGO AND
              NOM-COD-EMPLEADO = EMP-CLAVE AND
              NOM-FEC-NOMINA-AA = WS-PAUX-AA AND
              NOM-FEC-NOMINA-MM = WS-PAUX-MM
             ADD 1 TO WS-MESES-PAGADOS
           END-IF.

       5200-BUSCAR-HORAS.
      *------------------
           MOVE WS-CIA-CODIGO        TO HEX-COD-EMPRESA.
           MOVE EMP-CLAVE            TO HEX-COD-EMPLEADO.
           MOVE WS-FECHA-INI-VENTANA TO HEX-FECHA-NOVEDAD.
           MOVE ZEROS                TO TIPO-NOVEDAD.

           START ARCHIVO-HORAS-EXTRAS KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
             END-READ
           END-IF.

           IF FL-HEX = "00" AND
              HEX-COD-EMPRESA = WS-CIA-CODIGO AND
              HEX-COD-EMPLEADO = EMP-CLAVE
             MOVE HEX-FECHA-NOVEDAD TO WS-FECHA-REGISTRO
             IF WS-FECHA-REGISTRO <= WS-FECHA-FIN-VENTANA
               MOVE 1 TO WS-BANDERA-ACTIVIDAD
             END-IF
           END-IF.

       5210-BUSCAR-ATRASOS.
      *--------------------
           MOVE WS-CIA-CODIGO        TO ATR-COD-EMPRESA.
           MOVE EMP-CLAVE            TO ATR-COD-EMPLEADO.
           MOVE WS-FECHA-INI-VENTANA TO ATR-FECHA.
           MOVE LOW-VALUES           TO ATR-TIPO.

           START ARCHIVO-ATRASOS KEY IS NOT LESS THAN ATR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ATR
           END-START.

           IF FL-ATR = "00"
             READ ARCHIVO-ATRASOS NEXT RECORD
             END-READ
           END-IF.

           IF FL-ATR = "00" AND
              ATR-COD-EMPRESA = WS-CIA-CODIGO AND
              ATR-COD-EMPLEADO = EMP-CLAVE
             MOVE ATR-FECHA TO WS-FECHA-REGISTRO
             IF WS-FECHA-REGISTRO <= WS-FECHA-FIN-VENTANA
               MOVE 1 TO WS-BANDERA-ACTIVIDAD
             END-IF
           END-IF.

       5220-BUSCAR-AUSENCIAS.
      *----------------------
      *    SOLO LAS NOVEDADES DE AUSENCIA (CATEGORIA N); LAS CUOTAS
      *    DE PRESTAMOS, PENSIONES Y MULTAS SE GENERAN SOLAS Y NO
      *    PRUEBAN QUE EL EMPLEADO EXISTA.
           MOVE WS-CIA-CODIGO        TO DES-COD-EMPRESA.
           MOVE EMP-CLAVE            TO DES-COD-EMPLEADO.
           MOVE WS-FECHA-INI-VENTANA TO DES-FECHA-NOVEDAD.
           MOVE ZEROS                TO DES-TIPO-DESCUENTO.

           START ARCHIVO-DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DES
           END-START.

           IF FL-DES = "00"
             PERFORM 5221-LEER-DESCUENTO
           END-IF.

           PERFORM UNTIL FL-DES NOT = "00" OR WS-CON-ACTIVIDAD OR
                   DES-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   DES-COD-EMPLEADO NOT = EMP-CLAVE
             MOVE DES-FECHA-NOVEDAD TO WS-FECHA-REGISTRO
             IF WS-FECHA-REGISTRO > WS-FECHA-FIN-VENTANA
               MOVE "10" TO FL-DES
             ELSE
               IF DES-CATEGORIA = "N"
                 MOVE 1 TO WS-BANDERA-ACTIVIDAD
               END-IF
               PERFORM 5221-LEER-DESCUENTO
             END-IF
           END-PERFORM.

       5221-LEER-DESCUENTO.
      *--------------------
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       5230-BUSCAR-SITUACIONES.
      *------------------------
      *    UNA LICENCIA O SUSPENSION QUE TOCA LA VENTANA EXPLICA LA
      *    FALTA DE MARCACIONES.
           MOVE WS-CIA-CODIGO TO SLA-COD-EMPRESA.
           MOVE EMP-CLAVE     TO SLA-COD-EMPLEADO.
           MOVE ZEROS         TO SLA-FEC-INICIO.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             PERFORM 5231-LEER-SITUACION
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR WS-CON-ACTIVIDAD OR
                   SLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   SLA-COD-EMPLEADO NOT = EMP-CLAVE
             MOVE SLA-FEC-INICIO TO WS-FECHA-REGISTRO
             MOVE SLA-FEC-FIN    TO WS-FECHA-REGISTRO-FIN
             IF WS-FECHA-REGISTRO <= WS-FECHA-FIN-VENTANA AND
                (WS-FECHA-REGISTRO-FIN = ZEROS OR
                 WS-FECHA-REGISTRO-FIN >= WS-FECHA-INI-VENTANA)
               MOVE 1 TO WS-BANDERA-ACTIVIDAD
             END-IF
             PERFORM 5231-LEER-SITUACION
           END-PERFORM.

       5231-LEER-SITUACION.
      *--------------------
           READ ARCHIVO-SITUACIONES NEXT RECORD
           END-READ.

       5240-BUSCAR-MATERNIDAD.
      *-----------------------
           MOVE WS-CIA-CODIGO TO MAT-COD-EMPRESA.
           MOVE EMP-CLAVE     TO MAT-COD-EMPLEADO.
           MOVE ZEROS         TO MAT-FEC-NACIMIENTO.

           START ARCHIVO-MATERNIDAD KEY IS NOT LESS THAN MAT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MAT
           END-START.

           IF FL-MAT = "00"
             PERFORM 5241-LEER-MATERNIDAD
           END-IF.

           PERFORM UNTIL FL-MAT NOT = "00" OR WS-CON-ACTIVIDAD OR
                   MAT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   MAT-COD-EMPLEADO NOT = EMP-CLAVE
             MOVE MAT-FEC-INI-LIC TO WS-FECHA-REGISTRO
             MOVE MAT-FEC-FIN-LIC TO WS-FECHA-REGISTRO-FIN
             IF WS-FECHA-REGISTRO <= WS-FECHA-FIN-VENTANA AND
                WS-FECHA-REGISTRO-FIN >= WS-FECHA-INI-VENTANA
               MOVE 1 TO WS-BANDERA-ACTIVIDAD
             END-IF
             PERFORM 5241-LEER-MATERNIDAD
           END-PERFORM.

       5241-LEER-MATERNIDAD.
      *---------------------
           READ ARCHIVO-MATERNIDAD NEXT RECORD
           END-READ.

       6000-REVISAR-PAGOS-POST-BAJA.
      *-----------------------------
      *    EL MES DE LA BAJA SE PAGA (LIQUIDACION); CUALQUIER PAGO DE
      *    UN PERIODO POSTERIOR ES SOSPECHOSO. LOS CHEQUES DE
      *    CORRIDAS ESPECIALES (UTILIDADES, DECIMOS) SI PUEDEN
      *    CORRESPONDER A UN EX EMPLEADO Y PUNTUAN MENOS.
           MOVE "PAGOS DE PERIODOS POSTERIORES A LA FECHA DE BAJA"
             TO WS-TITULO-REVISION.
           PERFORM 3100-TITULO-REVISION.

           PERFORM 6100-REVISAR-ACH-POST-BAJA.
           PERFORM 6200-REVISAR-CHEQUES-POST-BAJA.
           PERFORM 6300-REVISAR-NOMINA-POST-BAJA.

       6100-REVISAR-ACH-POST-BAJA.
      *---------------------------
           MOVE WS-CIA-CODIGO TO PAG-COD-EMPRESA.
           MOVE ZEROS         TO PAG-COD-EMPLEADO.
           MOVE ZEROS         TO PAG-FEC-AA PAG-FEC-MM.

           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PAG
           END-START.

           IF FL-PAG = "00"
             PERFORM 6110-LEER-PAGO
           END-IF.

           PERFORM UNTIL FL-PAG NOT = "00" OR
                   PAG-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF PAG-ESTADO = "E" OR PAG-ESTADO = "C"
               MOVE PAG-COD-EMPLEADO TO EMP-CLAVE
               COMPUTE WS-PERIODO-REGISTRO =
                   PAG-FEC-AA * 100 + PAG-FEC-MM
               PERFORM 6900-VERIFICAR-BAJA
               IF WS-MESES-DESPUES > ZEROS
                 MOVE "BAJ" TO WS-HAL-TIPO
                 COMPUTE WS-HAL-PUNTAJE = WS-PUNTOS-POST-BAJA +
                     5 * (WS-MESES-DESPUES - 1)
                 PERFORM 6910-LIMITAR-PUNTAJE
                 MOVE SPACES TO WS-HAL-DESCRIPCION
                 STRING "TRANSFERENCIA ACH " WS-MESES-DESPUES
                     " MES(ES) DESPUES DE LA BAJA"
                     DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
                 END-STRING
                 MOVE PAG-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-HAL-SUSTENTO
                 STRING "PERIODO " PAG-FEC-AA "-" PAG-FEC-MM
                     " VALOR " WS-VALOR-EDITADO
                     " ESTADO ACH " PAG-ESTADO
                     " FECHA DE BAJA " EMP-FEC-BAJA-AA "-"
                     EMP-FEC-BAJA-MM "-" EMP-FEC-BAJA-DD
                     DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
                 END-STRING
                 PERFORM 8000-REGISTRAR-HALLAZGO
               END-IF
             END-IF
             PERFORM 6110-LEER-PAGO
           END-PERFORM.

       6110-LEER-PAGO.
      *---------------
           READ ARCHIVO-PAGOS NEXT RECORD
           END-READ.

       6200-REVISAR-CHEQUES-POST-BAJA.
      *-------------------------------
           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 6210-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-ESTADO NOT = "A" AND CHQ-ESTADO NOT = "R"
               MOVE CHQ-COD-EMPLEADO TO EMP-CLAVE
               COMPUTE WS-PERIODO-REGISTRO =
                   CHQ-FEC-AA * 100 + CHQ-FEC-MM
               PERFORM 6900-VERIFICAR-BAJA
               IF WS-MESES-DESPUES > ZEROS
                 MOVE "BAJ" TO WS-HAL-TIPO
                 IF CHQ-ORIGEN = "E"
                   MOVE WS-PUNTOS-POST-BAJA-ESP TO WS-HAL-PUNTAJE
                 ELSE
                   COMPUTE WS-HAL-PUNTAJE = WS-PUNTOS-POST-BAJA +
                       5 * (WS-MESES-DESPUES - 1)
                   PERFORM 6910-LIMITAR-PUNTAJE
                 END-IF
                 MOVE SPACES TO WS-HAL-DESCRIPCION
                 STRING "CHEQUE " WS-MESES-DESPUES
                     " MES(ES) DESPUES DE LA BAJA"
                     DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
                 END-STRING
                 MOVE CHQ-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-HAL-SUSTENTO
                 STRING "CHEQUE " CHQ-NUMERO
                     " PERIODO " CHQ-FEC-AA "-" CHQ-FEC-MM
                     " VALOR " WS-VALOR-EDITADO
                     " ESTADO " CHQ-ESTADO " ORIGEN " CHQ-ORIGEN
                     " BAJA " EMP-FEC-BAJA-AA "-"
                     EMP-FEC-BAJA-MM "-" EMP-FEC-BAJA-DD
                     DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
                 END-STRING
                 PERFORM 8000-REGISTRAR-HALLAZGO
               END-IF
             END-IF
             PERFORM 6210-LEER-CHEQUE
           END-PERFORM.

       6210-LEER-CHEQUE.
      *-----------------
           READ ARCHIVO-CHEQUES NEXT RECORD
           END-READ.

       6300-REVISAR-NOMINA-POST-BAJA.
      *------------------------------
      *    EN LA NOMINA BASTA EL RUBRO DE SUELDO BASE: UNO POR
      *    EMPLEADO Y PERIODO.
           MOVE ZEROS TO WS-ULT-EMP-NOM.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE ZEROS         TO NOM-COD-EMPLEADO.
           MOVE ZEROS         TO NOM-FECHA-NOMINA.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 6310-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF NOM-TIPO-RUBRO = WS-RUBRO-SUELDO-BASE
               PERFORM 6320-EVALUAR-NOMINA
             END-IF
             PERFORM 6310-LEER-NOMINA
           END-PERFORM.

       6310-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       6320-EVALUAR-NOMINA.
      *--------------------
           IF NOM-COD-EMPLEADO NOT = WS-ULT-EMP-NOM
             MOVE NOM-COD-EMPLEADO TO WS-ULT-EMP-NOM
             MOVE NOM-COD-EMPLEADO TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             IF FL-EMP NOT = "00"
               INITIALIZE EMP-DATOS
             END-IF
           END-IF.

           COMPUTE WS-PERIODO-REGISTRO =
               NOM-FEC-NOMINA-AA * 100 + NOM-FEC-NOMINA-MM.
           PERFORM 6920-MESES-DESPUES-BAJA.

           IF WS-MESES-DESPUES = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE "BAJ"                   TO WS-HAL-TIPO.
           MOVE NOM-COD-EMPLEADO        TO WS-HAL-EMPLEADO.
           MOVE WS-PUNTOS-POST-BAJA-NOM TO WS-HAL-PUNTAJE.
           MOVE SPACES TO WS-HAL-DESCRIPCION.
           STRING "SUELDO EN NOMINA " WS-MESES-DESPUES
               " MES(ES) DESPUES DE LA BAJA"
               DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
           END-STRING.
           MOVE NOM-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-HAL-SUSTENTO.
           STRING "PERIODO " NOM-FEC-NOMINA-AA "-" NOM-FEC-NOMINA-MM
               " RUBRO " NOM-TIPO-RUBRO
               " VALOR " WS-VALOR-EDITADO
               " PROCESADO " NOM-FEC-PROC-AA "-" NOM-FEC-PROC-MM "-"
               NOM-FEC-PROC-DD
               " BAJA " EMP-FEC-BAJA-AA "-"
               EMP-FEC-BAJA-MM "-" EMP-FEC-BAJA-DD
               DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
           END-STRING.
           PERFORM 8000-REGISTRAR-HALLAZGO.

       6900-VERIFICAR-BAJA.
      *--------------------
           MOVE EMP-CLAVE TO WS-HAL-EMPLEADO.

           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             MOVE ZEROS TO WS-MESES-DESPUES
             EXIT PARAGRAPH
           END-IF.

           PERFORM 6920-MESES-DESPUES-BAJA.

       6910-LIMITAR-PUNTAJE.
      *---------------------
           IF WS-HAL-PUNTAJE > WS-PUNTOS-MAXIMO
             MOVE WS-PUNTOS-MAXIMO TO WS-HAL-PUNTAJE
           END-IF.

       6920-MESES-DESPUES-BAJA.
      *------------------------
      *    MESES ENTRE EL MES DE LA BAJA Y EL PERIODO PAGADO; CERO SI
      *    EL EMPLEADO NO TIENE BAJA O EL PERIODO NO ES POSTERIOR.
           MOVE ZEROS TO WS-MESES-DESPUES.

           IF EMP-FEC-BAJA IS NOT NUMERIC OR EMP-FEC-BAJA-AA = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PERIODO-BAJA =
               EMP-FEC-BAJA-AA * 100 + EMP-FEC-BAJA-MM.

           IF WS-PERIODO-REGISTRO <= WS-PERIODO-BAJA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERIODO-REGISTRO TO WS-PERIODO-AUX-NUM.
           COMPUTE WS-MESES-DESPUES =
               (WS-PAUX-AA * 12 + WS-PAUX-MM) -
               (EMP-FEC-BAJA-AA * 12 + EMP-FEC-BAJA-MM).

       7000-REVISAR-DOBLE-PAGO.
      *------------------------
      *    UN CHEQUE DE NOMINA VIGENTE Y UNA TRANSFERENCIA ENVIADA O
      *    CONFIRMADA PARA EL MISMO EMPLEADO Y PERIODO. CUANDO EL
      *    CHEQUE REEMPLAZA A LA TRANSFERENCIA, ESTA QUEDA RETENIDA
      *    (H), RECHAZADA (R), REEMITIDA (X) O FUERA DE CICLO (Q).
           MOVE "PERIODOS PAGADOS POR TRANSFERENCIA Y POR CHEQUE"
             TO WS-TITULO-REVISION.
           PERFORM 3100-TITULO-REVISION.

           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 6210-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-ESTADO NOT = "A" AND CHQ-ESTADO NOT = "R" AND
                CHQ-ORIGEN NOT = "E"
               PERFORM 7100-BUSCAR-ACH-DEL-CHEQUE
             END-IF
             PERFORM 6210-LEER-CHEQUE
           END-PERFORM.

       7100-BUSCAR-ACH-DEL-CHEQUE.
      *---------------------------
           MOVE CHQ-COD-EMPRESA  TO PAG-COD-EMPRESA.
           MOVE CHQ-COD-EMPLEADO TO PAG-COD-EMPLEADO.
           MOVE CHQ-FEC-AA       TO PAG-FEC-AA.
           MOVE CHQ-FEC-MM       TO PAG-FEC-MM.

           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF PAG-ESTADO NOT = "E" AND PAG-ESTADO NOT = "C"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-DOBLE-PAGO.
           MOVE "DUP"                TO WS-HAL-TIPO.
           MOVE CHQ-COD-EMPLEADO     TO WS-HAL-EMPLEADO.
           MOVE WS-PUNTOS-DOBLE-PAGO TO WS-HAL-PUNTAJE.
           IF PAG-ESTADO = "C"
             ADD WS-PUNTOS-ACH-CONFIRMADO TO WS-HAL-PUNTAJE
           END-IF.
           PERFORM 6910-LIMITAR-PUNTAJE.

           MOVE SPACES TO WS-HAL-DESCRIPCION.
           STRING "PERIODO " CHQ-FEC-AA "-" CHQ-FEC-MM
               " PAGADO POR ACH Y POR CHEQUE"
               DELIMITED BY SIZE INTO WS-HAL-DESCRIPCION
           END-STRING.

           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.
           MOVE PAG-VALOR TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-HAL-SUSTENTO.
           STRING "CHEQUE " CHQ-NUMERO " VALOR " WS-VALOR-EDITADO
               " ESTADO " CHQ-ESTADO
               " / ACH VALOR " WS-VALOR-EDITADO-2
               " ESTADO " PAG-ESTADO
               DELIMITED BY SIZE INTO WS-HAL-SUSTENTO
           END-STRING.

           PERFORM 8000-REGISTRAR-HALLAZGO.

       8000-REGISTRAR-HALLAZGO.
      *------------------------
           ADD 1 TO WS-CNT-HALLAZGOS.

           IF WS-HAL-TIPO = "BAJ"
             ADD 1 TO WS-CNT-POST-BAJA
           END-IF.

           EVALUATE TRUE
               WHEN WS-HAL-PUNTAJE >= WS-UMBRAL-ALTO
                 MOVE "ALTO"  TO WS-HAL-NIVEL
                 ADD 1 TO WS-CNT-ALTO
               WHEN WS-HAL-PUNTAJE >= WS-UMBRAL-MEDIO
                 MOVE "MEDIO" TO WS-HAL-NIVEL
                 ADD 1 TO WS-CNT-MEDIO
               WHEN OTHER
                 MOVE "BAJO"  TO WS-HAL-NIVEL
                 ADD 1 TO WS-CNT-BAJO
           END-EVALUATE.

      *    EL NOMBRE SE TOMA DEL MAESTRO; SI YA ESTA EN EL AREA DEL
      *    REGISTRO NO SE RELEE, PARA NO MOVER UN RECORRIDO EN CURSO.
           IF EMP-CLAVE NOT = WS-HAL-EMPLEADO
             MOVE WS-HAL-EMPLEADO TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             IF FL-EMP NOT = "00"
               MOVE "** NO EXISTE EN EL MAESTRO **" TO EMP-NOMBRES
             END-IF
           END-IF.
           MOVE EMP-NOMBRES TO WS-HAL-NOMBRE.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-HAL-PUNTAJE " " WS-HAL-NIVEL " " WS-HAL-TIPO " "
               WS-HAL-EMPLEADO " " WS-HAL-NOMBRE " "
               WS-HAL-DESCRIPCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "      " WS-HAL-SUSTENTO
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
