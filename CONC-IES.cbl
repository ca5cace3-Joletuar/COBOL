      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONC-IES.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-APO.cpy".
            COPY "./Copys/FISI-RES.cpy".
            COPY "./Copys/FISI-CNV.cpy".

            SELECT ARCHIVO-PLANILLA
              ASSIGN TO "../Archivos/Planilla-IESS.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-PLI.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-APO.cpy".
            COPY "./Copys/LOGI-RES.cpy".
            COPY "./Copys/LOGI-CNV.cpy".

      *    DETALLE DE LA PLANILLA QUE FACTURA EL IESS: UNA LINEA POR
      *    AFILIADO CON LO QUE EL INSTITUTO TIENE REGISTRADO PARA EL
      *    MES. PLI-ESTADO ES "A" SI LO SIGUE MOSTRANDO ACTIVO Y "S"
      *    SI YA TIENE EL AVISO DE SALIDA.
       FD  ARCHIVO-PLANILLA.
       01  PLI-DATOS.
           03 PLI-CEDULA                PIC 9(10).
           03 PLI-PERIODO.
              05 PLI-FEC-AA             PIC 9(4).
              05 PLI-FEC-MM             PIC 9(2).
           03 PLI-ESTADO                PIC X(1).
           03 PLI-APORTE-PERSONAL       PIC 9(8)V9(2).
           03 PLI-APORTE-PATRONAL       PIC 9(8)V9(2).
           03 PLI-FONDO-RESERVA         PIC 9(8)V9(2).
           03 PLI-PRESTAMOS             PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-APO                  PIC XX.
       01  FL-RES                  PIC XX.
       01  FL-CNV                  PIC XX.
       01  FL-PLI                  PIC XX.

      *    CONCILIACION DE LA PLANILLA DEL IESS CONTRA LO QUE CALCULO
      *    LA NOMINA: APORTE PERSONAL Y PATRONAL, FONDO DE RESERVA
      *    (PAGADO EN ROL O DEPOSITADO) Y LOS PRESTAMOS DEL IESS
      *    DESCONTADOS POR SU CONVENIO. SE CRUZA POR CEDULA.
       01  WS-PARAMETROS-IES.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-IES-FEC-AA         PIC 9(4).
           03 WS-IES-FEC-MM         PIC 9(2).
           03 WS-CNV-PRESTAMOS      PIC 9(3).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       77  WS-RUBRO-APORTE-PERSONAL PIC 9(2) VALUE 3.
       77  WS-RUBRO-APORTE-PATRONAL PIC 9(2) VALUE 4.
       77  WS-RUBRO-FONDO-RESERVA   PIC 9(2) VALUE 16.
       77  WS-BASE-RUBRO-DESCUENTO  PIC 9(2) VALUE 50.

       01  WS-RUBRO-PRESTAMO-IESS   PIC 9(2).

       01  WS-TASAS-VIGENTES.
           03 WS-PORC-RESERVA       PIC 9(2)V9(2).
           03 WS-PERIODO-NUM        PIC 9(6).
           03 WS-VIGENCIA-NUM       PIC 9(6).
           03 WS-VIGENCIA-MEJOR     PIC 9(6).
           03 WS-BAJA-NUM           PIC 9(6).
           03 WS-ULT-ACUM-NUM       PIC 9(6).
           03 WS-MESES-SERVICIO     PIC S9(5).
           03 WS-BANDERA-VIGENCIA   PIC 9.
               88 WS-VIGENCIA-ENCONTRADA    VALUE 1.
               88 WS-VIGENCIA-NO-ENCONTRADA VALUE 0.

      *    LO QUE LA NOMINA DEL MES CALCULO PARA EL EMPLEADO EN
      *    CADA CONCEPTO QUE FACTURA EL IESS.
       01  WS-VALORES-NOMINA.
           03 WS-NOM-APORTE-PERSONAL PIC 9(8)V9(2).
           03 WS-NOM-APORTE-PATRONAL PIC 9(8)V9(2).
           03 WS-NOM-FONDO-RESERVA   PIC 9(8)V9(2).
           03 WS-NOM-PRESTAMOS       PIC 9(8)V9(2).

       01  WS-DIFERENCIAS.
           03 WS-DIF-APORTE-PERSONAL PIC S9(9)V9(2).
           03 WS-DIF-APORTE-PATRONAL PIC S9(9)V9(2).
           03 WS-DIF-FONDO-RESERVA   PIC S9(9)V9(2).
           03 WS-DIF-PRESTAMOS       PIC S9(9)V9(2).

      *    CEDULAS LEIDAS DE LA PLANILLA, PARA DETECTAR DESPUES A
      *    QUIEN LA NOMINA LE CALCULO APORTES Y EL IESS NO FACTURA.
       01  WS-TABLA-PLANILLA.
           03 WS-PLI-CEDULA-TAB     PIC 9(10) OCCURS 5000 TIMES.

       01  WS-TOT-CEDULAS           PIC 9(4).
       01  WS-IND-CED               PIC 9(4).
       01  WS-BANDERA-CEDULA        PIC 9.
           88 WS-CEDULA-EN-PLANILLA     VALUE 1.
           88 WS-CEDULA-NO-EN-PLANILLA  VALUE 0.
       01  WS-BANDERA-DESBORDE      PIC 9.
           88 WS-TABLA-DESBORDADA       VALUE 1.

       01  WS-CONTADORES.
           03 WS-TOTAL-LEIDAS       PIC 9(6).
           03 WS-TOTAL-INVALIDAS    PIC 9(6).
           03 WS-TOTAL-CUADRADOS    PIC 9(6).
           03 WS-TOTAL-CON-DIFERENCIA PIC 9(6).
           03 WS-TOTAL-SOLO-IESS    PIC 9(6).
           03 WS-TOTAL-SOLO-NOMINA  PIC 9(6).
           03 WS-TOTAL-ACTIVOS-BAJA PIC 9(6).

       01  WS-TOTALES-IESS.
           03 WS-TIE-APORTE-PERSONAL PIC 9(11)V9(2).
           03 WS-TIE-APORTE-PATRONAL PIC 9(11)V9(2).
           03 WS-TIE-FONDO-RESERVA   PIC 9(11)V9(2).
           03 WS-TIE-PRESTAMOS       PIC 9(11)V9(2).

       01  WS-TOTALES-NOMINA.
           03 WS-TNO-APORTE-PERSONAL PIC 9(11)V9(2).
           03 WS-TNO-APORTE-PATRONAL PIC 9(11)V9(2).
           03 WS-TNO-FONDO-RESERVA   PIC 9(11)V9(2).
           03 WS-TNO-PRESTAMOS       PIC 9(11)V9(2).

       01  WS-TOTAL-DIFERENCIA      PIC S9(11)V9(2).

       01  WS-CONCEPTO              PIC X(20).
       01  WS-VALOR-IESS            PIC 9(11)V9(2).
       01  WS-VALOR-NOMINA          PIC 9(11)V9(2).

       01  WS-VALOR-EDITADO         PIC Z(10)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(10)9.99.
       01  WS-DIF-EDITADA           PIC -(10)9.99.
       01  WS-DIF-EDITADA-1         PIC -(7)9.99.
       01  WS-DIF-EDITADA-2         PIC -(7)9.99.
       01  WS-DIF-EDITADA-3         PIC -(7)9.99.
       01  WS-DIF-EDITADA-4         PIC -(7)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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
             PERFORM 2010-VALIDAR-PERIODO
             IF WS-CAMPOS-CORRECTO
               PERFORM 2020-BUSCAR-VIGENCIA
             END-IF
             IF WS-CAMPOS-CORRECTO
               PERFORM 2030-VALIDAR-CONVENIO
             END-IF
             IF WS-CAMPOS-CORRECTO AND FL-PLI NOT = "00"
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE PLANILLA "
                   "../Archivos/Planilla-IESS.txt"
               MOVE "0000-MAIN" TO WS-ERR-PARRAFO
               MOVE "PLI" TO WS-ERR-ARCHIVO
               MOVE FL-PLI TO WS-ERR-ESTADO
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8000-REGISTRAR-ERROR
             END-IF
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-CONCILIAR-PLANILLA
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE REALIZO LA CONCILIACION DE LA PLANILLA"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-APORTES.
           OPEN INPUT ARCHIVO-PLANILLA.

           OPEN INPUT ARCHIVO-RESERVAS.
           IF FL-RES NOT = "00"
             OPEN OUTPUT ARCHIVO-RESERVAS
             CLOSE ARCHIVO-RESERVAS
             OPEN INPUT ARCHIVO-RESERVAS
           END-IF.

           OPEN INPUT ARCHIVO-CONVENIOS.
           IF FL-CNV NOT = "00"
             OPEN OUTPUT ARCHIVO-CONVENIOS
             CLOSE ARCHIVO-CONVENIOS
             OPEN INPUT ARCHIVO-CONVENIOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-APORTES.
           CLOSE ARCHIVO-PLANILLA.
           CLOSE ARCHIVO-RESERVAS.
           CLOSE ARCHIVO-CONVENIOS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   CONCILIACION DE LA PLANILLA DEL IESS".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-IES-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-IES-FEC-MM.
           DISPLAY "CONVENIO DE PRESTAMOS DEL IESS (0 = NINGUNO): ".
           ACCEPT WS-CNV-PRESTAMOS.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-IES-FEC-AA IS NOT NUMERIC OR
                    WS-IES-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-IES-FEC-MM IS NOT NUMERIC OR
                    WS-IES-FEC-MM <= ZEROS OR WS-IES-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN WS-CNV-PRESTAMOS IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CONVENIO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 COMPUTE WS-PERIODO-NUM =
                     WS-IES-FEC-AA * 100 + WS-IES-FEC-MM
           END-EVALUATE.

       2010-VALIDAR-PERIODO.
      *----------------------
      *    SE CONCILIA LO YA LIQUIDADO: EL PERIODO DEBE EXISTIR Y
      *    NO ESTAR CON UNA CORRIDA EN PROCESO.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " NO EXISTE"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-IES-FEC-AA TO PER-FEC-AA.
           MOVE WS-IES-FEC-MM TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-IES-FEC-AA "-"
                     WS-IES-FEC-MM " NO EXISTE PARA ESTA EMPRESA"
               WHEN PER-ESTADO = "P"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO TIENE UNA CORRIDA DE NOMINA "
                     "EN PROCESO"
               WHEN PER-ESTADO NOT = "C"
                 DISPLAY "AVISO: EL PERIODO AUN NO ESTA CERRADO, "
                     "LA NOMINA PUEDE CAMBIAR"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2020-BUSCAR-VIGENCIA.
      *----------------------
      *    LA TASA DEL FONDO DE RESERVA SE NECESITA PARA VALORAR
      *    LO QUE LA NOMINA DEPOSITO A LOS QUE LO ACUMULAN.
           MOVE 0 TO WS-BANDERA-VIGENCIA.
           MOVE ZERO TO WS-VIGENCIA-MEJOR.

           MOVE LOW-VALUES TO APO-CLAVE.
           START ARCHIVO-APORTES KEY IS NOT LESS THAN APO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-APO
           END-START.

           IF FL-APO = "00"
             PERFORM 2021-LEER-VIGENCIA
           END-IF.

           PERFORM UNTIL FL-APO NOT = "00"
             COMPUTE WS-VIGENCIA-NUM =
                 APO-VIG-AA * 100 + APO-VIG-MM
             IF APO-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM   TO WS-VIGENCIA-MEJOR
               MOVE APO-PORC-RESERVA  TO WS-PORC-RESERVA
               MOVE 1 TO WS-BANDERA-VIGENCIA
             END-IF
             PERFORM 2021-LEER-VIGENCIA
           END-PERFORM.

           IF WS-VIGENCIA-NO-ENCONTRADA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY TASAS DE APORTE VIGENTES PARA EL "
                 "PERIODO, REGISTRELAS EN LA PARAMETRIZACION"
           END-IF.

       2021-LEER-VIGENCIA.
      *--------------------
           READ ARCHIVO-APORTES NEXT RECORD
           END-READ.

       2030-VALIDAR-CONVENIO.
      *-----------------------
      *    LOS PRESTAMOS QUIROGRAFARIOS E HIPOTECARIOS SE DESCUENTAN
      *    COMO CUALQUIER CONVENIO; SU TIPO DE DESCUENTO DA EL RUBRO
      *    DE NOMINA QUE SE CONCILIA.
           MOVE ZEROS TO WS-RUBRO-PRESTAMO-IESS.

           IF WS-CNV-PRESTAMOS = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNV-PRESTAMOS TO CNV-CODIGO.
           READ ARCHIVO-CONVENIOS
           END-READ.

           IF FL-CNV NOT = "00" OR CNV-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL CONVENIO " WS-CNV-PRESTAMOS
                 " NO EXISTE O ESTA INACTIVO"
           ELSE
             COMPUTE WS-RUBRO-PRESTAMO-IESS =
                 WS-BASE-RUBRO-DESCUENTO + CNV-TIPO-DESCUENTO
           END-IF.

       3000-CONCILIAR-PLANILLA.
      *-------------------------
           INITIALIZE WS-CONTADORES WS-TOTALES-IESS WS-TOTALES-NOMINA.
           MOVE ZERO TO WS-TOT-CEDULAS WS-BANDERA-DESBORDE.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "CONC-IES"    TO WS-RPT-NOMBRE.
           MOVE "CONCILIACION DE LA PLANILLA DEL IESS CONTRA NOMINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-IES-FEC-AA "-" WS-IES-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

      *    LADO IESS: CADA LINEA DE LA PLANILLA CONTRA LA NOMINA.
           MOVE "--- LINEAS DE LA PLANILLA CON OBSERVACIONES ---"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3010-LEER-PLANILLA.

           PERFORM UNTIL FL-PLI NOT = "00"
             ADD 1 TO WS-TOTAL-LEIDAS
             PERFORM 3100-PROCESAR-LINEA
             PERFORM 3010-LEER-PLANILLA
           END-PERFORM.

      *    LADO NOMINA: A QUIEN SE LE CALCULO Y EL IESS NO FACTURA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "--- EMPLEADOS CON APORTES EN NOMINA SIN PLANILLA ---"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TABLA-DESBORDADA
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  *** PLANILLA MAYOR A 5000 AFILIADOS: LA "
                 "BUSQUEDA DE FALTANTES NO ES CONFIABLE ***"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM 3200-RECORRER-EMPLEADOS.

           PERFORM 3900-IMPRIMIR-TOTALES.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3010-LEER-PLANILLA.
      *--------------------
           READ ARCHIVO-PLANILLA
           END-READ.

       3100-PROCESAR-LINEA.
      *---------------------
           IF PLI-CEDULA IS NOT NUMERIC OR PLI-CEDULA = ZEROS OR
              PLI-PERIODO IS NOT NUMERIC OR
              PLI-APORTE-PERSONAL IS NOT NUMERIC OR
              PLI-APORTE-PATRONAL IS NOT NUMERIC OR
              PLI-FONDO-RESERVA IS NOT NUMERIC OR
              PLI-PRESTAMOS IS NOT NUMERIC
             ADD 1 TO WS-TOTAL-INVALIDAS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  LINEA " WS-TOTAL-LEIDAS
                 " INVALIDA, NO SE CONCILIA: " PLI-DATOS (1:50)
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           IF PLI-FEC-AA NOT = WS-IES-FEC-AA OR
              PLI-FEC-MM NOT = WS-IES-FEC-MM
             ADD 1 TO WS-TOTAL-INVALIDAS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  CEDULA " PLI-CEDULA " PERIODO "
                 PLI-FEC-AA "-" PLI-FEC-MM
                 " DISTINTO AL CONCILIADO, NO SE CONSIDERA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           IF WS-TOT-CEDULAS < 5000
             ADD 1 TO WS-TOT-CEDULAS
             MOVE PLI-CEDULA TO WS-PLI-CEDULA-TAB (WS-TOT-CEDULAS)
           ELSE
             MOVE 1 TO WS-BANDERA-DESBORDE
           END-IF.

           ADD PLI-APORTE-PERSONAL TO WS-TIE-APORTE-PERSONAL.
           ADD PLI-APORTE-PATRONAL TO WS-TIE-APORTE-PATRONAL.
           ADD PLI-FONDO-RESERVA   TO WS-TIE-FONDO-RESERVA.
           ADD PLI-PRESTAMOS       TO WS-TIE-PRESTAMOS.

           MOVE PLI-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS
             KEY IS EMP-CEDULA
           END-READ.

           IF FL-EMP NOT = "00" OR EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
             ADD 1 TO WS-TOTAL-SOLO-IESS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  CEDULA " PLI-CEDULA
                 " FACTURADA POR EL IESS, NO ES EMPLEADO DE LA "
                 "EMPRESA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3110-VERIFICAR-BAJA.

           PERFORM 5000-VALORES-NOMINA.

           IF WS-NOM-APORTE-PERSONAL = ZEROS AND
              WS-NOM-APORTE-PATRONAL = ZEROS
             ADD 1 TO WS-TOTAL-SOLO-IESS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  CEDULA " PLI-CEDULA " " EMP-CLAVE " "
                 EMP-NOMBRES " FACTURADO SIN APORTES EN NOMINA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIF-APORTE-PERSONAL =
               PLI-APORTE-PERSONAL - WS-NOM-APORTE-PERSONAL.
           COMPUTE WS-DIF-APORTE-PATRONAL =
               PLI-APORTE-PATRONAL - WS-NOM-APORTE-PATRONAL.
           COMPUTE WS-DIF-FONDO-RESERVA =
               PLI-FONDO-RESERVA - WS-NOM-FONDO-RESERVA.
           COMPUTE WS-DIF-PRESTAMOS =
               PLI-PRESTAMOS - WS-NOM-PRESTAMOS.

           IF WS-DIF-APORTE-PERSONAL = ZEROS AND
              WS-DIF-APORTE-PATRONAL = ZEROS AND
              WS-DIF-FONDO-RESERVA = ZEROS AND
              WS-DIF-PRESTAMOS = ZEROS
             ADD 1 TO WS-TOTAL-CUADRADOS
           ELSE
             ADD 1 TO WS-TOTAL-CON-DIFERENCIA
             PERFORM 3120-IMPRIMIR-DIFERENCIA
           END-IF.

       3110-VERIFICAR-BAJA.
      *---------------------
      *    EL IESS SIGUE COBRANDO A QUIEN YA SALIO SI NO SE
      *    REGISTRO EL AVISO DE SALIDA: LO FACTURA EN MESES
      *    POSTERIORES A LA BAJA O LO SIGUE MOSTRANDO ACTIVO.
           IF EMP-FEC-BAJA-AA = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BAJA-NUM =
               EMP-FEC-BAJA-AA * 100 + EMP-FEC-BAJA-MM.

           IF WS-PERIODO-NUM > WS-BAJA-NUM OR PLI-ESTADO = "A"
             ADD 1 TO WS-TOTAL-ACTIVOS-BAJA
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  CEDULA " PLI-CEDULA " " EMP-CLAVE " "
                 EMP-NOMBRES " ACTIVO EN IESS, BAJA "
                 EMP-FEC-BAJA-AA "-" EMP-FEC-BAJA-MM "-"
                 EMP-FEC-BAJA-DD
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       3120-IMPRIMIR-DIFERENCIA.
      *--------------------------
      *    DIFERENCIA = LO FACTURADO POR EL IESS MENOS LO CALCULADO
      *    EN NOMINA, POR CONCEPTO.
           MOVE WS-DIF-APORTE-PERSONAL TO WS-DIF-EDITADA-1.
           MOVE WS-DIF-APORTE-PATRONAL TO WS-DIF-EDITADA-2.
           MOVE WS-DIF-FONDO-RESERVA   TO WS-DIF-EDITADA-3.
           MOVE WS-DIF-PRESTAMOS       TO WS-DIF-EDITADA-4.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CEDULA " PLI-CEDULA " " EMP-CLAVE " "
               EMP-NOMBRES (1:25)
               " PERS " WS-DIF-EDITADA-1
               " PATR " WS-DIF-EDITADA-2
               " FRES " WS-DIF-EDITADA-3
               " PRES " WS-DIF-EDITADA-4
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3200-RECORRER-EMPLEADOS.
      *-------------------------
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3210-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO
               PERFORM 3220-VERIFICAR-EMPLEADO
             END-IF
             PERFORM 3210-LEER-EMPLEADO
           END-PERFORM.

       3210-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3220-VERIFICAR-EMPLEADO.
      *-------------------------
           PERFORM 5000-VALORES-NOMINA.

           IF WS-NOM-APORTE-PERSONAL = ZEROS AND
              WS-NOM-APORTE-PATRONAL = ZEROS AND
              WS-NOM-FONDO-RESERVA = ZEROS AND
              WS-NOM-PRESTAMOS = ZEROS
             EXIT PARAGRAPH
           END-IF.

           ADD WS-NOM-APORTE-PERSONAL TO WS-TNO-APORTE-PERSONAL.
           ADD WS-NOM-APORTE-PATRONAL TO WS-TNO-APORTE-PATRONAL.
           ADD WS-NOM-FONDO-RESERVA   TO WS-TNO-FONDO-RESERVA.
           ADD WS-NOM-PRESTAMOS       TO WS-TNO-PRESTAMOS.

           MOVE 0 TO WS-BANDERA-CEDULA.
           PERFORM VARYING WS-IND-CED FROM 1 BY 1
               UNTIL WS-IND-CED > WS-TOT-CEDULAS OR
                     WS-CEDULA-EN-PLANILLA
             IF WS-PLI-CEDULA-TAB (WS-IND-CED) = EMP-CEDULA
               MOVE 1 TO WS-BANDERA-CEDULA
             END-IF
           END-PERFORM.

           IF WS-CEDULA-NO-EN-PLANILLA
             ADD 1 TO WS-TOTAL-SOLO-NOMINA
             MOVE WS-NOM-APORTE-PERSONAL TO WS-DIF-EDITADA-1
             MOVE WS-NOM-APORTE-PATRONAL TO WS-DIF-EDITADA-2
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  CEDULA " EMP-CEDULA " " EMP-CLAVE " "
                 EMP-NOMBRES " NO FACTURADO - PERS "
                 WS-DIF-EDITADA-1 " PATR " WS-DIF-EDITADA-2
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       3900-IMPRIMIR-TOTALES.
      *-----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "--- TOTALES PARA LA APROBACION DEL CONTADOR ---"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CONCEPTO                   PLANILLA IESS"
               "             NOMINA        DIFERENCIA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "APORTE PERSONAL"      TO WS-CONCEPTO.
           MOVE WS-TIE-APORTE-PERSONAL TO WS-VALOR-IESS.
           MOVE WS-TNO-APORTE-PERSONAL TO WS-VALOR-NOMINA.
           PERFORM 3910-IMPRIMIR-CONCEPTO.

           MOVE "APORTE PATRONAL"      TO WS-CONCEPTO.
           MOVE WS-TIE-APORTE-PATRONAL TO WS-VALOR-IESS.
           MOVE WS-TNO-APORTE-PATRONAL TO WS-VALOR-NOMINA.
           PERFORM 3910-IMPRIMIR-CONCEPTO.

           MOVE "FONDO DE RESERVA"     TO WS-CONCEPTO.
           MOVE WS-TIE-FONDO-RESERVA   TO WS-VALOR-IESS.
           MOVE WS-TNO-FONDO-RESERVA   TO WS-VALOR-NOMINA.
           PERFORM 3910-IMPRIMIR-CONCEPTO.

           MOVE "PRESTAMOS IESS"       TO WS-CONCEPTO.
           MOVE WS-TIE-PRESTAMOS       TO WS-VALOR-IESS.
           MOVE WS-TNO-PRESTAMOS       TO WS-VALOR-NOMINA.
           PERFORM 3910-IMPRIMIR-CONCEPTO.

           MOVE "TOTAL"                TO WS-CONCEPTO.
           COMPUTE WS-VALOR-IESS =
               WS-TIE-APORTE-PERSONAL + WS-TIE-APORTE-PATRONAL +
               WS-TIE-FONDO-RESERVA + WS-TIE-PRESTAMOS.
           COMPUTE WS-VALOR-NOMINA =
               WS-TNO-APORTE-PERSONAL + WS-TNO-APORTE-PATRONAL +
               WS-TNO-FONDO-RESERVA + WS-TNO-PRESTAMOS.
           PERFORM 3910-IMPRIMIR-CONCEPTO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "LINEAS DE PLANILLA LEIDAS:   " WS-TOTAL-LEIDAS
               "   INVALIDAS: " WS-TOTAL-INVALIDAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "AFILIADOS CUADRADOS:         " WS-TOTAL-CUADRADOS
               "   CON DIFERENCIA: " WS-TOTAL-CON-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SOLO EN PLANILLA IESS:       " WS-TOTAL-SOLO-IESS
               "   SOLO EN NOMINA: " WS-TOTAL-SOLO-NOMINA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ACTIVOS EN IESS DESPUES DE SU BAJA: "
               WS-TOTAL-ACTIVOS-BAJA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "REVISADO Y APROBADO POR EL CONTADOR: "
               "______________________  FECHA: __________"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3910-IMPRIMIR-CONCEPTO.
      *------------------------
           COMPUTE WS-TOTAL-DIFERENCIA =
               WS-VALOR-IESS - WS-VALOR-NOMINA.
           MOVE WS-VALOR-IESS       TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-NOMINA     TO WS-VALOR-EDITADO-2.
           MOVE WS-TOTAL-DIFERENCIA TO WS-DIF-EDITADA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CONCEPTO "   " WS-VALOR-EDITADO
               "  " WS-VALOR-EDITADO-2 "  " WS-DIF-EDITADA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-VALORES-NOMINA.
      *---------------------
      *    LOS CONCEPTOS DEL EMPLEADO EN LA NOMINA DEL MES. EL
      *    FONDO DE RESERVA ES EL RUBRO PAGADO EN ROL MAS LO QUE LA
      *    CORRIDA DEPOSITO AL QUE LO ACUMULA, CON LA MISMA FORMULA.
           INITIALIZE WS-VALORES-NOMINA.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-IES-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-IES-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 5010-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                   NOM-FEC-NOMINA-AA NOT = WS-IES-FEC-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-IES-FEC-MM
             EVALUATE TRUE
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-APORTE-PERSONAL
                   ADD NOM-VALOR TO WS-NOM-APORTE-PERSONAL
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-APORTE-PATRONAL
                   ADD NOM-VALOR TO WS-NOM-APORTE-PATRONAL
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-FONDO-RESERVA
                   ADD NOM-VALOR TO WS-NOM-FONDO-RESERVA
                 WHEN WS-RUBRO-PRESTAMO-IESS > ZEROS AND
                      NOM-TIPO-RUBRO = WS-RUBRO-PRESTAMO-IESS
                   ADD NOM-VALOR TO WS-NOM-PRESTAMOS
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
             PERFORM 5010-LEER-NOMINA
           END-PERFORM.

           PERFORM 5020-RESERVA-DEPOSITADA.

       5010-LEER-NOMINA.
      *------------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       5020-RESERVA-DEPOSITADA.
      *-------------------------
           IF WS-PORC-RESERVA = ZEROS OR EMP-FEC-INGRESO-AA = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO RES-COD-EMPRESA.
           MOVE EMP-CLAVE     TO RES-COD-EMPLEADO.
           READ ARCHIVO-RESERVAS
           END-READ.

           IF FL-RES NOT = "00" OR RES-ESTADO NOT = "A" OR
              RES-MODALIDAD NOT = "D"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ULT-ACUM-NUM =
               RES-ULT-ACUM-AA * 100 + RES-ULT-ACUM-MM.
           COMPUTE WS-MESES-SERVICIO =
               ((WS-IES-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
               WS-IES-FEC-MM - EMP-FEC-INGRESO-MM.

           IF WS-ULT-ACUM-NUM = WS-PERIODO-NUM AND
              WS-MESES-SERVICIO > 12
             COMPUTE WS-NOM-FONDO-RESERVA ROUNDED =
                 WS-NOM-FONDO-RESERVA +
                 EMP-SUELDO-ACTUAL * WS-PORC-RESERVA / 100
           END-IF.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CONC-IES"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
