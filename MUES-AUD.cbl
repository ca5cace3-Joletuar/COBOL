      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MUES-AUD.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-HIS.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-AUD.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-OPE.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-HIS.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-OPE.cpy".

       WORKING-STORAGE SECTION.

       01  FL-NOM                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-HIS                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-OPE                  PIC XX.

      *    MUESTREO ESTADISTICO DE LAS TRANSACCIONES DE NOMINA PARA
      *    LOS AUDITORES: MUESTRA ALEATORIA SIMPLE O POR UNIDAD
      *    MONETARIA SOBRE LOS RUBROS DE UN RANGO DE PERIODOS,
      *    ESTRATIFICADA POR NATURALEZA DEL RUBRO (INGRESO, EGRESO,
      *    PROVISION) Y POR BANDA DE MONTO. CADA ELEMENTO ELEGIDO
      *    SALE CON SU CARPETA DE EVIDENCIA. LA SEMILLA QUEDA EN EL
      *    REPORTE Y EN LA AUDITORIA: CON LA MISMA SEMILLA Y LOS
      *    MISMOS PARAMETROS SE OBTIENE LA MISMA MUESTRA.
       01  WS-PARAMETROS-MUESTRA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-PER-DESDE          PIC 9(6).
           03 WS-PER-HASTA          PIC 9(6).
           03 WS-METODO             PIC X(1).
               88 WS-METODO-ALEATORIO   VALUE "A".
               88 WS-METODO-MONETARIO   VALUE "M".
           03 WS-TAMANIO-MUESTRA    PIC 9(3).
           03 WS-LIMITE-BAJO        PIC 9(8)V9(2).
           03 WS-LIMITE-ALTO        PIC 9(8)V9(2).
           03 WS-SEMILLA-INICIAL    PIC 9(10).

       01  WS-PERIODO-AUX.
           03 WS-PAUX-AA            PIC 9(4).
           03 WS-PAUX-MM            PIC 9(2).
       01  WS-PERIODO-AUX-NUM REDEFINES WS-PERIODO-AUX PIC 9(6).

       01  WS-ROL-OPERADOR          PIC X(1).
           88 WS-ROL-NOMINA         VALUE "A" "N".

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    GENERADOR CONGRUENCIAL MULTIPLICATIVO (16807 MODULO
      *    2^31 - 1): CADA NUMERO DEPENDE SOLO DEL ANTERIOR, POR LO
      *    QUE LA SECUENCIA COMPLETA QUEDA FIJADA POR LA SEMILLA.
       77  WS-MULTIPLICADOR         PIC 9(5)  VALUE 16807.
       77  WS-MODULO-ALEATORIO      PIC 9(10) VALUE 2147483647.
       01  WS-GENERADOR.
           03 WS-SEMILLA-ACTUAL     PIC 9(10).
           03 WS-PRODUCTO-ALEATORIO PIC 9(15).
           03 WS-COCIENTE-ALEATORIO PIC 9(15).
           03 WS-ALEATORIO          PIC V9(9).

      *    NATURALEZA Y DESCRIPCION DE CADA RUBRO, CARGADAS UNA VEZ
      *    PARA NO LEER EL CATALOGO POR CADA TRANSACCION.
       01  WS-TABLA-RUBROS.
           03 WS-TRU-ITEM OCCURS 99 TIMES.
              05 WS-TRU-NATURALEZA  PIC X(1).
              05 WS-TRU-DESCRIPCION PIC X(30).

      *    NUEVE ESTRATOS: GRUPO (1 INGRESO, 2 EGRESO, 3 PROVISION U
      *    OTRO) POR BANDA DE MONTO (1 HASTA EL LIMITE BAJO, 2 HASTA
      *    EL LIMITE ALTO, 3 SOBRE EL LIMITE ALTO).
       01  WS-TABLA-ESTRATOS.
           03 WS-EST-ITEM OCCURS 9 TIMES.
              05 WS-EST-POBLACION   PIC 9(7).
              05 WS-EST-VALOR       PIC 9(13)V9(2).
              05 WS-EST-ASIGNADO    PIC 9(3).
              05 WS-EST-SELECCION   PIC 9(3).
              05 WS-EST-VISTOS      PIC 9(7).
              05 WS-EST-INTERVALO   PIC 9(13)V9(2).
              05 WS-EST-PROX-PUNTO  PIC 9(13)V9(2).
              05 WS-EST-ACUMULADO   PIC 9(13)V9(2).
              05 WS-EST-PUNTOS      PIC 9(3).
       01  WS-IND-EST               PIC 9(2).
       01  WS-GRUPO                 PIC 9(1).
       01  WS-BANDA                 PIC 9(1).
       01  WS-NATURALEZA            PIC X(1).

       01  WS-NOMBRES-GRUPO.
           03 FILLER                PIC X(11) VALUE "INGRESOS".
           03 FILLER                PIC X(11) VALUE "EGRESOS".
           03 FILLER                PIC X(11) VALUE "PROVISIONES".
       01  WS-TABLA-GRUPOS REDEFINES WS-NOMBRES-GRUPO.
           03 WS-NOMBRE-GRUPO       PIC X(11) OCCURS 3 TIMES.

       01  WS-NOMBRES-BANDA.
           03 FILLER                PIC X(5) VALUE "BAJO".
           03 FILLER                PIC X(5) VALUE "MEDIO".
           03 FILLER                PIC X(5) VALUE "ALTO".
       01  WS-TABLA-BANDAS REDEFINES WS-NOMBRES-BANDA.
           03 WS-NOMBRE-BANDA       PIC X(5) OCCURS 3 TIMES.

       01  WS-TOTALES-POBLACION.
           03 WS-POBLACION-TOTAL    PIC 9(7).
           03 WS-VALOR-TOTAL        PIC 9(13)V9(2).
           03 WS-ASIGNADO-TOTAL     PIC 9(4).

       01  WS-SELECCION-REGISTRO.
           03 WS-PERIODO-REGISTRO   PIC 9(6).
           03 WS-IMPACTOS           PIC 9(3).
           03 WS-RESTANTES          PIC 9(7).
           03 WS-FALTANTES          PIC 9(3).
           03 WS-PRUEBA-ALEATORIA   PIC 9(7)V9(9).

      *    ELEMENTOS ELEGIDOS, EN ORDEN DE CLAVE DE LA NOMINA. EL
      *    MINIMO DE UN ELEMENTO POR ESTRATO PUEDE SUPERAR EN POCO EL
      *    TAMANIO PEDIDO, POR ESO LA TABLA TIENE HOLGURA.
       77  WS-MAX-TAMANIO           PIC 9(3) VALUE 200.
       77  WS-MAX-TABLA-MUESTRA     PIC 9(3) VALUE 220.
       01  WS-TOTAL-MUESTRA         PIC 9(3).
       01  WS-DESBORDE-MUESTRA      PIC 9 VALUE ZERO.
       01  WS-TABLA-MUESTRA.
           03 WS-MUE-ITEM OCCURS 220 TIMES.
              05 WS-MUE-EMPLEADO    PIC 9(8).
              05 WS-MUE-FEC-AA      PIC 9(4).
              05 WS-MUE-FEC-MM      PIC 9(2).
              05 WS-MUE-RUBRO       PIC 9(2).
              05 WS-MUE-VALOR       PIC 9(8)V9(2).
              05 WS-MUE-ESTRATO     PIC 9(2).
              05 WS-MUE-IMPACTOS    PIC 9(3).
       01  WS-IND-MUE               PIC 9(3).

      *    MAPEO DEL RUBRO A SUS NOVEDADES FUENTE (EL MISMO DE LA
      *    CONSULTA DE RUBROS): HORAS EXTRAS PARA EL RUBRO 2 Y
      *    DESCUENTOS DEL TIPO RUBRO - 50 PARA LOS RUBROS DE EGRESO.
       77  WS-RUBRO-HORAS-EXTRAS    PIC 9(2) VALUE 2.
       77  WS-BASE-RUBRO-DESCUENTO  PIC 9(2) VALUE 50.
       01  WS-TIPO-ORIGEN           PIC 9(2).
       01  WS-RUBRO-DESCRIBIR       PIC 9(2).
       01  WS-DESC-RUBRO            PIC X(30).

      *    NOVEDADES FUENTE APROBADAS DEL ELEMENTO, CON EL APROBADOR
      *    QUE CONSTA EN LA AUDITORIA (CLAVE EMPLEADO+FECHA+TIPO).
       77  WS-MAX-FUENTES           PIC 9(2) VALUE 30.
       01  WS-TOTAL-FUENTES         PIC 9(2).
       01  WS-FUENTES-OMITIDAS      PIC 9(3).
       01  WS-TABLA-FUENTES.
           03 WS-FUE-ITEM OCCURS 30 TIMES.
              05 WS-FUE-ARCHIVO     PIC X(3).
              05 WS-FUE-CLAVE-AUD   PIC X(18).
              05 WS-FUE-FECHA       PIC 9(8).
              05 WS-FUE-TIPO        PIC 9(2).
              05 WS-FUE-VALOR       PIC 9(8)V9(2).
              05 WS-FUE-DETALLE     PIC X(30).
              05 WS-FUE-APROBADOR   PIC X(10).
              05 WS-FUE-FEC-APROB   PIC 9(8).
       01  WS-IND-FUE               PIC 9(2).

      *    RASTRO DE AUDITORIA DEL EMPLEADO EN LA VENTANA DEL
      *    ELEMENTO: DESDE EL PRIMER DIA DEL MES DE LA NOMINA HASTA
      *    LA FECHA EN QUE SE PROCESO EL RUBRO.
       77  WS-MAX-RASTRO            PIC 9(2) VALUE 25.
       01  WS-TOTAL-RASTRO          PIC 9(5).
       01  WS-TABLA-RASTRO.
           03 WS-RAS-LINEA          PIC X(132) OCCURS 25 TIMES.
       01  WS-IND-RAS               PIC 9(2).
       01  WS-VENTANA-DESDE         PIC 9(8).
       01  WS-VENTANA-HASTA         PIC 9(8).
       01  WS-FECHA-AUD-NUM         PIC 9(8).
       01  WS-EMP-TEXTO             PIC X(8).
       01  WS-COINCIDENCIAS         PIC 9(3).
       01  WS-FUENTES-SIN-APROBADOR PIC 9(5).

       01  WS-FIN-ARCHIVO           PIC 9 VALUE ZERO.
           88 WS-HAY-REGISTROS      VALUE 0.
           88 WS-FIN-REGISTROS      VALUE 1.
       01  WS-CNT-HISTORIAL         PIC 9(3).

       01  WS-VALOR-EDITADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-2       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-GRANDE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-INTERVALO-EDITADO     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).
       01  WS-HORA-NUM REDEFINES WS-HORA-SISTEMA PIC 9(8).

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
           PERFORM 1100-LEER-OPERADOR.

           IF NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             GOBACK
           END-IF.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 1200-CARGAR-RUBROS
             PERFORM 3000-EJECUTAR-MUESTREO
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE EJECUTO EL MUESTREO DE AUDITORIA"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           IF FL-HEX NOT = "00"
             OPEN OUTPUT ARCHIVO-HORAS-EXTRAS
             CLOSE ARCHIVO-HORAS-EXTRAS
             OPEN INPUT ARCHIVO-HORAS-EXTRAS
           END-IF.

           OPEN INPUT ARCHIVO-DESCUENTOS.
           IF FL-DES NOT = "00"
             OPEN OUTPUT ARCHIVO-DESCUENTOS
             CLOSE ARCHIVO-DESCUENTOS
             OPEN INPUT ARCHIVO-DESCUENTOS
           END-IF.

           OPEN INPUT ARCHIVO-PAGOS.
           IF FL-PAG NOT = "00"
             OPEN OUTPUT ARCHIVO-PAGOS
             CLOSE ARCHIVO-PAGOS
             OPEN INPUT ARCHIVO-PAGOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-PAGOS.

       1100-LEER-OPERADOR.
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

       1200-CARGAR-RUBROS.
      *-------------------
           MOVE SPACES TO WS-TABLA-RUBROS.
           MOVE ZEROS  TO RUB-CODIGO.

           START ARCHIVO-RUBROS KEY IS NOT LESS THAN RUB-CODIGO
             INVALID KEY
               MOVE "10" TO FL-RUB
           END-START.

           IF FL-RUB = "00"
             PERFORM 1210-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-RUB NOT = "00"
             IF RUB-CODIGO > ZEROS
               MOVE RUB-NATURALEZA  TO WS-TRU-NATURALEZA (RUB-CODIGO)
               MOVE RUB-DESCRIPCION TO WS-TRU-DESCRIPCION (RUB-CODIGO)
             END-IF
             PERFORM 1210-LEER-RUBRO
           END-PERFORM.

       1210-LEER-RUBRO.
      *----------------
           READ ARCHIVO-RUBROS NEXT RECORD
           END-READ.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   MUESTREO ESTADISTICO DE AUDITORIA DE NOMINA".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "PERIODO INICIAL DE LA MUESTRA (AAAAMM): ".
           ACCEPT WS-PER-DESDE.
           DISPLAY "PERIODO FINAL DE LA MUESTRA (AAAAMM): ".
           ACCEPT WS-PER-HASTA.
           DISPLAY "METODO (A=ALEATORIO SIMPLE / M=UNIDAD MONETARIA): ".
           ACCEPT WS-METODO.
           DISPLAY "TAMANIO DE LA MUESTRA (1 A " WS-MAX-TAMANIO "): ".
           ACCEPT WS-TAMANIO-MUESTRA.
           DISPLAY "LIMITE DE LA BANDA BAJA DE MONTO (ENTER = 0): ".
           ACCEPT WS-LIMITE-BAJO.
           DISPLAY "LIMITE DE LA BANDA MEDIA DE MONTO (ENTER = SIN "
               "BANDA ALTA): ".
           ACCEPT WS-LIMITE-ALTO.
           DISPLAY "SEMILLA (ENTER = GENERAR UNA NUEVA; PARA REPETIR "
               "UNA MUESTRA USE LA SEMILLA DEL REPORTE): ".
           ACCEPT WS-SEMILLA-INICIAL.

           IF WS-METODO = "a"
             MOVE "A" TO WS-METODO
           END-IF.
           IF WS-METODO = "m"
             MOVE "M" TO WS-METODO
           END-IF.

           IF WS-LIMITE-BAJO IS NOT NUMERIC
             MOVE ZEROS TO WS-LIMITE-BAJO
           END-IF.
           IF WS-LIMITE-ALTO IS NOT NUMERIC OR
              WS-LIMITE-ALTO = ZEROS
             MOVE 99999999.99 TO WS-LIMITE-ALTO
           END-IF.

           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR
              WS-CIA-CODIGO <= ZEROS OR
              WS-PER-DESDE IS NOT NUMERIC OR
              WS-PER-HASTA IS NOT NUMERIC OR
              WS-PER-DESDE > WS-PER-HASTA OR
              NOT (WS-METODO-ALEATORIO OR WS-METODO-MONETARIO) OR
              WS-TAMANIO-MUESTRA IS NOT NUMERIC OR
              WS-TAMANIO-MUESTRA = ZEROS OR
              WS-TAMANIO-MUESTRA > WS-MAX-TAMANIO OR
              WS-LIMITE-BAJO > WS-LIMITE-ALTO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR LOS PARAMETROS"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PER-DESDE TO WS-PERIODO-AUX-NUM.
           IF WS-PAUX-MM = ZEROS OR WS-PAUX-MM > 12
             MOVE 0 TO WS-BANDERA-CAMPOS
           END-IF.
           MOVE WS-PER-HASTA TO WS-PERIODO-AUX-NUM.
           IF WS-PAUX-MM = ZEROS OR WS-PAUX-MM > 12
             MOVE 0 TO WS-BANDERA-CAMPOS
           END-IF.
           IF WS-CAMPOS-INCORRECTO
             DISPLAY "EL PERIODO DEBE INGRESARSE COMO AAAAMM"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-FIJAR-SEMILLA.

       2100-FIJAR-SEMILLA.
      *-------------------
      *    SIN SEMILLA SE TOMA UNA DE LA HORA DEL SISTEMA; EN AMBOS
      *    CASOS SE LLEVA AL RANGO 1 A 2^31 - 2 QUE ADMITE EL
      *    GENERADOR, Y ESE VALOR ES EL QUE SE INFORMA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           IF WS-SEMILLA-INICIAL IS NOT NUMERIC OR
              WS-SEMILLA-INICIAL = ZEROS
             COMPUTE WS-SEMILLA-INICIAL =
                 WS-HORA-NUM * 31 + WS-FEC-DD
           END-IF.

           MOVE WS-SEMILLA-INICIAL TO WS-PRODUCTO-ALEATORIO.
           DIVIDE WS-PRODUCTO-ALEATORIO BY WS-MODULO-ALEATORIO
               GIVING WS-COCIENTE-ALEATORIO
               REMAINDER WS-SEMILLA-INICIAL.
           IF WS-SEMILLA-INICIAL = ZEROS
             MOVE 1 TO WS-SEMILLA-INICIAL
           END-IF.

           MOVE WS-SEMILLA-INICIAL TO WS-SEMILLA-ACTUAL.

       3000-EJECUTAR-MUESTREO.
      *-----------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "MUES-AUD"    TO WS-RPT-NOMBRE.
           MOVE "MUESTREO ESTADISTICO DE AUDITORIA DE NOMINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-PER-DESDE DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 3900-IMPRIMIR-PARAMETROS.

           INITIALIZE WS-TABLA-ESTRATOS.
           INITIALIZE WS-TOTALES-POBLACION.
           MOVE ZEROS TO WS-TOTAL-MUESTRA.
           MOVE ZEROS TO WS-FUENTES-SIN-APROBADOR.

           PERFORM 3100-CONTAR-POBLACION.

           IF WS-POBLACION-TOTAL = ZEROS
             MOVE "NO HAY TRANSACCIONES CON VALOR EN EL RANGO PEDIDO"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           ELSE
             PERFORM 3200-ASIGNAR-MUESTRA
             IF WS-METODO-MONETARIO
               PERFORM 3300-PREPARAR-INTERVALOS
             END-IF
             PERFORM 4000-SELECCIONAR-MUESTRA
             PERFORM 3400-IMPRIMIR-ESTRATOS
             PERFORM 4500-IMPRIMIR-MUESTRA
             PERFORM 5000-CARPETAS-EVIDENCIA
             PERFORM 3950-IMPRIMIR-RESUMEN
           END-IF.

           PERFORM 6000-REGISTRAR-SEMILLA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3100-CONTAR-POBLACION.
      *----------------------
      *    PRIMERA PASADA: TAMANIO Y VALOR DE CADA ESTRATO.
           PERFORM 3110-POSICIONAR-NOMINA.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO
             PERFORM 3130-CLASIFICAR-REGISTRO
             IF WS-IND-EST > ZEROS
               ADD 1         TO WS-EST-POBLACION (WS-IND-EST)
               ADD NOM-VALOR TO WS-EST-VALOR (WS-IND-EST)
               ADD 1         TO WS-POBLACION-TOTAL
               ADD NOM-VALOR TO WS-VALOR-TOTAL
             END-IF
             PERFORM 3120-LEER-NOMINA
           END-PERFORM.

       3110-POSICIONAR-NOMINA.
      *-----------------------
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE ZEROS         TO NOM-COD-EMPLEADO.
           MOVE ZEROS         TO NOM-FECHA-NOMINA.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 3120-LEER-NOMINA
           END-IF.

       3120-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3130-CLASIFICAR-REGISTRO.
      *-------------------------
      *    DEJA EN WS-IND-EST EL ESTRATO DEL RUBRO LEIDO, O CERO SI
      *    EL RUBRO NO ENTRA EN LA POBLACION (FUERA DEL RANGO O SIN
      *    VALOR).
           MOVE ZEROS TO WS-IND-EST.

           COMPUTE WS-PERIODO-REGISTRO =
               NOM-FEC-NOMINA-AA * 100 + NOM-FEC-NOMINA-MM.

           IF WS-PERIODO-REGISTRO < WS-PER-DESDE OR
              WS-PERIODO-REGISTRO > WS-PER-HASTA OR
              NOM-VALOR = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-NATURALEZA.
           IF NOM-TIPO-RUBRO > ZEROS
             MOVE WS-TRU-NATURALEZA (NOM-TIPO-RUBRO) TO WS-NATURALEZA
           END-IF.

           EVALUATE WS-NATURALEZA
               WHEN "I"
                 MOVE 1 TO WS-GRUPO
               WHEN "E"
                 MOVE 2 TO WS-GRUPO
               WHEN OTHER
                 MOVE 3 TO WS-GRUPO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOM-VALOR <= WS-LIMITE-BAJO
                 MOVE 1 TO WS-BANDA
               WHEN NOM-VALOR <= WS-LIMITE-ALTO
                 MOVE 2 TO WS-BANDA
               WHEN OTHER
                 MOVE 3 TO WS-BANDA
           END-EVALUATE.

           COMPUTE WS-IND-EST = (WS-GRUPO - 1) * 3 + WS-BANDA.

       3200-ASIGNAR-MUESTRA.
      *---------------------
      *    ASIGNACION PROPORCIONAL: AL NUMERO DE TRANSACCIONES EN EL
      *    METODO ALEATORIO Y AL VALOR EN EL MONETARIO. TODO ESTRATO
      *    CON POBLACION RECIBE AL MENOS UN ELEMENTO Y NINGUNO MAS
      *    ELEMENTOS DE LOS QUE TIENE.
           MOVE ZEROS TO WS-ASIGNADO-TOTAL.

           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > 9
             MOVE ZEROS TO WS-EST-ASIGNADO (WS-IND-EST)
             IF WS-EST-POBLACION (WS-IND-EST) > ZEROS
               IF WS-METODO-MONETARIO
                 COMPUTE WS-EST-ASIGNADO (WS-IND-EST) ROUNDED =
                     WS-TAMANIO-MUESTRA * WS-EST-VALOR (WS-IND-EST)
                     / WS-VALOR-TOTAL
               ELSE
                 COMPUTE WS-EST-ASIGNADO (WS-IND-EST) ROUNDED =
                     WS-TAMANIO-MUESTRA *
                     WS-EST-POBLACION (WS-IND-EST)
                     / WS-POBLACION-TOTAL
               END-IF
               IF WS-EST-ASIGNADO (WS-IND-EST) = ZEROS
                 MOVE 1 TO WS-EST-ASIGNADO (WS-IND-EST)
               END-IF
               IF WS-EST-ASIGNADO (WS-IND-EST) >
                  WS-EST-POBLACION (WS-IND-EST)
                 MOVE WS-EST-POBLACION (WS-IND-EST)
                   TO WS-EST-ASIGNADO (WS-IND-EST)
               END-IF
               ADD WS-EST-ASIGNADO (WS-IND-EST) TO WS-ASIGNADO-TOTAL
             END-IF
           END-PERFORM.

       3300-PREPARAR-INTERVALOS.
      *-------------------------
      *    UNIDAD MONETARIA: SELECCION SISTEMATICA DENTRO DE CADA
      *    ESTRATO, CON INTERVALO = VALOR / ASIGNADOS Y UN ARRANQUE
      *    ALEATORIO DENTRO DEL PRIMER INTERVALO. LOS ARRANQUES SE
      *    SORTEAN EN ORDEN DE ESTRATO ANTES DE RECORRER LA NOMINA.
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > 9
             IF WS-EST-ASIGNADO (WS-IND-EST) > ZEROS
               COMPUTE WS-EST-INTERVALO (WS-IND-EST) =
                   WS-EST-VALOR (WS-IND-EST) /
                   WS-EST-ASIGNADO (WS-IND-EST)
               PERFORM 7000-SIGUIENTE-ALEATORIO
               COMPUTE WS-EST-PROX-PUNTO (WS-IND-EST) =
                   WS-ALEATORIO * WS-EST-INTERVALO (WS-IND-EST)
               IF WS-EST-PROX-PUNTO (WS-IND-EST) = ZEROS
                 MOVE 0.01 TO WS-EST-PROX-PUNTO (WS-IND-EST)
               END-IF
             END-IF
           END-PERFORM.

       3400-IMPRIMIR-ESTRATOS.
      *-----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "ESTRATOS DE LA POBLACION" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "EST GRUPO       BANDA POBLACION" TO WS-LINEA-SPOOL.
           MOVE "VALOR" TO WS-LINEA-SPOOL (50:5).
           MOVE "ASIG SELE" TO WS-LINEA-SPOOL (57:9).
           MOVE "INTERVALO MUS" TO WS-LINEA-SPOOL (76:13).
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > 9
             IF WS-EST-POBLACION (WS-IND-EST) > ZEROS
               PERFORM 3410-LINEA-ESTRATO
             END-IF
           END-PERFORM.

           MOVE WS-VALOR-TOTAL TO WS-VALOR-GRANDE.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL                     " WS-POBLACION-TOTAL
               " " WS-VALOR-GRANDE
               "  " WS-ASIGNADO-TOTAL
               " " WS-TOTAL-MUESTRA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3410-LINEA-ESTRATO.
      *-------------------
           COMPUTE WS-GRUPO = (WS-IND-EST - 1) / 3 + 1.
           COMPUTE WS-BANDA = WS-IND-EST - (WS-GRUPO - 1) * 3.

           MOVE WS-EST-VALOR (WS-IND-EST)     TO WS-VALOR-GRANDE.
           MOVE WS-EST-INTERVALO (WS-IND-EST) TO WS-INTERVALO-EDITADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-IND-EST "  " WS-NOMBRE-GRUPO (WS-GRUPO)
               " " WS-NOMBRE-BANDA (WS-BANDA)
               "   " WS-EST-POBLACION (WS-IND-EST)
               " " WS-VALOR-GRANDE
               "  " WS-EST-ASIGNADO (WS-IND-EST)
               "  " WS-EST-SELECCION (WS-IND-EST)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-METODO-MONETARIO
             MOVE WS-INTERVALO-EDITADO TO WS-LINEA-SPOOL (68:21)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       3900-IMPRIMIR-PARAMETROS.
      *-------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-METODO-MONETARIO
             STRING "METODO: M (UNIDAD MONETARIA)   TAMANIO PEDIDO: "
                 WS-TAMANIO-MUESTRA
                 "   SEMILLA: " WS-SEMILLA-INICIAL
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING "METODO: A (ALEATORIO SIMPLE)   TAMANIO PEDIDO: "
                 WS-TAMANIO-MUESTRA
                 "   SEMILLA: " WS-SEMILLA-INICIAL
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-LIMITE-BAJO TO WS-VALOR-EDITADO.
           MOVE WS-LIMITE-ALTO TO WS-VALOR-EDITADO-2.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PERIODOS " WS-PER-DESDE " A " WS-PER-HASTA
               "   BANDA BAJA HASTA " WS-VALOR-EDITADO
               "   BANDA MEDIA HASTA " WS-VALOR-EDITADO-2
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "CON LA MISMA SEMILLA, METODO, TAMANIO, RANGO Y LIMITES"
             TO WS-LINEA-SPOOL.
           MOVE " SE REPRODUCE ESTA MISMA MUESTRA"
             TO WS-LINEA-SPOOL (55:).
           PERFORM 9000-ESCRIBIR-LINEA.

       3950-IMPRIMIR-RESUMEN.
      *----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TRANSACCIONES EN LA POBLACION:        "
               WS-POBLACION-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ELEMENTOS SELECCIONADOS:              "
               WS-TOTAL-MUESTRA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NOVEDADES APROBADAS SIN APROBADOR EN AUDITORIA: "
               WS-FUENTES-SIN-APROBADOR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-DESBORDE-MUESTRA = 1
             MOVE "*** SE ALCANZO EL LIMITE DE ELEMENTOS EN MEMORIA; "
               TO WS-LINEA-SPOOL
             MOVE "LA MUESTRA QUEDO INCOMPLETA ***"
               TO WS-LINEA-SPOOL (52:)
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4000-SELECCIONAR-MUESTRA.
      *-------------------------
      *    SEGUNDA PASADA, EN EL MISMO ORDEN DE CLAVE DE LA PRIMERA.
           PERFORM 3110-POSICIONAR-NOMINA.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO
             PERFORM 3130-CLASIFICAR-REGISTRO
             IF WS-IND-EST > ZEROS
               PERFORM 4100-EVALUAR-REGISTRO
             END-IF
             PERFORM 3120-LEER-NOMINA
           END-PERFORM.

       4100-EVALUAR-REGISTRO.
      *----------------------
           MOVE ZEROS TO WS-IMPACTOS.
           ADD 1 TO WS-EST-VISTOS (WS-IND-EST).

           IF WS-METODO-MONETARIO
             PERFORM 4110-EVALUAR-MONETARIO
           ELSE
             PERFORM 4120-EVALUAR-ALEATORIO
           END-IF.

           IF WS-IMPACTOS > ZEROS
             ADD 1 TO WS-EST-SELECCION (WS-IND-EST)
             PERFORM 4200-AGREGAR-ELEMENTO
           END-IF.

       4110-EVALUAR-MONETARIO.
      *-----------------------
      *    LA TRANSACCION QUEDA ELEGIDA SI UNO O MAS PUNTOS DE
      *    SELECCION CAEN DENTRO DE SU VALOR ACUMULADO; LAS QUE
      *    SUPERAN EL INTERVALO PUEDEN RECIBIR VARIOS IMPACTOS.
           ADD NOM-VALOR TO WS-EST-ACUMULADO (WS-IND-EST).

           PERFORM UNTIL WS-EST-PROX-PUNTO (WS-IND-EST) >
                         WS-EST-ACUMULADO (WS-IND-EST) OR
                   WS-EST-PUNTOS (WS-IND-EST) >=
                         WS-EST-ASIGNADO (WS-IND-EST)
             ADD 1 TO WS-IMPACTOS
             ADD 1 TO WS-EST-PUNTOS (WS-IND-EST)
             ADD WS-EST-INTERVALO (WS-IND-EST)
               TO WS-EST-PROX-PUNTO (WS-IND-EST)
           END-PERFORM.

       4120-EVALUAR-ALEATORIO.
      *-----------------------
      *    SELECCION SECUENCIAL: CADA TRANSACCION SE ELIGE CON
      *    PROBABILIDAD (FALTANTES / RESTANTES DEL ESTRATO), LO QUE
      *    DA EXACTAMENTE LOS ASIGNADOS Y TODAS LAS MUESTRAS DEL
      *    MISMO TAMANIO CON IGUAL PROBABILIDAD.
           IF WS-EST-SELECCION (WS-IND-EST) >=
              WS-EST-ASIGNADO (WS-IND-EST)
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RESTANTES = WS-EST-POBLACION (WS-IND-EST) -
               WS-EST-VISTOS (WS-IND-EST) + 1.
           COMPUTE WS-FALTANTES = WS-EST-ASIGNADO (WS-IND-EST) -
               WS-EST-SELECCION (WS-IND-EST).

           PERFORM 7000-SIGUIENTE-ALEATORIO.
           COMPUTE WS-PRUEBA-ALEATORIA = WS-ALEATORIO * WS-RESTANTES.

           IF WS-PRUEBA-ALEATORIA < WS-FALTANTES
             MOVE 1 TO WS-IMPACTOS
           END-IF.

       4200-AGREGAR-ELEMENTO.
      *----------------------
           IF WS-TOTAL-MUESTRA >= WS-MAX-TABLA-MUESTRA
             MOVE 1 TO WS-DESBORDE-MUESTRA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOTAL-MUESTRA.
           MOVE NOM-COD-EMPLEADO  TO WS-MUE-EMPLEADO (WS-TOTAL-MUESTRA).
           MOVE NOM-FEC-NOMINA-AA TO WS-MUE-FEC-AA (WS-TOTAL-MUESTRA).
           MOVE NOM-FEC-NOMINA-MM TO WS-MUE-FEC-MM (WS-TOTAL-MUESTRA).
           MOVE NOM-TIPO-RUBRO    TO WS-MUE-RUBRO (WS-TOTAL-MUESTRA).
           MOVE NOM-VALOR         TO WS-MUE-VALOR (WS-TOTAL-MUESTRA).
           MOVE WS-IND-EST        TO WS-MUE-ESTRATO (WS-TOTAL-MUESTRA).
           MOVE WS-IMPACTOS       TO WS-MUE-IMPACTOS (WS-TOTAL-MUESTRA).

       4500-IMPRIMIR-MUESTRA.
      *----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "ELEMENTOS SELECCIONADOS" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "NRO EMPLEADO PERIODO RB DESCRIPCION" TO WS-LINEA-SPOOL.
           MOVE "VALOR EST IMP" TO WS-LINEA-SPOOL (79:13).
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-MUE FROM 1 BY 1
                   UNTIL WS-IND-MUE > WS-TOTAL-MUESTRA
             PERFORM 4510-LINEA-ELEMENTO
           END-PERFORM.

       4510-LINEA-ELEMENTO.
      *--------------------
           MOVE WS-MUE-VALOR (WS-IND-MUE) TO WS-VALOR-EDITADO.
           MOVE WS-MUE-RUBRO (WS-IND-MUE) TO WS-RUBRO-DESCRIBIR.
           PERFORM 4520-DESCRIBIR-RUBRO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-IND-MUE " " WS-MUE-EMPLEADO (WS-IND-MUE)
               " " WS-MUE-FEC-AA (WS-IND-MUE)
               "-" WS-MUE-FEC-MM (WS-IND-MUE)
               " " WS-MUE-RUBRO (WS-IND-MUE)
               " " WS-DESC-RUBRO
               " " WS-VALOR-EDITADO
               "  " WS-MUE-ESTRATO (WS-IND-MUE)
               " " WS-MUE-IMPACTOS (WS-IND-MUE)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4520-DESCRIBIR-RUBRO.
      *---------------------
           MOVE SPACES TO WS-DESC-RUBRO.
           IF WS-RUBRO-DESCRIBIR > ZEROS
             MOVE WS-TRU-DESCRIPCION (WS-RUBRO-DESCRIBIR)
               TO WS-DESC-RUBRO
           END-IF.

       5000-CARPETAS-EVIDENCIA.
      *------------------------
           PERFORM VARYING WS-IND-MUE FROM 1 BY 1
                   UNTIL WS-IND-MUE > WS-TOTAL-MUESTRA
             PERFORM 5100-CARPETA-ELEMENTO
           END-PERFORM.

       5100-CARPETA-ELEMENTO.
      *----------------------
      *    CARPETA DE EVIDENCIA DE UN ELEMENTO: LA TRANSACCION, LA
      *    FICHA DEL EMPLEADO, SU HISTORIAL DE SUELDOS, LAS NOVEDADES
      *    FUENTE APROBADAS CON SU APROBADOR, EL RASTRO DE AUDITORIA
      *    Y EL REGISTRO DE PAGO DEL PERIODO.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-MUE-ESTRATO (WS-IND-MUE) TO WS-IND-EST.
           COMPUTE WS-GRUPO = (WS-IND-EST - 1) / 3 + 1.
           COMPUTE WS-BANDA = WS-IND-EST - (WS-GRUPO - 1) * 3.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CARPETA DE EVIDENCIA " WS-IND-MUE
               " DE " WS-TOTAL-MUESTRA
               "   ESTRATO " WS-IND-EST " "
               WS-NOMBRE-GRUPO (WS-GRUPO) " "
               WS-NOMBRE-BANDA (WS-BANDA)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-METODO-MONETARIO
             MOVE "IMPACTOS MUS:" TO WS-LINEA-SPOOL (70:13)
             MOVE WS-MUE-IMPACTOS (WS-IND-MUE)
               TO WS-LINEA-SPOOL (84:3)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 5200-EVIDENCIA-TRANSACCION.
           PERFORM 5300-EVIDENCIA-EMPLEADO.
           PERFORM 5400-EVIDENCIA-HISTORIAL.
           PERFORM 5500-BUSCAR-FUENTES.
           PERFORM 5600-RECORRER-AUDITORIA.
           PERFORM 5700-EVIDENCIA-FUENTES.
           PERFORM 5800-EVIDENCIA-RASTRO.
           PERFORM 5900-EVIDENCIA-PAGO.

       5200-EVIDENCIA-TRANSACCION.
      *---------------------------
           MOVE "1. TRANSACCION DE NOMINA" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO               TO NOM-COD-EMPRESA.
           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO NOM-COD-EMPLEADO.
           MOVE WS-MUE-FEC-AA (WS-IND-MUE)   TO NOM-FEC-NOMINA-AA.
           MOVE WS-MUE-FEC-MM (WS-IND-MUE)   TO NOM-FEC-NOMINA-MM.
           MOVE WS-MUE-RUBRO (WS-IND-MUE)    TO NOM-TIPO-RUBRO.

           READ ARCHIVO-NOMINAS
           END-READ.

           IF FL-NOM NOT = "00"
             MOVE "   LA TRANSACCION YA NO EXISTE EN LA NOMINA"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE ZEROS TO NOM-FECHA-PROCESO
             EXIT PARAGRAPH
           END-IF.

           MOVE NOM-VALOR      TO WS-VALOR-EDITADO.
           MOVE NOM-TIPO-RUBRO TO WS-RUBRO-DESCRIBIR.
           PERFORM 4520-DESCRIBIR-RUBRO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   EMPLEADO " NOM-COD-EMPLEADO
               " PERIODO " NOM-FEC-NOMINA-AA "-" NOM-FEC-NOMINA-MM
               " RUBRO " NOM-TIPO-RUBRO " " WS-DESC-RUBRO
               " VALOR " WS-VALOR-EDITADO
               " MONEDA " NOM-COD-MONEDA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   PROCESADO " NOM-FEC-PROC-AA "-" NOM-FEC-PROC-MM
               "-" NOM-FEC-PROC-DD " " NOM-HORA-PROC-HH ":"
               NOM-HORA-PROC-MM ":" NOM-HORA-PROC-SS
               " OBS: " NOM-OBSERVACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5300-EVIDENCIA-EMPLEADO.
      *------------------------
           MOVE "2. FICHA DEL EMPLEADO" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             MOVE "   EL EMPLEADO NO EXISTE EN EL MAESTRO"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   " EMP-CLAVE " CEDULA " EMP-CEDULA
               " " EMP-NOMBRES
               " ESTADO " EMP-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE EMP-SUELDO-ACTUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   EMPRESA " EMP-COD-EMPRESA
               " OFICINA " EMP-COD-OFICINA
               " DEPTO " EMP-COD-DEPARTAMENTO
               " CARGO " EMP-COD-CARGO
               " SUPERVISOR " EMP-COD-SUPERVISOR
               " SUELDO ACTUAL " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   INGRESO " EMP-FEC-INGRESO-AA "-"
               EMP-FEC-INGRESO-MM "-" EMP-FEC-INGRESO-DD
               " BAJA " EMP-FEC-BAJA-AA "-" EMP-FEC-BAJA-MM
               "-" EMP-FEC-BAJA-DD
               " MOTIVO BAJA " EMP-COD-MOTIVO-BAJA
               " FRECUENCIA " EMP-FREC-PAGO
               " MONEDA " EMP-COD-MONEDA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5400-EVIDENCIA-HISTORIAL.
      *-------------------------
           MOVE "3. HISTORIAL DE SUELDOS" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ZEROS TO WS-CNT-HISTORIAL.
           MOVE 0     TO WS-FIN-ARCHIVO.

           OPEN INPUT ARCHIVO-HIST-SUELDOS.
           IF FL-HIS = "00"
             PERFORM 5410-LEER-HISTORIAL
             PERFORM 5420-EVALUAR-HISTORIAL UNTIL WS-FIN-REGISTROS
             CLOSE ARCHIVO-HIST-SUELDOS
           END-IF.

           IF WS-CNT-HISTORIAL = ZEROS
             MOVE "   SIN CAMBIOS DE SUELDO REGISTRADOS"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5410-LEER-HISTORIAL.
      *--------------------
           READ ARCHIVO-HIST-SUELDOS
             AT END
               MOVE 1 TO WS-FIN-ARCHIVO
           END-READ.

       5420-EVALUAR-HISTORIAL.
      *-----------------------
           IF HIS-COD-EMPLEADO = WS-MUE-EMPLEADO (WS-IND-MUE)
             ADD 1 TO WS-CNT-HISTORIAL
             MOVE HIS-SUELDO-ANTERIOR TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   CAMBIO EFECTIVO " HIS-FEC-AA "-"
                 HIS-FEC-MM "-" HIS-FEC-DD
                 " SUELDO ANTERIOR " WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM 5410-LEER-HISTORIAL.

       5500-BUSCAR-FUENTES.
      *--------------------
      *    NOVEDADES FUENTE APROBADAS DEL MES DEL ELEMENTO, SEGUN EL
      *    RUBRO. LOS DEMAS RUBROS LOS CALCULA EL PROCESO DE NOMINA.
           MOVE ZEROS TO WS-TOTAL-FUENTES.
           MOVE ZEROS TO WS-FUENTES-OMITIDAS.
           INITIALIZE WS-TABLA-FUENTES.

           EVALUATE TRUE
               WHEN WS-MUE-RUBRO (WS-IND-MUE) = WS-RUBRO-HORAS-EXTRAS
                 PERFORM 5510-FUENTES-HORAS-EXTRAS
               WHEN WS-MUE-RUBRO (WS-IND-MUE) > 49
                 COMPUTE WS-TIPO-ORIGEN = WS-MUE-RUBRO (WS-IND-MUE)
                     - WS-BASE-RUBRO-DESCUENTO
                 PERFORM 5520-FUENTES-DESCUENTOS
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5510-FUENTES-HORAS-EXTRAS.
      *--------------------------
           MOVE LOW-VALUES                   TO HEX-CLAVE.
           MOVE WS-CIA-CODIGO                TO HEX-COD-EMPRESA.
           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO HEX-COD-EMPLEADO.

           START ARCHIVO-HORAS-EXTRAS
               KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             PERFORM 5511-LEER-NOVEDAD
           END-IF.

           PERFORM UNTIL FL-HEX NOT = "00" OR
                   HEX-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   HEX-COD-EMPLEADO NOT = WS-MUE-EMPLEADO (WS-IND-MUE)
             IF HEX-FEC-NOVE-AA = WS-MUE-FEC-AA (WS-IND-MUE) AND
                HEX-FEC-NOVE-MM = WS-MUE-FEC-MM (WS-IND-MUE) AND
                HEX-ESTADO-APROBACION = "A"
               IF WS-TOTAL-FUENTES < WS-MAX-FUENTES
                 ADD 1 TO WS-TOTAL-FUENTES
                 MOVE WS-TOTAL-FUENTES TO WS-IND-FUE
                 MOVE "HEX" TO WS-FUE-ARCHIVO (WS-IND-FUE)
                 STRING HEX-COD-EMPLEADO HEX-FECHA-NOVEDAD
                     TIPO-NOVEDAD
                   DELIMITED BY SIZE
                   INTO WS-FUE-CLAVE-AUD (WS-IND-FUE)
                 END-STRING
                 MOVE HEX-FECHA-NOVEDAD TO WS-FUE-FECHA (WS-IND-FUE)
                 MOVE TIPO-NOVEDAD      TO WS-FUE-TIPO (WS-IND-FUE)
                 MOVE HEX-VALOR-HORAS   TO WS-FUE-VALOR (WS-IND-FUE)
                 MOVE HEX-OBSERVACION   TO WS-FUE-DETALLE (WS-IND-FUE)
               ELSE
                 ADD 1 TO WS-FUENTES-OMITIDAS
               END-IF
             END-IF
             PERFORM 5511-LEER-NOVEDAD
           END-PERFORM.

       5511-LEER-NOVEDAD.
      *------------------
           READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
           END-READ.

       5520-FUENTES-DESCUENTOS.
      *------------------------
           MOVE LOW-VALUES                   TO DES-CLAVE.
           MOVE WS-CIA-CODIGO                TO DES-COD-EMPRESA.
           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO DES-COD-EMPLEADO.

           START ARCHIVO-DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DES
           END-START.

           IF FL-DES = "00"
             PERFORM 5521-LEER-DESCUENTO
           END-IF.

           PERFORM UNTIL FL-DES NOT = "00" OR
                   DES-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   DES-COD-EMPLEADO NOT = WS-MUE-EMPLEADO (WS-IND-MUE)
             IF DES-TIPO-DESCUENTO = WS-TIPO-ORIGEN AND
                DES-FEC-NOVE-AA = WS-MUE-FEC-AA (WS-IND-MUE) AND
                DES-FEC-NOVE-MM = WS-MUE-FEC-MM (WS-IND-MUE) AND
                DES-ESTADO-APROBACION = "A"
               IF WS-TOTAL-FUENTES < WS-MAX-FUENTES
                 ADD 1 TO WS-TOTAL-FUENTES
                 MOVE WS-TOTAL-FUENTES TO WS-IND-FUE
                 MOVE "DES" TO WS-FUE-ARCHIVO (WS-IND-FUE)
                 STRING DES-COD-EMPLEADO DES-FECHA-NOVEDAD
                     DES-TIPO-DESCUENTO
                   DELIMITED BY SIZE
                   INTO WS-FUE-CLAVE-AUD (WS-IND-FUE)
                 END-STRING
                 MOVE DES-FECHA-NOVEDAD  TO WS-FUE-FECHA (WS-IND-FUE)
                 MOVE DES-TIPO-DESCUENTO TO WS-FUE-TIPO (WS-IND-FUE)
                 MOVE DES-VALOR          TO WS-FUE-VALOR (WS-IND-FUE)
                 MOVE DES-MOTIVO         TO WS-FUE-DETALLE (WS-IND-FUE)
               ELSE
                 ADD 1 TO WS-FUENTES-OMITIDAS
               END-IF
             END-IF
             PERFORM 5521-LEER-DESCUENTO
           END-PERFORM.

       5521-LEER-DESCUENTO.
      *--------------------
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       5600-RECORRER-AUDITORIA.
      *------------------------
      *    UNA SOLA LECTURA DE LA AUDITORIA POR ELEMENTO: DE ELLA
      *    SALEN LOS APROBADORES DE LAS NOVEDADES FUENTE Y EL RASTRO
      *    DEL EMPLEADO EN LA VENTANA DEL ELEMENTO.
           MOVE ZEROS  TO WS-TOTAL-RASTRO.
           MOVE SPACES TO WS-TABLA-RASTRO.
           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO WS-EMP-TEXTO.

           COMPUTE WS-VENTANA-DESDE =
               WS-MUE-FEC-AA (WS-IND-MUE) * 10000 +
               WS-MUE-FEC-MM (WS-IND-MUE) * 100 + 1.
           IF NOM-FECHA-PROCESO IS NUMERIC AND
              NOM-FECHA-PROCESO > ZEROS
             MOVE NOM-FECHA-PROCESO TO WS-VENTANA-HASTA
           ELSE
             COMPUTE WS-VENTANA-HASTA = WS-VENTANA-DESDE + 30
           END-IF.

           MOVE 0 TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-AUDITORIA.
           IF FL-AUD = "00"
             PERFORM 5610-LEER-AUDITORIA
             PERFORM UNTIL WS-FIN-REGISTROS
               PERFORM 5620-APROBADOR-FUENTE
               PERFORM 5630-RASTRO-EMPLEADO
               PERFORM 5610-LEER-AUDITORIA
             END-PERFORM
             CLOSE ARCHIVO-AUDITORIA
           END-IF.

       5610-LEER-AUDITORIA.
      *--------------------
           READ ARCHIVO-AUDITORIA
             AT END
               MOVE 1 TO WS-FIN-ARCHIVO
           END-READ.

       5620-APROBADOR-FUENTE.
      *----------------------
      *    LAS APROBACIONES DE HORAS EXTRAS Y DESCUENTOS SE AUDITAN
      *    CON OPERACION "A" Y EL TEXTO DE LA APROBACION AL INICIO
      *    DE LA IMAGEN ANTERIOR; SI HUBO VARIAS QUEDA LA ULTIMA.
           IF WS-TOTAL-FUENTES = ZEROS OR
              AUD-OPERACION NOT = "A" OR
              (AUD-ARCHIVO NOT = "HEX" AND AUD-ARCHIVO NOT = "DES")
             EXIT PARAGRAPH
           END-IF.

           IF AUD-ANTES (1:16) NOT = "NOVEDAD APROBADA" AND
              AUD-ANTES (1:8) NOT = "APROBADA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IND-FUE FROM 1 BY 1
                   UNTIL WS-IND-FUE > WS-TOTAL-FUENTES
             IF WS-FUE-ARCHIVO (WS-IND-FUE) = AUD-ARCHIVO (1:3) AND
                WS-FUE-CLAVE-AUD (WS-IND-FUE) = AUD-CLAVE (1:18)
               MOVE AUD-OPERADOR TO WS-FUE-APROBADOR (WS-IND-FUE)
               COMPUTE WS-FUE-FEC-APROB (WS-IND-FUE) =
                   AUD-FEC-AA * 10000 + AUD-FEC-MM * 100 + AUD-FEC-DD
             END-IF
           END-PERFORM.

       5630-RASTRO-EMPLEADO.
      *---------------------
           IF AUD-FECHA IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FECHA-AUD-NUM =
               AUD-FEC-AA * 10000 + AUD-FEC-MM * 100 + AUD-FEC-DD.

           IF WS-FECHA-AUD-NUM < WS-VENTANA-DESDE OR
              WS-FECHA-AUD-NUM > WS-VENTANA-HASTA
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-COINCIDENCIAS.
           INSPECT AUD-CLAVE TALLYING WS-COINCIDENCIAS
               FOR ALL WS-EMP-TEXTO.

           IF WS-COINCIDENCIAS = ZEROS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOTAL-RASTRO.
           IF WS-TOTAL-RASTRO > WS-MAX-RASTRO
             EXIT PARAGRAPH
           END-IF.

           STRING "   " AUD-FEC-AA "-" AUD-FEC-MM "-" AUD-FEC-DD
               " " AUD-HOR-HH ":" AUD-HOR-MM ":" AUD-HOR-SS
               " " AUD-PROGRAMA " " AUD-OPERADOR
               " " AUD-OPERACION " " AUD-ARCHIVO
               " " AUD-CLAVE " " AUD-ANTES (1:40)
               DELIMITED BY SIZE
               INTO WS-RAS-LINEA (WS-TOTAL-RASTRO)
           END-STRING.

       5700-EVIDENCIA-FUENTES.
      *-----------------------
           MOVE "4. NOVEDADES FUENTE APROBADAS Y SU APROBADOR"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-MUE-RUBRO (WS-IND-MUE) NOT = WS-RUBRO-HORAS-EXTRAS AND
              WS-MUE-RUBRO (WS-IND-MUE) < WS-BASE-RUBRO-DESCUENTO
             MOVE "   RUBRO GENERADO POR EL PROCESO DE NOMINA (SIN "
               TO WS-LINEA-SPOOL
             MOVE "NOVEDADES FUENTE)" TO WS-LINEA-SPOOL (50:)
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           IF WS-TOTAL-FUENTES = ZEROS
             MOVE "   SIN NOVEDADES FUENTE APROBADAS EN EL PERIODO"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IND-FUE FROM 1 BY 1
                   UNTIL WS-IND-FUE > WS-TOTAL-FUENTES
             PERFORM 5710-LINEA-FUENTE
           END-PERFORM.

           IF WS-FUENTES-OMITIDAS > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ... Y " WS-FUENTES-OMITIDAS
                 " NOVEDADES MAS NO LISTADAS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5710-LINEA-FUENTE.
      *------------------
           MOVE WS-FUE-VALOR (WS-IND-FUE) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   " WS-FUE-ARCHIVO (WS-IND-FUE)
               " " WS-FUE-FECHA (WS-IND-FUE)
               " TIPO " WS-FUE-TIPO (WS-IND-FUE)
               " VALOR " WS-VALOR-EDITADO
               " " WS-FUE-DETALLE (WS-IND-FUE)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.

           IF WS-FUE-APROBADOR (WS-IND-FUE) = SPACES
             MOVE "SIN APROBADOR EN AUDITORIA"
               TO WS-LINEA-SPOOL (90:)
             ADD 1 TO WS-FUENTES-SIN-APROBADOR
           ELSE
             MOVE "APROBO" TO WS-LINEA-SPOOL (90:)
             MOVE WS-FUE-APROBADOR (WS-IND-FUE)
               TO WS-LINEA-SPOOL (97:)
             MOVE WS-FUE-FEC-APROB (WS-IND-FUE)
               TO WS-LINEA-SPOOL (108:)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       5800-EVIDENCIA-RASTRO.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "5. RASTRO DE AUDITORIA DEL EMPLEADO DEL "
               WS-VENTANA-DESDE " AL " WS-VENTANA-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-TOTAL-RASTRO = ZEROS
             MOVE "   SIN MOVIMIENTOS EN LA AUDITORIA"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IND-RAS FROM 1 BY 1
                   UNTIL WS-IND-RAS > WS-MAX-RASTRO OR
                         WS-IND-RAS > WS-TOTAL-RASTRO
             MOVE WS-RAS-LINEA (WS-IND-RAS) TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-PERFORM.

           IF WS-TOTAL-RASTRO > WS-MAX-RASTRO
             COMPUTE WS-TOTAL-RASTRO = WS-TOTAL-RASTRO - WS-MAX-RASTRO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ... Y " WS-TOTAL-RASTRO
                 " REGISTROS MAS EN LA VENTANA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5900-EVIDENCIA-PAGO.
      *--------------------
           MOVE "6. REGISTRO DE PAGO DEL PERIODO" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO                TO PAG-COD-EMPRESA.
           MOVE WS-MUE-EMPLEADO (WS-IND-MUE) TO PAG-COD-EMPLEADO.
           MOVE WS-MUE-FEC-AA (WS-IND-MUE)   TO PAG-FEC-AA.
           MOVE WS-MUE-FEC-MM (WS-IND-MUE)   TO PAG-FEC-MM.

           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG NOT = "00"
             MOVE "   SIN REGISTRO DE PAGO PARA EL PERIODO"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE PAG-VALOR TO WS-VALOR-GRANDE.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   VALOR PAGADO " WS-VALOR-GRANDE
               " ESTADO " PAG-ESTADO
               " FECHA ESTADO " PAG-FEC-EST-AA "-" PAG-FEC-EST-MM
               "-" PAG-FEC-EST-DD
               " " PAG-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       6000-REGISTRAR-SEMILLA.
      *-----------------------
      *    LA SEMILLA Y LOS PARAMETROS QUEDAN EN LA AUDITORIA PARA
      *    PODER REPRODUCIR LA MUESTRA AUNQUE SE PIERDA EL REPORTE.
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
           MOVE "MUES-AUD"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "R"              TO AUD-OPERACION.
           MOVE "NOM"            TO AUD-ARCHIVO.

           STRING WS-CIA-CODIGO WS-PER-DESDE WS-PER-HASTA
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           STRING "MUESTREO METODO " WS-METODO
               " TAMANIO " WS-TAMANIO-MUESTRA
               " SEMILLA " WS-SEMILLA-INICIAL
               " PERIODOS " WS-PER-DESDE "-" WS-PER-HASTA
               " LIMITES " WS-LIMITE-BAJO "-" WS-LIMITE-ALTO
             DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

           STRING "POBLACION " WS-POBLACION-TOTAL
               " VALOR " WS-VALOR-TOTAL
               " SELECCIONADOS " WS-TOTAL-MUESTRA
             DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       7000-SIGUIENTE-ALEATORIO.
      *-------------------------
      *    AVANZA EL GENERADOR Y DEJA EN WS-ALEATORIO UN VALOR
      *    UNIFORME ENTRE 0 Y 1.
           COMPUTE WS-PRODUCTO-ALEATORIO =
               WS-SEMILLA-ACTUAL * WS-MULTIPLICADOR.
           DIVIDE WS-PRODUCTO-ALEATORIO BY WS-MODULO-ALEATORIO
               GIVING WS-COCIENTE-ALEATORIO
               REMAINDER WS-SEMILLA-ACTUAL.
           COMPUTE WS-ALEATORIO =
               WS-SEMILLA-ACTUAL / WS-MODULO-ALEATORIO.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
