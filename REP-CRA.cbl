      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-CRA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-ENC.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-ENC.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-ENC                  PIC XX.

      *    COMPA-RATIO CONTRA EL MERCADO: SUELDO ACTUAL SOBRE LA
      *    MEDIANA (P50) DE LA ENCUESTA DEL ANIO PARA EL CARGO, Y
      *    CONTRA LA BANDA PROPIA: SUELDO SOBRE EL PUNTO MEDIO DE
      *    CAR-SUELDO-MINIMO/MAXIMO; 100 = EXACTAMENTE EN LA
      *    REFERENCIA. UN CARGO CUYO PUNTO MEDIO QUEDA DEBAJO DE LA
      *    MEDIANA DEL MERCADO, MAS ALLA DE LA TOLERANCIA, SE MARCA
      *    COMO REZAGADO PARA LA REVISION ANUAL DE BANDAS.
       01  WS-PARAMETROS-CRA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ANIO-ENCUESTA      PIC 9(4).
           03 WS-FILTRO-OFICINA     PIC 9(3).
           03 WS-TOLERANCIA         PIC 9(2)V9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    CONFIDENCIALIDAD SALARIAL: SIN ROL DE NOMINA EL REPORTE
      *    SALE CON LOS INDICES Y LAS MARCAS, SIN LOS MONTOS.
       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

       01  WS-CALCULO-CRA.
           03 WS-PUNTO-MEDIO        PIC 9(8)V9(2).
           03 WS-CRA-MERCADO        PIC 9(3)V9(1).
           03 WS-CRA-BANDA          PIC 9(3)V9(1).
           03 WS-DESFASE            PIC S9(3)V9(2).
           03 WS-LIMITE-REZAGO      PIC 9(8)V9(2).
           03 WS-SUELDO-PROMEDIO    PIC 9(8)V9(2).
           03 WS-UBICACION-MERCADO  PIC X(8).
           03 WS-UBICACION-BANDA    PIC X(9).
           03 WS-MARCA-REZAGO       PIC X(9).
           03 WS-BANDERA-MERCADO    PIC 9.
               88 WS-CON-MERCADO        VALUE 1.
               88 WS-SIN-MERCADO        VALUE 0.

      *    ACUMULADOS POR CARGO DE LOS EMPLEADOS DEL REPORTE.
       01  WS-MATRIZ-CARGOS.
           03 WS-CRG-FILA OCCURS 999 TIMES.
              05 WS-CRG-EMPLEADOS   PIC 9(5).
              05 WS-CRG-SUMA-SUELDO PIC 9(11)V9(2).
              05 WS-CRG-BAJO-P25    PIC 9(5).
              05 WS-CRG-SOBRE-P75   PIC 9(5).

       01  WS-IND-CAR               PIC 9(3).

       01  WS-TOTALES-CRA.
           03 WS-TOT-EMPLEADOS      PIC 9(5).
           03 WS-TOT-CON-MERCADO    PIC 9(5).
           03 WS-TOT-BAJO-P25       PIC 9(5).
           03 WS-TOT-SUELDOS        PIC 9(11)V9(2).
           03 WS-TOT-MEDIANAS       PIC 9(11)V9(2).
           03 WS-TOT-CARGOS         PIC 9(4).
           03 WS-TOT-REZAGADOS      PIC 9(4).
           03 WS-TOT-SIN-MERCADO    PIC 9(4).

       01  WS-VALOR-EDITADO         PIC Z(7)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(7)9.99.
       01  WS-VALOR-EDITADO-3       PIC Z(7)9.99.
       01  WS-CRA-EDITADO           PIC ZZ9.9.
       01  WS-CRA-EDITADO-2         PIC ZZ9.9.
       01  WS-DESFASE-EDITADO       PIC -ZZ9.99.
       01  WS-TOLERANCIA-EDITADA    PIC Z9.99.

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
           MOVE LK-OPERADOR TO WS-CNF-OPERADOR.
           MOVE "REP-CRA "  TO WS-CNF-PROGRAMA.
           MOVE ZEROS       TO WS-CNF-COD-EMPLEADO.
           MOVE "N"         TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             DISPLAY "NOTA: SU PERFIL NO TIENE ACCESO A LOS MONTOS; "
                 "EL REPORTE SALDRA SOLO CON INDICES Y MARCAS"
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 3000-ABRIR-REPORTE
             PERFORM 4000-DETALLE-EMPLEADOS
             PERFORM 5000-RESUMEN-CARGOS
             PERFORM 6000-TOTALES
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE COMPA-RATIO"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN INPUT ARCHIVO-ENCUESTA-SALARIAL.
           IF FL-ENC NOT = "00"
             OPEN OUTPUT ARCHIVO-ENCUESTA-SALARIAL
             CLOSE ARCHIVO-ENCUESTA-SALARIAL
             OPEN INPUT ARCHIVO-ENCUESTA-SALARIAL
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-ENCUESTA-SALARIAL.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   COMPA-RATIO CONTRA MERCADO Y BANDA SALARIAL".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "ANIO DE LA ENCUESTA (AAAA, 0 = ANIO ACTUAL): ".
           ACCEPT WS-ANIO-ENCUESTA.
           DISPLAY "OFICINA (0 = TODAS): ".
           ACCEPT WS-FILTRO-OFICINA.
           DISPLAY "TOLERANCIA DE REZAGO DEL PUNTO MEDIO EN % "
               "(0 = CUALQUIER REZAGO): ".
           ACCEPT WS-TOLERANCIA.

           IF WS-ANIO-ENCUESTA IS NOT NUMERIC OR
              WS-ANIO-ENCUESTA = ZEROS
             MOVE WS-FEC-AA TO WS-ANIO-ENCUESTA
           END-IF.

           IF WS-FILTRO-OFICINA IS NOT NUMERIC
             MOVE ZEROS TO WS-FILTRO-OFICINA
           END-IF.

           IF WS-TOLERANCIA IS NOT NUMERIC
             MOVE ZEROS TO WS-TOLERANCIA
           END-IF.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR WS-CIA-CODIGO <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
           ELSE
             MOVE 1 TO WS-BANDERA-CAMPOS
           END-IF.

       3000-ABRIR-REPORTE.
      *--------------------
           INITIALIZE WS-MATRIZ-CARGOS.
           INITIALIZE WS-TOTALES-CRA.

           MOVE "A"              TO WS-RPT-OPERACION.
           MOVE "REP-CRA "       TO WS-RPT-NOMBRE.
           MOVE "COMPA-RATIO CONTRA ENCUESTA DE MERCADO Y BANDA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO    TO WS-RPT-EMPRESA.
           MOVE SPACES           TO WS-RPT-PERIODO.
           MOVE WS-ANIO-ENCUESTA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-EDITADA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ENCUESTA " WS-ANIO-ENCUESTA
               "   OFICINA: " WS-FILTRO-OFICINA " (0 = TODAS)"
               "   TOLERANCIA DE REZAGO: " WS-TOLERANCIA-EDITADA "%"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CR MERC. = SUELDO / P50 DEL MERCADO X 100; "
               "CR BANDA = SUELDO / PUNTO MEDIO DE LA BANDA X 100"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-DETALLE-EMPLEADOS.
      *-----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "DETALLE POR EMPLEADO ACTIVO" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4010-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND
                EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                EMP-COD-CARGO > ZEROS AND
                (WS-FILTRO-OFICINA = ZEROS OR
                 EMP-COD-OFICINA = WS-FILTRO-OFICINA)
               PERFORM 4100-PROCESAR-EMPLEADO
             END-IF
             PERFORM 4010-LEER-EMPLEADO
           END-PERFORM.

       4010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       4100-PROCESAR-EMPLEADO.
      *-----------------------
           MOVE EMP-COD-CARGO TO WS-IND-CAR.

           PERFORM 7000-LEER-REFERENCIAS.

           ADD 1                 TO WS-TOT-EMPLEADOS.
           ADD 1                 TO WS-CRG-EMPLEADOS(WS-IND-CAR).
           ADD EMP-SUELDO-ACTUAL TO WS-CRG-SUMA-SUELDO(WS-IND-CAR).

           IF WS-PUNTO-MEDIO > ZEROS
             COMPUTE WS-CRA-BANDA ROUNDED =
                 EMP-SUELDO-ACTUAL * 100 / WS-PUNTO-MEDIO
               ON SIZE ERROR
                 MOVE 999.9 TO WS-CRA-BANDA
             END-COMPUTE
           ELSE
             MOVE ZERO TO WS-CRA-BANDA
           END-IF.

           EVALUATE TRUE
               WHEN FL-CAR NOT = "00"
                 MOVE "SIN BANDA" TO WS-UBICACION-BANDA
               WHEN EMP-SUELDO-ACTUAL < CAR-SUELDO-MINIMO
                 MOVE "BAJO MIN " TO WS-UBICACION-BANDA
               WHEN EMP-SUELDO-ACTUAL > CAR-SUELDO-MAXIMO
                 MOVE "SOBRE MAX" TO WS-UBICACION-BANDA
               WHEN OTHER
                 MOVE "EN BANDA " TO WS-UBICACION-BANDA
           END-EVALUATE.

           IF WS-CON-MERCADO
             ADD 1                 TO WS-TOT-CON-MERCADO
             ADD EMP-SUELDO-ACTUAL TO WS-TOT-SUELDOS
             ADD ENC-P50           TO WS-TOT-MEDIANAS
             COMPUTE WS-CRA-MERCADO ROUNDED =
                 EMP-SUELDO-ACTUAL * 100 / ENC-P50
               ON SIZE ERROR
                 MOVE 999.9 TO WS-CRA-MERCADO
             END-COMPUTE
             EVALUATE TRUE
                 WHEN EMP-SUELDO-ACTUAL < ENC-P25
                   MOVE "BAJO P25" TO WS-UBICACION-MERCADO
                   ADD 1 TO WS-TOT-BAJO-P25
                   ADD 1 TO WS-CRG-BAJO-P25(WS-IND-CAR)
                 WHEN EMP-SUELDO-ACTUAL < ENC-P50
                   MOVE "P25-P50 " TO WS-UBICACION-MERCADO
                 WHEN EMP-SUELDO-ACTUAL <= ENC-P75
                   MOVE "P50-P75 " TO WS-UBICACION-MERCADO
                 WHEN OTHER
                   MOVE "SOBRE P75" TO WS-UBICACION-MERCADO
                   ADD 1 TO WS-CRG-SOBRE-P75(WS-IND-CAR)
             END-EVALUATE
           ELSE
             MOVE ZERO       TO WS-CRA-MERCADO
             MOVE "SIN DATO" TO WS-UBICACION-MERCADO
           END-IF.

           MOVE WS-CRA-MERCADO TO WS-CRA-EDITADO.
           MOVE WS-CRA-BANDA   TO WS-CRA-EDITADO-2.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-PUEDE-VER-SUELDOS
             MOVE EMP-SUELDO-ACTUAL TO WS-VALOR-EDITADO
             STRING EMP-CLAVE " " EMP-NOMBRES(1:28)
                 " CARGO " EMP-COD-CARGO
                 " SUELDO " WS-VALOR-EDITADO
                 " CR MERC. " WS-CRA-EDITADO
                 " " WS-UBICACION-MERCADO
                 " CR BANDA " WS-CRA-EDITADO-2
                 " " WS-UBICACION-BANDA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING EMP-CLAVE " " EMP-NOMBRES(1:28)
                 " CARGO " EMP-COD-CARGO
                 " CR MERC. " WS-CRA-EDITADO
                 " " WS-UBICACION-MERCADO
                 " CR BANDA " WS-CRA-EDITADO-2
                 " " WS-UBICACION-BANDA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-RESUMEN-CARGOS.
      *--------------------
      *    SE RECORRE EL MAESTRO DE CARGOS PARA INCLUIR TAMBIEN LOS
      *    CARGOS CON REFERENCIA DE MERCADO PERO SIN OCUPANTES: SU
      *    BANDA IGUAL PUEDE HABER QUEDADO ATRAS DEL MERCADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "RESUMEN POR CARGO" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO CAR-CODIGO.

           START ARCHIVO-CARGOS KEY IS NOT LESS THAN CAR-CODIGO
             INVALID KEY
               MOVE "10" TO FL-CAR
           END-START.

           IF FL-CAR = "00"
             PERFORM 5010-LEER-CARGO
           END-IF.

           PERFORM UNTIL FL-CAR NOT = "00"
             IF CAR-CODIGO > ZEROS
               PERFORM 5100-PROCESAR-CARGO
             END-IF
             PERFORM 5010-LEER-CARGO
           END-PERFORM.

       5010-LEER-CARGO.
      *----------------
           READ ARCHIVO-CARGOS NEXT RECORD
           END-READ.

       5100-PROCESAR-CARGO.
      *--------------------
           MOVE CAR-CODIGO TO WS-IND-CAR.

           MOVE WS-ANIO-ENCUESTA TO ENC-ANIO.
           MOVE CAR-CODIGO       TO ENC-COD-CARGO.
           READ ARCHIVO-ENCUESTA-SALARIAL
           END-READ.

           IF FL-ENC = "00" AND ENC-P50 > ZEROS
             MOVE 1 TO WS-BANDERA-MERCADO
           ELSE
             MOVE 0 TO WS-BANDERA-MERCADO
           END-IF.

           IF WS-CRG-EMPLEADOS(WS-IND-CAR) = ZEROS AND WS-SIN-MERCADO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-CARGOS.

           COMPUTE WS-PUNTO-MEDIO ROUNDED =
               (CAR-SUELDO-MINIMO + CAR-SUELDO-MAXIMO) / 2.

           IF WS-CRG-EMPLEADOS(WS-IND-CAR) > ZEROS
             COMPUTE WS-SUELDO-PROMEDIO ROUNDED =
                 WS-CRG-SUMA-SUELDO(WS-IND-CAR) /
                 WS-CRG-EMPLEADOS(WS-IND-CAR)
           ELSE
             MOVE ZERO TO WS-SUELDO-PROMEDIO
           END-IF.

           MOVE SPACES TO WS-MARCA-REZAGO.
           MOVE ZERO   TO WS-CRA-MERCADO WS-DESFASE.

           IF WS-CON-MERCADO
             IF WS-SUELDO-PROMEDIO > ZEROS
               COMPUTE WS-CRA-MERCADO ROUNDED =
                   WS-SUELDO-PROMEDIO * 100 / ENC-P50
                 ON SIZE ERROR
                   MOVE 999.9 TO WS-CRA-MERCADO
               END-COMPUTE
             END-IF
             COMPUTE WS-DESFASE ROUNDED =
                 (WS-PUNTO-MEDIO - ENC-P50) * 100 / ENC-P50
               ON SIZE ERROR
                 MOVE 999.99 TO WS-DESFASE
             END-COMPUTE
             COMPUTE WS-LIMITE-REZAGO ROUNDED =
                 ENC-P50 * (100 - WS-TOLERANCIA) / 100
             IF WS-PUNTO-MEDIO < WS-LIMITE-REZAGO
               MOVE "*REZAGO*" TO WS-MARCA-REZAGO
               ADD 1 TO WS-TOT-REZAGADOS
             END-IF
           ELSE
             MOVE "SIN DATO" TO WS-MARCA-REZAGO
             ADD 1 TO WS-TOT-SIN-MERCADO
           END-IF.

           MOVE WS-CRA-MERCADO TO WS-CRA-EDITADO.
           MOVE WS-DESFASE     TO WS-DESFASE-EDITADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CARGO " CAR-CODIGO " " CAR-DESCRIPCION(1:24)
               " EMPL " WS-CRG-EMPLEADOS(WS-IND-CAR)
               " CR PROM " WS-CRA-EDITADO
               " BAJO P25 " WS-CRG-BAJO-P25(WS-IND-CAR)
               " SOBRE P75 " WS-CRG-SOBRE-P75(WS-IND-CAR)
               " MEDIO VS P50 " WS-DESFASE-EDITADO "% "
               WS-MARCA-REZAGO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-PUEDE-VER-SUELDOS AND WS-CON-MERCADO
             MOVE ENC-P25 TO WS-VALOR-EDITADO
             MOVE ENC-P50 TO WS-VALOR-EDITADO-2
             MOVE ENC-P75 TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "    MERCADO " ENC-COD-POSICION " P25 "
                 WS-VALOR-EDITADO " P50 " WS-VALOR-EDITADO-2
                 " P75 " WS-VALOR-EDITADO-3
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-PUEDE-VER-SUELDOS
             MOVE CAR-SUELDO-MINIMO  TO WS-VALOR-EDITADO
             MOVE WS-PUNTO-MEDIO     TO WS-VALOR-EDITADO-2
             MOVE CAR-SUELDO-MAXIMO  TO WS-VALOR-EDITADO-3
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "    BANDA MIN " WS-VALOR-EDITADO
                 " MEDIO " WS-VALOR-EDITADO-2
                 " MAX " WS-VALOR-EDITADO-3
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       6000-TOTALES.
      *-------------
           IF WS-TOT-MEDIANAS > ZEROS
             COMPUTE WS-CRA-MERCADO ROUNDED =
                 WS-TOT-SUELDOS * 100 / WS-TOT-MEDIANAS
               ON SIZE ERROR
                 MOVE 999.9 TO WS-CRA-MERCADO
             END-COMPUTE
           ELSE
             MOVE ZERO TO WS-CRA-MERCADO
           END-IF.
           MOVE WS-CRA-MERCADO TO WS-CRA-EDITADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS " WS-TOT-EMPLEADOS
               " CON REFERENCIA " WS-TOT-CON-MERCADO
               " BAJO P25 " WS-TOT-BAJO-P25
               " CR MERCADO DE LA EMPRESA " WS-CRA-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CARGOS " WS-TOT-CARGOS
               " REZAGADOS FRENTE AL MERCADO " WS-TOT-REZAGADOS
               " SIN DATO DE MERCADO " WS-TOT-SIN-MERCADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           IF WS-TOT-REZAGADOS > ZEROS
             DISPLAY "REVISE LAS BANDAS DE LOS " WS-TOT-REZAGADOS
                 " CARGOS MARCADOS *REZAGO* EN LA REVISION ANUAL"
           END-IF.

       7000-LEER-REFERENCIAS.
      *----------------------
      *    BANDA PROPIA Y REFERENCIA DE MERCADO DEL CARGO DEL
      *    EMPLEADO EN CURSO.
           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.

           IF FL-CAR = "00"
             COMPUTE WS-PUNTO-MEDIO ROUNDED =
                 (CAR-SUELDO-MINIMO + CAR-SUELDO-MAXIMO) / 2
           ELSE
             MOVE ZERO TO WS-PUNTO-MEDIO
           END-IF.

           MOVE WS-ANIO-ENCUESTA TO ENC-ANIO.
           MOVE EMP-COD-CARGO    TO ENC-COD-CARGO.
           READ ARCHIVO-ENCUESTA-SALARIAL
           END-READ.

           IF FL-ENC = "00" AND ENC-P50 > ZEROS
             MOVE 1 TO WS-BANDERA-MERCADO
           ELSE
             MOVE 0 TO WS-BANDERA-MERCADO
           END-IF.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
