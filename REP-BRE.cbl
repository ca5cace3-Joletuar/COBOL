      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-BRE.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-POL.cpy".

            SELECT ARCHIVO-ORDEN
              ASSIGN TO "../Archivos/Trabajo-BRE-Orden.tmp".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-POL.cpy".

      *    TRABAJO DE CLASIFICACION: CADA EMPLEADO ACTIVO SE
      *    LIBERA UNA VEZ POR NIVEL DE AGRUPACION (CARGO EN LA
      *    OFICINA, OFICINA, CARGO EN LA EMPRESA Y EMPRESA) PARA
      *    QUE CADA GRUPO LLEGUE JUNTO Y CON LOS SUELDOS EN ORDEN,
      *    QUE ES LO QUE PIDE LA MEDIANA.
       SD  ARCHIVO-ORDEN.
       01  ORD-DATOS.
           03 ORD-NIVEL             PIC 9(1).
           03 ORD-COD-OFICINA       PIC 9(3).
           03 ORD-COD-CARGO         PIC 9(3).
           03 ORD-GENERO            PIC X(1).
           03 ORD-SUELDO            PIC 9(8)V9(2).
           03 ORD-MESES-ANTIG       PIC 9(4).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-POL                  PIC XX.

      *    EQUIDAD SALARIAL POR GENERO: MUJERES CONTRA HOMBRES EN
      *    EL MISMO CARGO. LA BRECHA ES LA DIFERENCIA DE SUELDOS
      *    PROMEDIO SOBRE EL PROMEDIO DE LOS HOMBRES (POSITIVA SI
      *    LAS MUJERES GANAN MENOS); LOS CARGOS CUYA BRECHA SUPERA
      *    EL UMBRAL DE LA POLITICA DE LA EMPRESA SE MARCAN.
       01  WS-PARAMETROS-BRECHA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-FILTRO-OFICINA     PIC 9(3).
           03 WS-UMBRAL-BRECHA      PIC 9(2)V9(2).

       77  WS-UMBRAL-DEFECTO        PIC 9(2)V9(2) VALUE 5.

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    CONFIDENCIALIDAD SALARIAL: SIN ROL DE NOMINA EL REPORTE
      *    SALE CON CONTEOS, ANTIGUEDAD Y BRECHA, SIN LOS MONTOS.
       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

       01  WS-MESES-ANTIG           PIC S9(4).

      *    CORTE DE CONTROL DEL GRUPO Y DEL GENERO DENTRO DEL GRUPO.
       01  WS-GRUPO-ACTUAL.
           03 WS-GRP-NIVEL          PIC 9(1).
           03 WS-GRP-OFICINA        PIC 9(3).
           03 WS-GRP-CARGO          PIC 9(3).
       01  WS-GENERO-ACTUAL         PIC X(1).
       01  WS-IND-GEN               PIC 9(1).
       01  WS-NIVEL-IMPRESO         PIC 9(1).

       01  WS-BANDERA-FIN-ORDEN     PIC 9.
           88 WS-ORDEN-AGOTADO      VALUE 1.
           88 WS-ORDEN-CON-DATOS    VALUE 0.

      *    SUELDOS DEL GENERO EN CURSO, YA ORDENADOS, PARA LA
      *    MEDIANA.
       01  WS-TABLA-SUELDOS.
           03 WS-TAB-SUELDO         PIC 9(8)V9(2) OCCURS 9999 TIMES.
       01  WS-CANT-TABLA            PIC 9(5).
       01  WS-IND-MEDIANA           PIC 9(5).

      *    ESTADISTICAS DEL GRUPO: 1 = MUJERES, 2 = HOMBRES.
       01  WS-ESTADISTICAS-GRUPO.
           03 WS-EST-GENERO OCCURS 2 TIMES.
              05 WS-EST-CANTIDAD    PIC 9(5).
              05 WS-EST-SUMA        PIC 9(12)V9(2).
              05 WS-EST-PROMEDIO    PIC 9(8)V9(2).
              05 WS-EST-MEDIANA     PIC 9(8)V9(2).
              05 WS-EST-MINIMO      PIC 9(8)V9(2).
              05 WS-EST-MAXIMO      PIC 9(8)V9(2).
              05 WS-EST-SUMA-ANTIG  PIC 9(9).
              05 WS-EST-ANTIG-PROM  PIC 9(3)V9(1).

       01  WS-BRECHA                PIC S9(3)V9(2).
       01  WS-BRECHA-ABS            PIC 9(3)V9(2).
       01  WS-CARGOS-MARCADOS       PIC 9(5) VALUE ZERO.
       01  WS-GRUPOS-IMPRESOS       PIC 9(5) VALUE ZERO.

       01  WS-DESC-GRUPO            PIC X(60).
       01  WS-DESC-GENERO           PIC X(7).

       01  WS-LINEA-GENERO.
           03 WS-LG-GENERO          PIC X(7).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LG-CANTIDAD        PIC ZZZZ9.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LG-PROMEDIO        PIC Z(7)9.99.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LG-MEDIANA         PIC Z(7)9.99.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LG-MINIMO          PIC Z(7)9.99.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 WS-LG-MAXIMO          PIC Z(7)9.99.
           03 FILLER                PIC X(4) VALUE SPACES.
           03 WS-LG-ANTIG           PIC ZZ9.9.

       01  WS-BRECHA-EDITADA        PIC -ZZ9.99.
       01  WS-UMBRAL-EDITADO        PIC Z9.99.

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
           MOVE LK-OPERADOR TO WS-CNF-OPERADOR.
           MOVE "REP-BRE "  TO WS-CNF-PROGRAMA.
           MOVE ZEROS       TO WS-CNF-COD-EMPLEADO.
           MOVE "N"         TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             DISPLAY "NOTA: SU PERFIL NO TIENE ACCESO A LOS MONTOS; "
                 "EL REPORTE SALDRA SOLO CON CONTEOS Y BRECHAS"
           END-IF.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2020-LEER-UMBRAL
             PERFORM 3000-ABRIR-REPORTE

             SORT ARCHIVO-ORDEN
                 ON ASCENDING KEY ORD-NIVEL
                                  ORD-COD-OFICINA
                                  ORD-COD-CARGO
                                  ORD-GENERO
                                  ORD-SUELDO
                 INPUT PROCEDURE IS 4000-EXTRAER-EMPLEADOS
                 OUTPUT PROCEDURE IS 5000-IMPRIMIR-GRUPOS

             PERFORM 7000-CERRAR-REPORTE
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE EQUIDAD SALARIAL"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN INPUT ARCHIVO-POLITICAS.
           IF FL-POL NOT = "00"
             OPEN OUTPUT ARCHIVO-POLITICAS
             CLOSE ARCHIVO-POLITICAS
             OPEN INPUT ARCHIVO-POLITICAS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-POLITICAS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   EQUIDAD SALARIAL POR GENERO".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "OFICINA (0 = TODAS): ".
           ACCEPT WS-FILTRO-OFICINA.

           IF WS-FILTRO-OFICINA IS NOT NUMERIC
             MOVE ZEROS TO WS-FILTRO-OFICINA
           END-IF.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR WS-CIA-CODIGO <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
           ELSE
             MOVE 1 TO WS-BANDERA-CAMPOS
           END-IF.

       2020-LEER-UMBRAL.
      *-----------------
      *    EL UMBRAL SALE DE LA POLITICA DE LA EMPRESA, O DE LA
      *    FILA DEFECTO (EMPRESA 0); SIN NINGUNA, O EN CERO, RIGE
      *    EL UMBRAL GENERAL.
           MOVE WS-UMBRAL-DEFECTO TO WS-UMBRAL-BRECHA.

           MOVE WS-CIA-CODIGO TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A" AND
              POL-UMBRAL-BRECHA IS NUMERIC AND
              POL-UMBRAL-BRECHA > ZEROS
             MOVE POL-UMBRAL-BRECHA TO WS-UMBRAL-BRECHA
           END-IF.

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-BRE"     TO WS-RPT-NOMBRE.
           MOVE "EQUIDAD SALARIAL POR GENERO, CARGO Y OFICINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-" WS-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE WS-UMBRAL-BRECHA TO WS-UMBRAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUELDO ACTUAL DE EMPLEADOS ACTIVOS. OFICINA: "
               WS-FILTRO-OFICINA " (0 = TODAS)   UMBRAL DE BRECHA: "
               WS-UMBRAL-EDITADO "%"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BRECHA = (PROMEDIO HOMBRES - PROMEDIO MUJERES) / "
               "PROMEDIO HOMBRES; POSITIVA SI LAS MUJERES GANAN MENOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ZERO TO WS-NIVEL-IMPRESO.

       4000-EXTRAER-EMPLEADOS.
      *-----------------------
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
                (EMP-GENERO = "F" OR EMP-GENERO = "M") AND
                (WS-FILTRO-OFICINA = ZEROS OR
                 EMP-COD-OFICINA = WS-FILTRO-OFICINA)
               PERFORM 4020-LIBERAR-EMPLEADO
             END-IF
             PERFORM 4010-LEER-EMPLEADO
           END-PERFORM.

       4010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       4020-LIBERAR-EMPLEADO.
      *----------------------
           MOVE ZERO TO WS-MESES-ANTIG.
           IF EMP-FEC-INGRESO-AA > ZEROS
             COMPUTE WS-MESES-ANTIG =
                 ((WS-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
                 WS-FEC-MM - EMP-FEC-INGRESO-MM
             IF WS-MESES-ANTIG < ZERO
               MOVE ZERO TO WS-MESES-ANTIG
             END-IF
           END-IF.

           MOVE EMP-GENERO        TO ORD-GENERO.
           MOVE EMP-SUELDO-ACTUAL TO ORD-SUELDO.
           MOVE WS-MESES-ANTIG    TO ORD-MESES-ANTIG.

      *    NIVEL 1: CARGO DENTRO DE LA OFICINA.
           MOVE 1               TO ORD-NIVEL.
           MOVE EMP-COD-OFICINA TO ORD-COD-OFICINA.
           MOVE EMP-COD-CARGO   TO ORD-COD-CARGO.
           RELEASE ORD-DATOS.

      *    NIVEL 2: TOTAL DE LA OFICINA.
           MOVE 2               TO ORD-NIVEL.
           MOVE ZEROS           TO ORD-COD-CARGO.
           RELEASE ORD-DATOS.

      *    NIVEL 3: CARGO EN TODA LA EMPRESA.
           MOVE 3               TO ORD-NIVEL.
           MOVE ZEROS           TO ORD-COD-OFICINA.
           MOVE EMP-COD-CARGO   TO ORD-COD-CARGO.
           RELEASE ORD-DATOS.

      *    NIVEL 4: TOTAL DE LA EMPRESA.
           MOVE 4               TO ORD-NIVEL.
           MOVE ZEROS           TO ORD-COD-CARGO.
           RELEASE ORD-DATOS.

       5000-IMPRIMIR-GRUPOS.
      *---------------------
           MOVE 0 TO WS-BANDERA-FIN-ORDEN.
           PERFORM 5010-LEER-ORDEN.

           PERFORM UNTIL WS-ORDEN-AGOTADO
             MOVE ORD-NIVEL       TO WS-GRP-NIVEL
             MOVE ORD-COD-OFICINA TO WS-GRP-OFICINA
             MOVE ORD-COD-CARGO   TO WS-GRP-CARGO
             INITIALIZE WS-ESTADISTICAS-GRUPO
             PERFORM UNTIL WS-ORDEN-AGOTADO OR
                     ORD-NIVEL NOT = WS-GRP-NIVEL OR
                     ORD-COD-OFICINA NOT = WS-GRP-OFICINA OR
                     ORD-COD-CARGO NOT = WS-GRP-CARGO
               PERFORM 5100-ACUMULAR-GENERO
             END-PERFORM
             PERFORM 6000-IMPRIMIR-GRUPO
           END-PERFORM.

       5010-LEER-ORDEN.
      *----------------
           RETURN ARCHIVO-ORDEN
             AT END
               MOVE 1 TO WS-BANDERA-FIN-ORDEN
           END-RETURN.

       5100-ACUMULAR-GENERO.
      *---------------------
           MOVE ORD-GENERO TO WS-GENERO-ACTUAL.
           IF ORD-GENERO = "F"
             MOVE 1 TO WS-IND-GEN
           ELSE
             MOVE 2 TO WS-IND-GEN
           END-IF.
           MOVE ZERO TO WS-CANT-TABLA.

           PERFORM UNTIL WS-ORDEN-AGOTADO OR
                   ORD-NIVEL NOT = WS-GRP-NIVEL OR
                   ORD-COD-OFICINA NOT = WS-GRP-OFICINA OR
                   ORD-COD-CARGO NOT = WS-GRP-CARGO OR
                   ORD-GENERO NOT = WS-GENERO-ACTUAL
             ADD 1 TO WS-EST-CANTIDAD(WS-IND-GEN)
             ADD ORD-SUELDO      TO WS-EST-SUMA(WS-IND-GEN)
             ADD ORD-MESES-ANTIG TO WS-EST-SUMA-ANTIG(WS-IND-GEN)
             IF WS-CANT-TABLA < 9999
               ADD 1 TO WS-CANT-TABLA
               MOVE ORD-SUELDO TO WS-TAB-SUELDO(WS-CANT-TABLA)
             END-IF
             PERFORM 5010-LEER-ORDEN
           END-PERFORM.

      *    LOS SUELDOS LLEGAN ORDENADOS: EL PRIMERO ES EL MINIMO,
      *    EL ULTIMO EL MAXIMO Y EL CENTRO LA MEDIANA.
           IF WS-CANT-TABLA > ZERO
             MOVE WS-TAB-SUELDO(1) TO WS-EST-MINIMO(WS-IND-GEN)
             MOVE WS-TAB-SUELDO(WS-CANT-TABLA)
               TO WS-EST-MAXIMO(WS-IND-GEN)
             DIVIDE WS-CANT-TABLA BY 2 GIVING WS-IND-MEDIANA
             IF WS-IND-MEDIANA * 2 = WS-CANT-TABLA
               COMPUTE WS-EST-MEDIANA(WS-IND-GEN) ROUNDED =
                   (WS-TAB-SUELDO(WS-IND-MEDIANA) +
                    WS-TAB-SUELDO(WS-IND-MEDIANA + 1)) / 2
             ELSE
               MOVE WS-TAB-SUELDO(WS-IND-MEDIANA + 1)
                 TO WS-EST-MEDIANA(WS-IND-GEN)
             END-IF
             COMPUTE WS-EST-PROMEDIO(WS-IND-GEN) ROUNDED =
                 WS-EST-SUMA(WS-IND-GEN) /
                 WS-EST-CANTIDAD(WS-IND-GEN)
             COMPUTE WS-EST-ANTIG-PROM(WS-IND-GEN) ROUNDED =
                 WS-EST-SUMA-ANTIG(WS-IND-GEN) /
                 WS-EST-CANTIDAD(WS-IND-GEN) / 12
           END-IF.

       6000-IMPRIMIR-GRUPO.
      *--------------------
           IF WS-GRP-NIVEL NOT = WS-NIVEL-IMPRESO
             PERFORM 6010-TITULO-NIVEL
           END-IF.

           PERFORM 6020-DESCRIBIR-GRUPO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           MOVE WS-DESC-GRUPO TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-GEN FROM 1 BY 1
               UNTIL WS-IND-GEN > 2
             PERFORM 6030-IMPRIMIR-GENERO
           END-PERFORM.

      *    LA BRECHA SOLO TIENE SENTIDO CON AMBOS GENEROS EN EL
      *    GRUPO; EL UMBRAL SE APLICA A LOS CARGOS.
           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-EST-CANTIDAD(1) = ZERO OR WS-EST-CANTIDAD(2) = ZERO
             STRING "  BRECHA: N/A (UN SOLO GENERO EN EL GRUPO)"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             COMPUTE WS-BRECHA ROUNDED =
                 (WS-EST-PROMEDIO(2) - WS-EST-PROMEDIO(1)) * 100 /
                 WS-EST-PROMEDIO(2)
             IF WS-BRECHA < ZERO
               COMPUTE WS-BRECHA-ABS = WS-BRECHA * -1
             ELSE
               MOVE WS-BRECHA TO WS-BRECHA-ABS
             END-IF
             MOVE WS-BRECHA TO WS-BRECHA-EDITADA
             IF (WS-GRP-NIVEL = 1 OR WS-GRP-NIVEL = 3) AND
                WS-BRECHA-ABS > WS-UMBRAL-BRECHA
               ADD 1 TO WS-CARGOS-MARCADOS
               STRING "  BRECHA: " WS-BRECHA-EDITADA "%   "
                   "*** SUPERA EL UMBRAL DE " WS-UMBRAL-EDITADO "% ***"
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
             ELSE
               STRING "  BRECHA: " WS-BRECHA-EDITADA "%"
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
             END-IF
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

           ADD 1 TO WS-GRUPOS-IMPRESOS.

       6010-TITULO-NIVEL.
      *------------------
           MOVE WS-GRP-NIVEL TO WS-NIVEL-IMPRESO.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           EVALUATE WS-GRP-NIVEL
               WHEN 1
                 MOVE "DETALLE POR CARGO EN CADA OFICINA"
                   TO WS-LINEA-SPOOL
               WHEN 2
                 MOVE "RESUMEN POR OFICINA" TO WS-LINEA-SPOOL
               WHEN 3
                 MOVE "CARGO EN TODA LA EMPRESA" TO WS-LINEA-SPOOL
               WHEN OTHER
                 MOVE "TOTAL DE LA EMPRESA" TO WS-LINEA-SPOOL
           END-EVALUATE.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  GENERO   CANT     PROMEDIO      MEDIANA"
               "       MINIMO       MAXIMO   ANTIG.ANIOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       6020-DESCRIBIR-GRUPO.
      *---------------------
           MOVE SPACES TO WS-DESC-GRUPO.

           IF WS-GRP-OFICINA > ZEROS
             MOVE WS-GRP-OFICINA TO OFI-CLAVE
             READ ARCHIVO-OFICINAS
             END-READ
             IF FL-OFI NOT = "00"
               MOVE SPACES TO OFI-DESCRIPCION
             END-IF
           END-IF.

           IF WS-GRP-CARGO > ZEROS
             MOVE WS-GRP-CARGO TO CAR-CODIGO
             READ ARCHIVO-CARGOS
             END-READ
             IF FL-CAR NOT = "00"
               MOVE SPACES TO CAR-DESCRIPCION
             END-IF
           END-IF.

           EVALUATE WS-GRP-NIVEL
               WHEN 1
                 STRING "OFICINA " WS-GRP-OFICINA " "
                     OFI-DESCRIPCION(1:15) " CARGO " WS-GRP-CARGO
                     " " CAR-DESCRIPCION
                     DELIMITED BY SIZE INTO WS-DESC-GRUPO
                 END-STRING
               WHEN 2
                 STRING "OFICINA " WS-GRP-OFICINA " "
                     OFI-DESCRIPCION
                     DELIMITED BY SIZE INTO WS-DESC-GRUPO
                 END-STRING
               WHEN 3
                 STRING "CARGO " WS-GRP-CARGO " " CAR-DESCRIPCION
                     DELIMITED BY SIZE INTO WS-DESC-GRUPO
                 END-STRING
               WHEN OTHER
                 STRING "EMPRESA " WS-CIA-CODIGO
                     DELIMITED BY SIZE INTO WS-DESC-GRUPO
                 END-STRING
           END-EVALUATE.

       6030-IMPRIMIR-GENERO.
      *---------------------
           IF WS-IND-GEN = 1
             MOVE "MUJERES" TO WS-LG-GENERO
           ELSE
             MOVE "HOMBRES" TO WS-LG-GENERO
           END-IF.

           MOVE WS-EST-CANTIDAD(WS-IND-GEN)   TO WS-LG-CANTIDAD.
           MOVE WS-EST-ANTIG-PROM(WS-IND-GEN) TO WS-LG-ANTIG.

           IF WS-PUEDE-VER-SUELDOS
             MOVE WS-EST-PROMEDIO(WS-IND-GEN) TO WS-LG-PROMEDIO
             MOVE WS-EST-MEDIANA(WS-IND-GEN)  TO WS-LG-MEDIANA
             MOVE WS-EST-MINIMO(WS-IND-GEN)   TO WS-LG-MINIMO
             MOVE WS-EST-MAXIMO(WS-IND-GEN)   TO WS-LG-MAXIMO
           ELSE
             MOVE ZEROS TO WS-LG-PROMEDIO WS-LG-MEDIANA
                           WS-LG-MINIMO WS-LG-MAXIMO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " WS-LINEA-GENERO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       7000-CERRAR-REPORTE.
      *--------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "GRUPOS LISTADOS: " WS-GRUPOS-IMPRESOS
               "   CARGOS SOBRE EL UMBRAL: " WS-CARGOS-MARCADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
