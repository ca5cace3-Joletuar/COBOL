      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-ABS.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-POL.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-POL.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-POL                  PIC XX.

      *    AUSENTISMO EN VENTANA MOVIL DE 12 MESES (365 DIAS HASTA
      *    LA FECHA DE CORTE). CADA NOVEDAD DE DIAS APROBADA ES UN
      *    EPISODIO; LOS DIAS PERDIDOS SE RECORTAN A LA VENTANA.
      *    FACTOR BRADFORD = EPISODIOS x EPISODIOS x DIAS: CASTIGA
      *    LAS AUSENCIAS CORTAS Y REPETIDAS SOBRE UNA SOLA LARGA.
      *    LOS PUNTAJES DE AVISO Y ACCION SALEN DE LA POLITICA DE
      *    LA EMPRESA (O DE LA FILA DEFECTO).
       01  WS-PARAMETROS-ABS.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-FECHA-CORTE.
              05 WS-CORTE-AA        PIC 9(4).
              05 WS-CORTE-MM        PIC 9(2).
              05 WS-CORTE-DD        PIC 9(2).
           03 WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE
                                    PIC 9(8).
           03 WS-TIPO-EXCLUIDO      PIC 9(2).
           03 WS-BRADFORD-AVISO     PIC 9(4).
           03 WS-BRADFORD-ACCION    PIC 9(4).

       77  WS-AVISO-DEFECTO         PIC 9(4) VALUE 200.
       77  WS-ACCION-DEFECTO        PIC 9(4) VALUE 500.

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    CONFIDENCIALIDAD SALARIAL: EL COSTO DE LA AUSENCIA SALE
      *    DEL SUELDO DIARIO, ASI QUE SIN ROL DE NOMINA EL REPORTE
      *    SALE SOLO CON EPISODIOS, DIAS Y PUNTAJES.
       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

       01  WS-VENTANA.
           03 WS-DIA-DESDE          PIC 9(8).
           03 WS-DIA-HASTA          PIC 9(8).
           03 WS-FECHA-DESDE        PIC 9(8).
           03 WS-AUS-DESDE          PIC 9(8).
           03 WS-AUS-HASTA          PIC 9(8).
           03 WS-FECHA-DES-NUM      PIC 9(8).

      *    ACUMULADOS DEL EMPLEADO EN CURSO.
       01  WS-AUSENTISMO-EMPLEADO.
           03 WS-EMP-EPISODIOS      PIC 9(4).
           03 WS-EMP-DIAS           PIC 9(5).
           03 WS-EMP-BRADFORD       PIC 9(9).
           03 WS-EMP-COSTO          PIC 9(9)V9(2).
           03 WS-EMP-NIVEL          PIC X(6).
               88 WS-EMP-MARCADO        VALUE "AVISO " "ACCION".

      *    ROLLUPS POR DEPARTAMENTO (D), OFICINA (O) Y SUPERVISOR
      *    (S). LA TABLA SE MANTIENE ORDENADA POR TIPO Y CLAVE AL
      *    INSERTAR, ASI SALE IMPRESA EN ORDEN SIN SORT.
       01  WS-BUSQUEDA-GRUPO.
           03 WS-BUS-LLAVE.
              05 WS-BUS-TIPO        PIC X(1).
              05 WS-BUS-CLAVE       PIC 9(8).

       01  WS-TABLA-GRUPOS.
           03 WS-GRU-FILA OCCURS 2000 TIMES.
              05 WS-GRU-LLAVE.
                 07 WS-GRU-TIPO     PIC X(1).
                 07 WS-GRU-CLAVE    PIC 9(8).
              05 WS-GRU-EMPLEADOS   PIC 9(5).
              05 WS-GRU-AUSENTES    PIC 9(5).
              05 WS-GRU-EPISODIOS   PIC 9(6).
              05 WS-GRU-DIAS        PIC 9(7).
              05 WS-GRU-BRADFORD    PIC 9(11).
              05 WS-GRU-COSTO       PIC 9(11)V9(2).
              05 WS-GRU-MARCADOS    PIC 9(5).

       01  WS-CANT-GRUPOS           PIC 9(4).
       01  WS-IND-GRU               PIC 9(4).
       01  WS-IND-AUX               PIC 9(4).
       01  WS-GRUPOS-SIN-LUGAR      PIC 9(5).

      *    EMPLEADOS SOBRE LOS PUNTAJES, DE MAYOR A MENOR FACTOR,
      *    PARA EL SEGUIMIENTO DE TALENTO HUMANO.
       01  WS-TABLA-SEGUIMIENTO.
           03 WS-SEG-FILA OCCURS 999 TIMES.
              05 WS-SEG-EMPLEADO    PIC 9(8).
              05 WS-SEG-NOMBRES     PIC X(30).
              05 WS-SEG-OFICINA     PIC 9(3).
              05 WS-SEG-DEPTO       PIC 9(3).
              05 WS-SEG-SUPERVISOR  PIC 9(8).
              05 WS-SEG-EPISODIOS   PIC 9(4).
              05 WS-SEG-DIAS        PIC 9(5).
              05 WS-SEG-BRADFORD    PIC 9(9).
              05 WS-SEG-NIVEL       PIC X(6).

       01  WS-CANT-SEGUIMIENTO      PIC 9(3).
       01  WS-IND-SEG               PIC 9(4).
       01  WS-SEG-SIN-LUGAR         PIC 9(5).

       01  WS-TOTALES-ABS.
           03 WS-TOT-EMPLEADOS      PIC 9(5).
           03 WS-TOT-AUSENTES       PIC 9(5).
           03 WS-TOT-EPISODIOS      PIC 9(6).
           03 WS-TOT-DIAS           PIC 9(7).
           03 WS-TOT-COSTO          PIC 9(11)V9(2).
           03 WS-TOT-AVISO          PIC 9(5).
           03 WS-TOT-ACCION         PIC 9(5).

       01  WS-BRADFORD-PROMEDIO     PIC 9(9).
       01  WS-DESC-GRUPO            PIC X(30).
       01  WS-TITULO-GRUPO          PIC X(12).

       01  WS-VALOR-EDITADO         PIC Z(10)9.99.
       01  WS-BRADFORD-EDITADO      PIC Z(8)9.
       01  WS-CONTEO-EDITADO        PIC Z(6)9.

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
           MOVE "REP-ABS "  TO WS-CNF-PROGRAMA.
           MOVE ZEROS       TO WS-CNF-COD-EMPLEADO.
           MOVE "N"         TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             DISPLAY "NOTA: SU PERFIL NO TIENE ACCESO A LOS MONTOS; "
                 "EL REPORTE SALDRA SIN EL COSTO DE LA AUSENCIA"
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 2100-LEER-POLITICA
             PERFORM 3000-ABRIR-REPORTE
             PERFORM 4000-DETALLE-EMPLEADOS
             PERFORM 5000-ROLLUPS
             PERFORM 6000-SEGUIMIENTO
             PERFORM 7000-TOTALES
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE AUSENTISMO"
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-DESCUENTOS.
           OPEN INPUT ARCHIVO-OFICINAS.

           OPEN INPUT ARCHIVO-DEPARTAMENTOS.
           IF FL-DEP NOT = "00"
             OPEN OUTPUT ARCHIVO-DEPARTAMENTOS
             CLOSE ARCHIVO-DEPARTAMENTOS
             OPEN INPUT ARCHIVO-DEPARTAMENTOS
           END-IF.

           OPEN INPUT ARCHIVO-POLITICAS.
           IF FL-POL NOT = "00"
             OPEN OUTPUT ARCHIVO-POLITICAS
             CLOSE ARCHIVO-POLITICAS
             OPEN INPUT ARCHIVO-POLITICAS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-POLITICAS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   AUSENTISMO 12 MESES - FACTOR BRADFORD".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "FECHA DE CORTE DE LA VENTANA (AAAAMMDD, "
               "0 = HOY): ".
           ACCEPT WS-FECHA-CORTE-NUM.
           DISPLAY "TIPO DE NOVEDAD A EXCLUIR, P.EJ. VACACIONES "
               "(0 = NINGUNO): ".
           ACCEPT WS-TIPO-EXCLUIDO.

           IF WS-FECHA-CORTE-NUM IS NOT NUMERIC OR
              WS-FECHA-CORTE-NUM = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORTE
           END-IF.

           IF WS-TIPO-EXCLUIDO IS NOT NUMERIC
             MOVE ZEROS TO WS-TIPO-EXCLUIDO
           END-IF.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-CORTE-AA < 1601 OR
                    WS-CORTE-MM < 1 OR WS-CORTE-MM > 12 OR
                    WS-CORTE-DD < 1 OR WS-CORTE-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA FECHA DE CORTE"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-CAMPOS-CORRECTO
             COMPUTE WS-DIA-HASTA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE-NUM)
             COMPUTE WS-DIA-DESDE = WS-DIA-HASTA - 364
             COMPUTE WS-FECHA-DESDE =
                 FUNCTION DATE-OF-INTEGER(WS-DIA-DESDE)
           END-IF.

       2100-LEER-POLITICA.
      *-------------------
      *    LOS PUNTAJES SALEN DE LA POLITICA DE LA EMPRESA, O DE LA
      *    FILA DEFECTO (EMPRESA 0); EN CERO RIGEN 200 Y 500.
           MOVE WS-AVISO-DEFECTO  TO WS-BRADFORD-AVISO.
           MOVE WS-ACCION-DEFECTO TO WS-BRADFORD-ACCION.

           MOVE WS-CIA-CODIGO TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A"
             IF POL-BRADFORD-AVISO IS NUMERIC AND
                POL-BRADFORD-AVISO > ZEROS
               MOVE POL-BRADFORD-AVISO TO WS-BRADFORD-AVISO
             END-IF
             IF POL-BRADFORD-ACCION IS NUMERIC AND
                POL-BRADFORD-ACCION > ZEROS
               MOVE POL-BRADFORD-ACCION TO WS-BRADFORD-ACCION
             END-IF
           END-IF.

           IF WS-BRADFORD-ACCION < WS-BRADFORD-AVISO
             MOVE WS-BRADFORD-AVISO TO WS-BRADFORD-ACCION
           END-IF.

       3000-ABRIR-REPORTE.
      *--------------------
           INITIALIZE WS-TABLA-GRUPOS WS-TABLA-SEGUIMIENTO
               WS-TOTALES-ABS.
           MOVE ZEROS TO WS-CANT-GRUPOS WS-GRUPOS-SIN-LUGAR
               WS-CANT-SEGUIMIENTO WS-SEG-SIN-LUGAR.

           MOVE "A"                TO WS-RPT-OPERACION.
           MOVE "REP-ABS "         TO WS-RPT-NOMBRE.
           MOVE "AUSENTISMO 12 MESES Y FACTOR BRADFORD"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO      TO WS-RPT-EMPRESA.
           MOVE WS-FECHA-CORTE-NUM TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "VENTANA DEL " WS-FECHA-DESDE " AL "
               WS-FECHA-CORTE-NUM
               "   TIPO EXCLUIDO: " WS-TIPO-EXCLUIDO " (0 = NINGUNO)"
               "   AVISO: " WS-BRADFORD-AVISO
               "   ACCION: " WS-BRADFORD-ACCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BRADFORD = EPISODIOS x EPISODIOS x DIAS PERDIDOS; "
               "COSTO = DIAS x SUELDO / 30"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-DETALLE-EMPLEADOS.
      *-----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "DETALLE POR EMPLEADO CON AUSENCIAS EN LA VENTANA"
             TO WS-LINEA-SPOOL.
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
                EMP-COD-EMPRESA = WS-CIA-CODIGO
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
           INITIALIZE WS-AUSENTISMO-EMPLEADO.

           PERFORM 4200-CONTAR-EPISODIOS.

           COMPUTE WS-EMP-BRADFORD =
               WS-EMP-EPISODIOS * WS-EMP-EPISODIOS * WS-EMP-DIAS
             ON SIZE ERROR
               MOVE 999999999 TO WS-EMP-BRADFORD
           END-COMPUTE.

           COMPUTE WS-EMP-COSTO ROUNDED =
               WS-EMP-DIAS * EMP-SUELDO-ACTUAL / 30.

           EVALUATE TRUE
               WHEN WS-EMP-EPISODIOS = ZEROS
                 MOVE SPACES   TO WS-EMP-NIVEL
               WHEN WS-EMP-BRADFORD >= WS-BRADFORD-ACCION
                 MOVE "ACCION" TO WS-EMP-NIVEL
                 ADD 1 TO WS-TOT-ACCION
               WHEN WS-EMP-BRADFORD >= WS-BRADFORD-AVISO
                 MOVE "AVISO " TO WS-EMP-NIVEL
                 ADD 1 TO WS-TOT-AVISO
               WHEN OTHER
                 MOVE SPACES   TO WS-EMP-NIVEL
           END-EVALUATE.

           ADD 1 TO WS-TOT-EMPLEADOS.

           IF WS-EMP-EPISODIOS > ZEROS
             ADD 1                TO WS-TOT-AUSENTES
             ADD WS-EMP-EPISODIOS TO WS-TOT-EPISODIOS
             ADD WS-EMP-DIAS      TO WS-TOT-DIAS
             ADD WS-EMP-COSTO     TO WS-TOT-COSTO
             PERFORM 4300-IMPRIMIR-EMPLEADO
           END-IF.

           IF WS-EMP-MARCADO
             PERFORM 4400-AGREGAR-SEGUIMIENTO
           END-IF.

           MOVE "D" TO WS-BUS-TIPO.
           COMPUTE WS-BUS-CLAVE =
               EMP-COD-OFICINA * 1000 + EMP-COD-DEPARTAMENTO.
           PERFORM 4500-ACUMULAR-GRUPO.

           MOVE "O"             TO WS-BUS-TIPO.
           MOVE EMP-COD-OFICINA TO WS-BUS-CLAVE.
           PERFORM 4500-ACUMULAR-GRUPO.

           MOVE "S"                TO WS-BUS-TIPO.
           MOVE EMP-COD-SUPERVISOR TO WS-BUS-CLAVE.
           PERFORM 4500-ACUMULAR-GRUPO.

       4200-CONTAR-EPISODIOS.
      *----------------------
      *    NOVEDADES DE DIAS APROBADAS CUYO RANGO TOCA LA VENTANA;
      *    UNA AUSENCIA QUE EMPEZO ANTES DEL INICIO CUENTA COMO
      *    EPISODIO PERO SOLO APORTA LOS DIAS DENTRO DE LA VENTANA.
           MOVE LOW-VALUES    TO DES-CLAVE.
           MOVE WS-CIA-CODIGO TO DES-COD-EMPRESA.
           MOVE EMP-CLAVE     TO DES-COD-EMPLEADO.

           START ARCHIVO-DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DES
           END-START.

           IF FL-DES = "00"
             PERFORM 4210-LEER-DESCUENTO
           END-IF.

           PERFORM UNTIL FL-DES NOT = "00" OR
                   DES-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   DES-COD-EMPLEADO NOT = EMP-CLAVE
             IF DES-CATEGORIA = "N" AND DES-ESTADO = "A" AND
                DES-ESTADO-APROBACION = "A" AND
                DES-DIAS > ZEROS AND
                (WS-TIPO-EXCLUIDO = ZEROS OR
                 DES-TIPO-DESCUENTO NOT = WS-TIPO-EXCLUIDO)
               PERFORM 4220-MEDIR-EPISODIO
             END-IF
             PERFORM 4210-LEER-DESCUENTO
           END-PERFORM.

       4210-LEER-DESCUENTO.
      *---------------------
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       4220-MEDIR-EPISODIO.
      *--------------------
           COMPUTE WS-FECHA-DES-NUM =
               DES-FEC-NOVE-AA * 10000 +
               DES-FEC-NOVE-MM * 100 + DES-FEC-NOVE-DD.
           COMPUTE WS-AUS-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DES-NUM).
           COMPUTE WS-AUS-HASTA = WS-AUS-DESDE + DES-DIAS - 1.

           IF WS-AUS-DESDE > WS-DIA-HASTA OR
              WS-AUS-HASTA < WS-DIA-DESDE
             EXIT PARAGRAPH
           END-IF.

           IF WS-AUS-DESDE < WS-DIA-DESDE
             MOVE WS-DIA-DESDE TO WS-AUS-DESDE
           END-IF.
           IF WS-AUS-HASTA > WS-DIA-HASTA
             MOVE WS-DIA-HASTA TO WS-AUS-HASTA
           END-IF.

           ADD 1 TO WS-EMP-EPISODIOS.
           COMPUTE WS-EMP-DIAS =
               WS-EMP-DIAS + WS-AUS-HASTA - WS-AUS-DESDE + 1.

       4300-IMPRIMIR-EMPLEADO.
      *-----------------------
           MOVE WS-EMP-BRADFORD TO WS-BRADFORD-EDITADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-PUEDE-VER-SUELDOS
             MOVE WS-EMP-COSTO TO WS-VALOR-EDITADO
             STRING EMP-CLAVE " " EMP-NOMBRES(1:30)
                 " OFI " EMP-COD-OFICINA
                 " DEP " EMP-COD-DEPARTAMENTO
                 " EPIS " WS-EMP-EPISODIOS
                 " DIAS " WS-EMP-DIAS
                 " BRADFORD " WS-BRADFORD-EDITADO
                 " COSTO " WS-VALOR-EDITADO
                 " " WS-EMP-NIVEL
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING EMP-CLAVE " " EMP-NOMBRES(1:30)
                 " OFI " EMP-COD-OFICINA
                 " DEP " EMP-COD-DEPARTAMENTO
                 " EPIS " WS-EMP-EPISODIOS
                 " DIAS " WS-EMP-DIAS
                 " BRADFORD " WS-BRADFORD-EDITADO
                 " " WS-EMP-NIVEL
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       4400-AGREGAR-SEGUIMIENTO.
      *-------------------------
      *    INSERCION ORDENADA POR FACTOR DESCENDENTE.
           IF WS-CANT-SEGUIMIENTO >= 999
             ADD 1 TO WS-SEG-SIN-LUGAR
             EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-IND-SEG.
           PERFORM UNTIL WS-IND-SEG > WS-CANT-SEGUIMIENTO OR
                   WS-SEG-BRADFORD(WS-IND-SEG) < WS-EMP-BRADFORD
             ADD 1 TO WS-IND-SEG
           END-PERFORM.

           PERFORM VARYING WS-IND-AUX FROM WS-CANT-SEGUIMIENTO BY -1
                   UNTIL WS-IND-AUX < WS-IND-SEG
             MOVE WS-SEG-FILA(WS-IND-AUX) TO WS-SEG-FILA(WS-IND-AUX + 1)
           END-PERFORM.

           ADD 1 TO WS-CANT-SEGUIMIENTO.

           MOVE EMP-CLAVE            TO WS-SEG-EMPLEADO(WS-IND-SEG).
           MOVE EMP-NOMBRES(1:30)    TO WS-SEG-NOMBRES(WS-IND-SEG).
           MOVE EMP-COD-OFICINA      TO WS-SEG-OFICINA(WS-IND-SEG).
           MOVE EMP-COD-DEPARTAMENTO TO WS-SEG-DEPTO(WS-IND-SEG).
           MOVE EMP-COD-SUPERVISOR   TO WS-SEG-SUPERVISOR(WS-IND-SEG).
           MOVE WS-EMP-EPISODIOS     TO WS-SEG-EPISODIOS(WS-IND-SEG).
           MOVE WS-EMP-DIAS          TO WS-SEG-DIAS(WS-IND-SEG).
           MOVE WS-EMP-BRADFORD      TO WS-SEG-BRADFORD(WS-IND-SEG).
           MOVE WS-EMP-NIVEL         TO WS-SEG-NIVEL(WS-IND-SEG).

       4500-ACUMULAR-GRUPO.
      *--------------------
      *    BUSCA EL GRUPO EN LA TABLA ORDENADA; SI NO EXISTE LO
      *    INSERTA EN SU POSICION.
           MOVE 1 TO WS-IND-GRU.
           PERFORM UNTIL WS-IND-GRU > WS-CANT-GRUPOS OR
                   WS-GRU-LLAVE(WS-IND-GRU) >= WS-BUS-LLAVE
             ADD 1 TO WS-IND-GRU
           END-PERFORM.

           IF WS-IND-GRU > WS-CANT-GRUPOS OR
              WS-GRU-LLAVE(WS-IND-GRU) NOT = WS-BUS-LLAVE
             IF WS-CANT-GRUPOS >= 2000
               ADD 1 TO WS-GRUPOS-SIN-LUGAR
               EXIT PARAGRAPH
             END-IF
             PERFORM VARYING WS-IND-AUX FROM WS-CANT-GRUPOS BY -1
                     UNTIL WS-IND-AUX < WS-IND-GRU
               MOVE WS-GRU-FILA(WS-IND-AUX)
                 TO WS-GRU-FILA(WS-IND-AUX + 1)
             END-PERFORM
             ADD 1 TO WS-CANT-GRUPOS
             INITIALIZE WS-GRU-FILA(WS-IND-GRU)
             MOVE WS-BUS-LLAVE TO WS-GRU-LLAVE(WS-IND-GRU)
           END-IF.

           ADD 1 TO WS-GRU-EMPLEADOS(WS-IND-GRU).

           IF WS-EMP-EPISODIOS > ZEROS
             ADD 1                TO WS-GRU-AUSENTES(WS-IND-GRU)
             ADD WS-EMP-EPISODIOS TO WS-GRU-EPISODIOS(WS-IND-GRU)
             ADD WS-EMP-DIAS      TO WS-GRU-DIAS(WS-IND-GRU)
             ADD WS-EMP-BRADFORD  TO WS-GRU-BRADFORD(WS-IND-GRU)
             ADD WS-EMP-COSTO     TO WS-GRU-COSTO(WS-IND-GRU)
           END-IF.

           IF WS-EMP-MARCADO
             ADD 1 TO WS-GRU-MARCADOS(WS-IND-GRU)
           END-IF.

       5000-ROLLUPS.
      *-------------
           PERFORM VARYING WS-IND-GRU FROM 1 BY 1
                   UNTIL WS-IND-GRU > WS-CANT-GRUPOS
             IF WS-IND-GRU = 1 OR
                WS-GRU-TIPO(WS-IND-GRU) NOT =
                WS-GRU-TIPO(WS-IND-GRU - 1)
               PERFORM 5100-ENCABEZADO-GRUPO
             END-IF
             PERFORM 5200-IMPRIMIR-GRUPO
           END-PERFORM.

           IF WS-GRUPOS-SIN-LUGAR > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "*** " WS-GRUPOS-SIN-LUGAR
                 " ACUMULACIONES NO ENTRARON EN LA TABLA DE GRUPOS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5100-ENCABEZADO-GRUPO.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           EVALUATE WS-GRU-TIPO(WS-IND-GRU)
               WHEN "D"
                 MOVE "RESUMEN POR DEPARTAMENTO" TO WS-LINEA-SPOOL
               WHEN "O"
                 MOVE "RESUMEN POR OFICINA"      TO WS-LINEA-SPOOL
               WHEN OTHER
                 MOVE "RESUMEN POR SUPERVISOR"   TO WS-LINEA-SPOOL
           END-EVALUATE.
           PERFORM 9000-ESCRIBIR-LINEA.

       5200-IMPRIMIR-GRUPO.
      *--------------------
           MOVE SPACES TO WS-DESC-GRUPO WS-TITULO-GRUPO.

           EVALUATE WS-GRU-TIPO(WS-IND-GRU)
               WHEN "D"
                 DIVIDE WS-GRU-CLAVE(WS-IND-GRU) BY 1000
                   GIVING DEP-COD-OFICINA REMAINDER DEP-CODIGO
                 READ ARCHIVO-DEPARTAMENTOS
                 END-READ
                 IF FL-DEP = "00"
                   MOVE DEP-DESCRIPCION TO WS-DESC-GRUPO
                 ELSE
                   MOVE "*** SIN DEPARTAMENTO ***" TO WS-DESC-GRUPO
                 END-IF
                 STRING "OFI " DEP-COD-OFICINA " DEP " DEP-CODIGO
                     DELIMITED BY SIZE INTO WS-TITULO-GRUPO
                 END-STRING
               WHEN "O"
                 MOVE WS-GRU-CLAVE(WS-IND-GRU) TO OFI-CLAVE
                 READ ARCHIVO-OFICINAS
                 END-READ
                 IF FL-OFI = "00"
                   MOVE OFI-DESCRIPCION TO WS-DESC-GRUPO
                 ELSE
                   MOVE "*** OFICINA NO DEFINIDA ***" TO WS-DESC-GRUPO
                 END-IF
                 STRING "OFICINA " OFI-CLAVE
                     DELIMITED BY SIZE INTO WS-TITULO-GRUPO
                 END-STRING
               WHEN OTHER
                 MOVE WS-GRU-CLAVE(WS-IND-GRU) TO EMP-CLAVE
                 IF EMP-CLAVE = ZEROS
                   MOVE "*** SIN SUPERVISOR ***" TO WS-DESC-GRUPO
                 ELSE
                   READ ARCHIVO-EMPLEADOS
                   END-READ
                   IF FL-EMP = "00"
                     MOVE EMP-NOMBRES(1:30) TO WS-DESC-GRUPO
                   ELSE
                     MOVE "*** SUPERVISOR NO EXISTE ***"
                       TO WS-DESC-GRUPO
                   END-IF
                 END-IF
                 STRING "SUP " EMP-CLAVE
                     DELIMITED BY SIZE INTO WS-TITULO-GRUPO
                 END-STRING
           END-EVALUATE.

           COMPUTE WS-BRADFORD-PROMEDIO ROUNDED =
               WS-GRU-BRADFORD(WS-IND-GRU) /
               WS-GRU-EMPLEADOS(WS-IND-GRU).
           MOVE WS-BRADFORD-PROMEDIO TO WS-BRADFORD-EDITADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-PUEDE-VER-SUELDOS
             MOVE WS-GRU-COSTO(WS-IND-GRU) TO WS-VALOR-EDITADO
             STRING WS-TITULO-GRUPO " " WS-DESC-GRUPO(1:22)
                 " EMPL " WS-GRU-EMPLEADOS(WS-IND-GRU)
                 " AUS " WS-GRU-AUSENTES(WS-IND-GRU)
                 " EPIS " WS-GRU-EPISODIOS(WS-IND-GRU)
                 " DIAS " WS-GRU-DIAS(WS-IND-GRU)
                 " BRAD PROM " WS-BRADFORD-EDITADO
                 " MARC " WS-GRU-MARCADOS(WS-IND-GRU)
                 " COSTO " WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING WS-TITULO-GRUPO " " WS-DESC-GRUPO(1:22)
                 " EMPL " WS-GRU-EMPLEADOS(WS-IND-GRU)
                 " AUS " WS-GRU-AUSENTES(WS-IND-GRU)
                 " EPIS " WS-GRU-EPISODIOS(WS-IND-GRU)
                 " DIAS " WS-GRU-DIAS(WS-IND-GRU)
                 " BRAD PROM " WS-BRADFORD-EDITADO
                 " MARC " WS-GRU-MARCADOS(WS-IND-GRU)
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       6000-SEGUIMIENTO.
      *-----------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "EMPLEADOS PARA SEGUIMIENTO DE TALENTO HUMANO"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-CANT-SEGUIMIENTO = ZEROS
             MOVE "  NINGUN EMPLEADO SUPERA LOS PUNTAJES DE LA POLITICA"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM VARYING WS-IND-SEG FROM 1 BY 1
                   UNTIL WS-IND-SEG > WS-CANT-SEGUIMIENTO
             MOVE WS-SEG-BRADFORD(WS-IND-SEG) TO WS-BRADFORD-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING WS-SEG-NIVEL(WS-IND-SEG) " "
                 WS-SEG-EMPLEADO(WS-IND-SEG) " "
                 WS-SEG-NOMBRES(WS-IND-SEG)
                 " OFI " WS-SEG-OFICINA(WS-IND-SEG)
                 " DEP " WS-SEG-DEPTO(WS-IND-SEG)
                 " SUP " WS-SEG-SUPERVISOR(WS-IND-SEG)
                 " EPIS " WS-SEG-EPISODIOS(WS-IND-SEG)
                 " DIAS " WS-SEG-DIAS(WS-IND-SEG)
                 " BRADFORD " WS-BRADFORD-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-PERFORM.

           IF WS-SEG-SIN-LUGAR > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "*** " WS-SEG-SIN-LUGAR
                 " EMPLEADOS MARCADOS MAS NO ENTRARON EN LA LISTA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       7000-TOTALES.
      *-------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS ACTIVOS " WS-TOT-EMPLEADOS
               " CON AUSENCIAS " WS-TOT-AUSENTES
               " EPISODIOS " WS-TOT-EPISODIOS
               " DIAS PERDIDOS " WS-TOT-DIAS
               " EN AVISO " WS-TOT-AVISO
               " EN ACCION " WS-TOT-ACCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-PUEDE-VER-SUELDOS
             MOVE WS-TOT-COSTO TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "COSTO TOTAL DE LA AUSENCIA EN LA VENTANA: "
                 WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
