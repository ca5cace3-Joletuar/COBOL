      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REAP-AUD.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-AUD.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-CIU.cpy".
            COPY "./Copys/FISI-PRO.cpy".
            COPY "./Copys/FISI-MON.cpy".
            COPY "./Copys/FISI-CTT.cpy".
           SELECT ARCHIVO-MANIFIESTO
             ASSIGN TO WS-RUTA-MANIFIESTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-MAN.
            SELECT ARCHIVO-ORDEN
              ASSIGN TO "../Archivos/Trabajo-REAP-Orden.tmp".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-CIU.cpy".
            COPY "./Copys/LOGI-PRO.cpy".
            COPY "./Copys/LOGI-MON.cpy".
            COPY "./Copys/LOGI-CTT.cpy".
       FD  ARCHIVO-MANIFIESTO.
           01 MAN-REGISTRO.
              03 MAN-TIPO           PIC X(1).
              03 MAN-NOMBRE         PIC X(11).
              03 MAN-LARGO-CLAVE    PIC 9(2).
              03 MAN-REGISTROS      PIC 9(9).
              03 MAN-HASH           PIC 9(15).
              03 MAN-FECHA          PIC 9(8).
              03 MAN-HORA           PIC 9(6).

      *    LOS EVENTOS DE LA AUDITORIA SE ORDENAN POR FECHA, HORA Y
      *    POSICION EN EL ARCHIVO (DOS CAMBIOS EN EL MISMO SEGUNDO SE
      *    REAPLICAN EN EL ORDEN EN QUE SE GRABARON).
       SD  ARCHIVO-ORDEN.
       01  ORD-DATOS.
           03 ORD-FECHA             PIC 9(8).
           03 ORD-HORA              PIC 9(6).
           03 ORD-SECUENCIA         PIC 9(9).
           03 ORD-IND-DESTINO       PIC 9(2).
           03 ORD-CON-ANTES         PIC X(1).
           03 ORD-PROGRAMA          PIC X(8).
           03 ORD-OPERADOR          PIC X(10).
           03 ORD-OPERACION         PIC X(1).
           03 ORD-CLAVE             PIC X(20).
           03 ORD-ANTES             PIC X(200).
           03 ORD-DESPUES           PIC X(200).

       WORKING-STORAGE SECTION.

       01  FL-AUD                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-CIU                  PIC XX.
       01  FL-PRO                  PIC XX.
       01  FL-MON                  PIC XX.
       01  FL-CTT                  PIC XX.
       01  FL-MAN                  PIC XX.

       01  WS-RUTA-MANIFIESTO       PIC X(45).

      *    RECUPERACION HACIA ADELANTE: SOBRE UN JUEGO DE RESPALDO YA
      *    RESTAURADO (RESP-GEN O REST-EMP) SE VUELVEN A APLICAR LAS
      *    ALTAS, CAMBIOS Y BAJAS QUE LA AUDITORIA GUARDO DESDE EL
      *    MOMENTO DEL RESPALDO HASTA EL PUNTO ELEGIDO. SOLO SE
      *    REAPLICAN LAS FUENTES CUYA IMAGEN POSTERIOR ES EL REGISTRO
      *    COMPLETO; EL RESTO DE LA AUDITORIA SON NOTAS O RESUMENES.
      *    CADA FILA: PROGRAMA, ARCHIVO AUDITADO, ARCHIVO DESTINO Y
      *    SI LA IMAGEN ANTERIOR ES TAMBIEN EL REGISTRO COMPLETO.
       01  WS-CATALOGO-REAPLICA.
           03 FILLER PIC X(23) VALUE "CRUD-EMPEMP        EMPS".
           03 FILLER PIC X(23) VALUE "TRAN-EMPEMP        EMPS".
           03 FILLER PIC X(23) VALUE "REES-ORGEMP        EMPS".
           03 FILLER PIC X(23) VALUE "CRUD-DESDES        DESN".
           03 FILLER PIC X(23) VALUE "CRUD-HEXHEX        HEXN".
           03 FILLER PIC X(23) VALUE "PROCRUD ARCHIVO-CARCARS".
           03 FILLER PIC X(23) VALUE "PROCRUD ARCHIVO-CIUCIUS".
           03 FILLER PIC X(23) VALUE "PROCRUD ARCHIVO-PROPROS".
           03 FILLER PIC X(23) VALUE "PROCRUD ARCHIVO-MONMONS".
           03 FILLER PIC X(23) VALUE "SINC-HRSEMP        EMPS".
       01  WS-CATALOGO-RED REDEFINES WS-CATALOGO-REAPLICA.
           03 WS-CAT-ENTRADA OCCURS 10 TIMES.
              05 WS-CAT-PROGRAMA    PIC X(8).
              05 WS-CAT-ARCHIVO     PIC X(11).
              05 WS-CAT-DESTINO     PIC X(3).
              05 WS-CAT-CON-ANTES   PIC X(1).

       01  WS-NOMBRES-DESTINO       PIC X(21)
                                    VALUE "EMPDESHEXCARCIUPROMON".
       01  WS-NOMBRES-DESTINO-RED REDEFINES WS-NOMBRES-DESTINO.
           03 WS-DST-NOMBRE         PIC X(3) OCCURS 7 TIMES.

       01  WS-TOTALES-DESTINO.
           03 WS-DST-TOTALES OCCURS 7 TIMES.
              05 WS-DST-ALTAS       PIC 9(7).
              05 WS-DST-CAMBIOS     PIC 9(7).
              05 WS-DST-BAJAS       PIC 9(7).
              05 WS-DST-YA-APLICADOS PIC 9(7).

       01  WS-IND-CATALOGO          PIC 9(2) COMP.
       01  WS-IND-DESTINO           PIC 9(2) COMP.

       01  WS-GENERACION            PIC 9(3).
       01  WS-FILTRO-ARCHIVO        PIC X(3).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-DESDE-FECHA           PIC 9(8).
       01  WS-DESDE-HORA            PIC 9(6).
       01  WS-HASTA-FECHA           PIC 9(8).
       01  WS-HASTA-HORA            PIC 9(6).
       01  WS-MARCA-DESDE           PIC 9(14).
       01  WS-MARCA-HASTA           PIC 9(14).
       01  WS-MARCA-EVENTO          PIC 9(14).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-FIN-AUD       PIC 9.
       01  WS-BANDERA-FIN-ORDEN     PIC 9.

       01  WS-BANDERA-EXISTE        PIC 9.
           88 WS-REG-EXISTE         VALUE 1.
           88 WS-REG-NO-EXISTE      VALUE 0.

       01  WS-BANDERA-CONFLICTO     PIC 9 VALUE 0.
           88 WS-HAY-CONFLICTO      VALUE 1.

       01  WS-BANDERA-CLAVE         PIC 9.
           88 WS-CLAVE-VALIDA       VALUE 1.

       01  WS-BANDERA-FOTO          PIC 9.
           88 WS-FOTO-ABIERTA       VALUE 1.

       01  WS-ESTADO-DESTINO        PIC XX.
       01  WS-MOTIVO-CONFLICTO      PIC X(50).

       01  WS-IMAGEN-EVENTO         PIC X(200).
       01  WS-IMAGEN-ACTUAL         PIC X(200).

       01  WS-CONTADORES.
           03 WS-AUD-LEIDOS         PIC 9(9) VALUE ZERO.
           03 WS-EN-VENTANA         PIC 9(9) VALUE ZERO.
           03 WS-SELECCIONADOS      PIC 9(9) VALUE ZERO.
           03 WS-REAPLICADOS        PIC 9(9) VALUE ZERO.
           03 WS-NO-REAPLICABLES    PIC 9(9) VALUE ZERO.
           03 WS-PENDIENTES         PIC 9(9) VALUE ZERO.

      *    TOTALES DE CONTROL CON LA MISMA MEDIDA QUE LA FOTO DIARIA
      *    (SNAP-TOT): CONTEO Y SUMA MONETARIA DEL MAESTRO.
       01  WS-CTL-ARCHIVO           PIC X(3).
       01  WS-CTL-REGISTROS         PIC 9(9).
       01  WS-CTL-SUMA              PIC 9(13)V9(2).
       01  WS-CTL-DIF-REGISTROS     PIC S9(9).
       01  WS-CTL-DIF-SUMA          PIC S9(13)V9(2).

       01  WS-EDI-REGISTROS         PIC Z(8)9.
       01  WS-EDI-SUMA              PIC Z(12)9.99.
       01  WS-EDI-DIF-REGISTROS     PIC -(8)9.
       01  WS-EDI-DIF-SUMA          PIC -(12)9.99.
       01  WS-EDI-CONTADOR          PIC Z(6)9.

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
           DISPLAY WS-DECORADOR.
           DISPLAY "   RECUPERACION HACIA ADELANTE DESDE LA AUDITORIA".
           DISPLAY WS-DECORADOR.

           INITIALIZE WS-CONTADORES WS-TOTALES-DESTINO.
           MOVE 0 TO WS-BANDERA-CONFLICTO.

           PERFORM 1000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE EJECUTO LA RECUPERACION"
             GOBACK
           END-IF.

           DISPLAY "SE REAPLICARAN LOS CAMBIOS DEL " WS-DESDE-FECHA
               " " WS-DESDE-HORA " AL " WS-HASTA-FECHA " "
               WS-HASTA-HORA.
           DISPLAY "LOS MAESTROS DEBEN ESTAR RECIEN RESTAURADOS. "
               "CONFIRMA (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "OPERACION CANCELADA"
             GOBACK
           END-IF.

           PERFORM 2000-ABRIR-ARCHIVOS.
           PERFORM 2100-ABRIR-REPORTE.

           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY ORD-FECHA
                                ORD-HORA
                                ORD-SECUENCIA
               INPUT PROCEDURE IS 3000-SELECCIONAR-EVENTOS
               OUTPUT PROCEDURE IS 4000-REAPLICAR-EVENTOS.

           PERFORM 6000-IMPRIMIR-CONTROL.

           PERFORM 2000-CERRAR-ARCHIVOS.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           GOBACK.

       1000-PEDIR-PARAMETROS.
      *----------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY "GENERACION RESTAURADA CON RESP-GEN "
               "(0 = OTRO RESPALDO): ".
           ACCEPT WS-GENERACION.

           IF WS-GENERACION IS NUMERIC AND WS-GENERACION > ZEROS
             PERFORM 1010-LEER-MANIFIESTO
           ELSE
             DISPLAY "FECHA DEL RESPALDO RESTAURADO (AAAAMMDD): "
             ACCEPT WS-DESDE-FECHA
             DISPLAY "HORA DEL RESPALDO RESTAURADO (HHMMSS): "
             ACCEPT WS-DESDE-HORA
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "REAPLICAR HASTA LA FECHA (AAAAMMDD, "
               "ENTER = HOY): ".
           ACCEPT WS-HASTA-FECHA.
           IF WS-HASTA-FECHA = ZEROS
             MOVE WS-FECHA-SISTEMA-NUM TO WS-HASTA-FECHA
           END-IF.
           DISPLAY "HASTA LA HORA (HHMMSS, ENTER = FIN DEL DIA): ".
           ACCEPT WS-HASTA-HORA.
           IF WS-HASTA-HORA = ZEROS
             MOVE 235959 TO WS-HASTA-HORA
           END-IF.

           DISPLAY "ARCHIVO A REAPLICAR (EMP DES HEX CAR CIU PRO MON,"
               " ENTER = TODOS): ".
           ACCEPT WS-FILTRO-ARCHIVO.

           COMPUTE WS-MARCA-DESDE =
               WS-DESDE-FECHA * 1000000 + WS-DESDE-HORA.
           COMPUTE WS-MARCA-HASTA =
               WS-HASTA-FECHA * 1000000 + WS-HASTA-HORA.

           EVALUATE TRUE
               WHEN WS-DESDE-FECHA IS NOT NUMERIC OR
                    WS-DESDE-FECHA = ZEROS OR
                    WS-DESDE-HORA IS NOT NUMERIC OR
                    WS-DESDE-HORA > 235959
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "FECHA U HORA DEL RESPALDO INVALIDA"
               WHEN WS-HASTA-FECHA IS NOT NUMERIC OR
                    WS-HASTA-HORA IS NOT NUMERIC OR
                    WS-HASTA-HORA > 235959
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "PUNTO DE RECUPERACION INVALIDO"
               WHEN WS-MARCA-HASTA < WS-MARCA-DESDE
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PUNTO DE RECUPERACION ES ANTERIOR AL "
                     "RESPALDO"
               WHEN WS-FILTRO-ARCHIVO NOT = SPACES AND
                    WS-FILTRO-ARCHIVO NOT = "EMP" AND
                    WS-FILTRO-ARCHIVO NOT = "DES" AND
                    WS-FILTRO-ARCHIVO NOT = "HEX" AND
                    WS-FILTRO-ARCHIVO NOT = "CAR" AND
                    WS-FILTRO-ARCHIVO NOT = "CIU" AND
                    WS-FILTRO-ARCHIVO NOT = "PRO" AND
                    WS-FILTRO-ARCHIVO NOT = "MON"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ARCHIVO NO REAPLICABLE: " WS-FILTRO-ARCHIVO
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1010-LEER-MANIFIESTO.
      *---------------------
      *    LA CABECERA "G" DEL MANIFIESTO TIENE LA FECHA Y HORA EN QUE
      *    SE TOMO LA GENERACION: ES EL PUNTO DE PARTIDA.
           MOVE SPACES TO WS-RUTA-MANIFIESTO.
           STRING "../Archivos/Gen-" WS-GENERACION
               "-Manifiesto.dat"
               DELIMITED BY SIZE INTO WS-RUTA-MANIFIESTO
           END-STRING.

           OPEN INPUT ARCHIVO-MANIFIESTO.
           IF FL-MAN NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE LA GENERACION " WS-GENERACION
             EXIT PARAGRAPH
           END-IF.

           READ ARCHIVO-MANIFIESTO
           END-READ.

           IF FL-MAN = "00" AND MAN-TIPO = "G"
             MOVE MAN-FECHA TO WS-DESDE-FECHA
             MOVE MAN-HORA  TO WS-DESDE-HORA
             DISPLAY "GENERACION " WS-GENERACION " TOMADA EL "
                 MAN-FECHA " A LAS " MAN-HORA
           ELSE
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "MANIFIESTO DE LA GENERACION SIN CABECERA"
           END-IF.

           CLOSE ARCHIVO-MANIFIESTO.

       2000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN I-O ARCHIVO-EMPLEADOS.
           OPEN I-O ARCHIVO-DESCUENTOS.
           OPEN I-O ARCHIVO-HORAS-EXTRAS.
           OPEN I-O ARCHIVO-CARGOS.
           OPEN I-O ARCHIVO-CIUDADES.
           OPEN I-O ARCHIVO-PROFESIONES.
           OPEN I-O ARCHIVO-MONEDAS.

       2000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-CIUDADES.
           CLOSE ARCHIVO-PROFESIONES.
           CLOSE ARCHIVO-MONEDAS.

       2100-ABRIR-REPORTE.
      *-------------------
           MOVE "A"        TO WS-RPT-OPERACION.
           MOVE "REAP-AUD" TO WS-RPT-NOMBRE.
           MOVE "RECUPERACION HACIA ADELANTE DESDE LA AUDITORIA"
             TO WS-RPT-TITULO.
           MOVE LK-CIA-ACTIVA TO WS-RPT-EMPRESA.
           MOVE WS-HASTA-FECHA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DESDE EL RESPALDO " WS-DESDE-FECHA " "
               WS-DESDE-HORA " HASTA " WS-HASTA-FECHA " "
               WS-HASTA-HORA " ARCHIVO: " WS-FILTRO-ARCHIVO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3000-SELECCIONAR-EVENTOS.
      *-------------------------
           MOVE 0 TO WS-BANDERA-FIN-AUD.

           OPEN INPUT ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             DISPLAY "NO SE PUDO ABRIR LA AUDITORIA - " FL-AUD
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3010-LEER-AUDITORIA.

           PERFORM UNTIL WS-BANDERA-FIN-AUD = 1
             ADD 1 TO WS-AUD-LEIDOS
             PERFORM 3020-CLASIFICAR-EVENTO
             PERFORM 3010-LEER-AUDITORIA
           END-PERFORM.

           CLOSE ARCHIVO-AUDITORIA.

       3010-LEER-AUDITORIA.
      *--------------------
           READ ARCHIVO-AUDITORIA
             AT END
               MOVE 1 TO WS-BANDERA-FIN-AUD
           END-READ.

       3020-CLASIFICAR-EVENTO.
      *-----------------------
      *    EL INICIO ES INCLUSIVO: LO QUE YA ESTUVIERA EN EL RESPALDO
      *    SE RECONOCE COMO "YA APLICADO" Y NO COMO CONFLICTO.
           COMPUTE WS-MARCA-EVENTO =
               AUD-FEC-AA * 10000000000 + AUD-FEC-MM * 100000000 +
               AUD-FEC-DD * 1000000 + AUD-HOR-HH * 10000 +
               AUD-HOR-MM * 100 + AUD-HOR-SS.

           IF WS-MARCA-EVENTO < WS-MARCA-DESDE OR
              WS-MARCA-EVENTO > WS-MARCA-HASTA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EN-VENTANA.

           IF AUD-OPERACION NOT = "C" AND AUD-OPERACION NOT = "U" AND
              AUD-OPERACION NOT = "A" AND AUD-OPERACION NOT = "D"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-IND-DESTINO.
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                   UNTIL WS-IND-CATALOGO > 10
             IF WS-CAT-PROGRAMA (WS-IND-CATALOGO) = AUD-PROGRAMA AND
                WS-CAT-ARCHIVO (WS-IND-CATALOGO) = AUD-ARCHIVO
               PERFORM 3030-UBICAR-DESTINO
             END-IF
           END-PERFORM.

           IF WS-IND-DESTINO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           IF WS-FILTRO-ARCHIVO NOT = SPACES AND
              WS-FILTRO-ARCHIVO NOT = WS-DST-NOMBRE (WS-IND-DESTINO)
             EXIT PARAGRAPH
           END-IF.

           MOVE AUD-FECHA        TO ORD-FECHA.
           MOVE AUD-HORA         TO ORD-HORA.
           MOVE WS-AUD-LEIDOS    TO ORD-SECUENCIA.
           MOVE WS-IND-DESTINO   TO ORD-IND-DESTINO.
           MOVE AUD-PROGRAMA     TO ORD-PROGRAMA.
           MOVE AUD-OPERADOR     TO ORD-OPERADOR.
           MOVE AUD-OPERACION    TO ORD-OPERACION.
           MOVE AUD-CLAVE        TO ORD-CLAVE.
           MOVE AUD-ANTES        TO ORD-ANTES.
           MOVE AUD-DESPUES      TO ORD-DESPUES.

           RELEASE ORD-DATOS.

           ADD 1 TO WS-SELECCIONADOS.

       3030-UBICAR-DESTINO.
      *--------------------
           MOVE WS-CAT-CON-ANTES (WS-IND-CATALOGO) TO ORD-CON-ANTES.

           PERFORM VARYING WS-IND-DESTINO FROM 1 BY 1
                   UNTIL WS-IND-DESTINO > 7 OR
                   WS-DST-NOMBRE (WS-IND-DESTINO) =
                   WS-CAT-DESTINO (WS-IND-CATALOGO)
             CONTINUE
           END-PERFORM.

       4000-REAPLICAR-EVENTOS.
      *-----------------------
      *    ANTE EL PRIMER CONFLICTO SE DETIENE: LOS EVENTOS ANTERIORES
      *    QUEDAN APLICADOS Y LOS SIGUIENTES SOLO SE CUENTAN.
           MOVE 0 TO WS-BANDERA-FIN-ORDEN.

           PERFORM 4010-LEER-ORDEN.

           PERFORM UNTIL WS-BANDERA-FIN-ORDEN = 1
             IF WS-HAY-CONFLICTO
               ADD 1 TO WS-PENDIENTES
             ELSE
               PERFORM 4100-REAPLICAR-UN-EVENTO
             END-IF
             PERFORM 4010-LEER-ORDEN
           END-PERFORM.

       4010-LEER-ORDEN.
      *----------------
           RETURN ARCHIVO-ORDEN
             AT END
               MOVE 1 TO WS-BANDERA-FIN-ORDEN
           END-RETURN.

       4100-REAPLICAR-UN-EVENTO.
      *-------------------------
      *    UNA BAJA FISICA NO TIENE IMAGEN POSTERIOR; LA CLAVE SALE
      *    ENTONCES DE LA IMAGEN ANTERIOR.
           IF ORD-DESPUES = SPACES
             MOVE ORD-ANTES   TO WS-IMAGEN-EVENTO
           ELSE
             MOVE ORD-DESPUES TO WS-IMAGEN-EVENTO
           END-IF.

           MOVE ORD-IND-DESTINO TO WS-IND-DESTINO.

           PERFORM 5000-CARGAR-IMAGEN.

           IF NOT WS-CLAVE-VALIDA
             ADD 1 TO WS-NO-REAPLICABLES
             EXIT PARAGRAPH
           END-IF.

           PERFORM 5100-LEER-ACTUAL.

           IF WS-ESTADO-DESTINO NOT = "00" AND
              WS-ESTADO-DESTINO NOT = "23"
             MOVE SPACES TO WS-MOTIVO-CONFLICTO
             STRING "ARCHIVO DESTINO NO DISPONIBLE - "
                 WS-ESTADO-DESTINO
               DELIMITED BY SIZE INTO WS-MOTIVO-CONFLICTO
             END-STRING
             PERFORM 4900-DETENER-POR-CONFLICTO
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN ORD-OPERACION = "C" AND WS-REG-EXISTE
                 IF WS-IMAGEN-ACTUAL = ORD-DESPUES
                   ADD 1 TO WS-DST-YA-APLICADOS (WS-IND-DESTINO)
                 ELSE
                   MOVE "ALTA DE UN REGISTRO QUE YA EXISTE"
                     TO WS-MOTIVO-CONFLICTO
                   PERFORM 4900-DETENER-POR-CONFLICTO
                 END-IF
               WHEN ORD-OPERACION = "C"
                 PERFORM 5000-CARGAR-IMAGEN
                 PERFORM 5200-GRABAR-REGISTRO
                 IF WS-ESTADO-DESTINO = "00"
                   ADD 1 TO WS-DST-ALTAS (WS-IND-DESTINO)
                   PERFORM 4800-DETALLAR-EVENTO
                 END-IF
               WHEN WS-REG-NO-EXISTE
                 MOVE "NO EXISTE EL REGISTRO A MODIFICAR"
                   TO WS-MOTIVO-CONFLICTO
                 PERFORM 4900-DETENER-POR-CONFLICTO
               WHEN ORD-DESPUES NOT = SPACES AND
                    WS-IMAGEN-ACTUAL = ORD-DESPUES
                 ADD 1 TO WS-DST-YA-APLICADOS (WS-IND-DESTINO)
               WHEN ORD-CON-ANTES = "S" AND
                    WS-IMAGEN-ACTUAL NOT = ORD-ANTES
                 MOVE "EL REGISTRO NO COINCIDE CON LA IMAGEN ANTERIOR"
                   TO WS-MOTIVO-CONFLICTO
                 PERFORM 4900-DETENER-POR-CONFLICTO
               WHEN ORD-DESPUES = SPACES
                 PERFORM 5000-CARGAR-IMAGEN
                 PERFORM 5400-BORRAR-REGISTRO
                 IF WS-ESTADO-DESTINO = "00"
                   ADD 1 TO WS-DST-BAJAS (WS-IND-DESTINO)
                   PERFORM 4800-DETALLAR-EVENTO
                 END-IF
               WHEN OTHER
                 PERFORM 5000-CARGAR-IMAGEN
                 PERFORM 5300-REESCRIBIR-REGISTRO
                 IF WS-ESTADO-DESTINO = "00"
                   IF ORD-OPERACION = "D"
                     ADD 1 TO WS-DST-BAJAS (WS-IND-DESTINO)
                   ELSE
                     ADD 1 TO WS-DST-CAMBIOS (WS-IND-DESTINO)
                   END-IF
                   PERFORM 4800-DETALLAR-EVENTO
                 END-IF
           END-EVALUATE.

           IF NOT WS-HAY-CONFLICTO AND WS-ESTADO-DESTINO NOT = "00"
             MOVE SPACES TO WS-MOTIVO-CONFLICTO
             STRING "ERROR DE ARCHIVO AL REAPLICAR - "
                 WS-ESTADO-DESTINO
               DELIMITED BY SIZE INTO WS-MOTIVO-CONFLICTO
             END-STRING
             PERFORM 4900-DETENER-POR-CONFLICTO
           END-IF.

       4800-DETALLAR-EVENTO.
      *---------------------
           ADD 1 TO WS-REAPLICADOS.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING ORD-FECHA " " ORD-HORA " " ORD-PROGRAMA " "
               ORD-OPERADOR " " ORD-OPERACION " "
               WS-DST-NOMBRE (WS-IND-DESTINO) " " ORD-CLAVE
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       4900-DETENER-POR-CONFLICTO.
      *---------------------------
           MOVE 1 TO WS-BANDERA-CONFLICTO.
           MOVE "00" TO WS-ESTADO-DESTINO.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "*** RECUPERACION DETENIDA POR CONFLICTO ***"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EVENTO:    " ORD-FECHA " " ORD-HORA
               " PROGRAMA " ORD-PROGRAMA " OPERADOR " ORD-OPERADOR
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OPERACION: " ORD-OPERACION " ARCHIVO "
               WS-DST-NOMBRE (WS-IND-DESTINO) " CLAVE " ORD-CLAVE
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MOTIVO:    " WS-MOTIVO-CONFLICTO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ACTUAL:    " WS-IMAGEN-ACTUAL (1:100)
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EVENTO:    " WS-IMAGEN-EVENTO (1:100)
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CORRIJA EL REGISTRO Y VUELVA A EJECUTAR DESDE "
               ORD-FECHA " " ORD-HORA " (OPCION 0)"
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           INITIALIZE WS-CONTROL-ERROR.
           MOVE "R"                        TO WS-ERR-OPERACION.
           MOVE "REAP-AUD"                 TO WS-ERR-PROGRAMA.
           MOVE "4100-REAPLICAR-UN-EVENTO" TO WS-ERR-PARRAFO.
           MOVE WS-DST-NOMBRE (WS-IND-DESTINO) TO WS-ERR-ARCHIVO.
           MOVE ORD-CLAVE                  TO WS-ERR-CLAVE.
           MOVE "C"                        TO WS-ERR-SEVERIDAD.
           MOVE LK-OPERADOR                TO WS-ERR-OPERADOR.
           STRING "RECUPERACION DETENIDA: " WS-MOTIVO-CONFLICTO
             DELIMITED BY SIZE INTO WS-ERR-MENSAJE
           END-STRING.
           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

       5000-CARGAR-IMAGEN.
      *-------------------
      *    LA IMAGEN DEL EVENTO SE VUELCA SOBRE EL REGISTRO DEL
      *    ARCHIVO DESTINO; SI LA CLAVE NO ES NUMERICA NO ES UNA
      *    IMAGEN DE REGISTRO (NOTAS DE AUTORIZACION, POR EJEMPLO).
           MOVE 0 TO WS-BANDERA-CLAVE.

           EVALUATE WS-IND-DESTINO
               WHEN 1
                 MOVE WS-IMAGEN-EVENTO TO EMP-DATOS
                 IF EMP-CLAVE IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 2
                 MOVE WS-IMAGEN-EVENTO TO DES-DATOS
                 IF DES-CLAVE IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 3
                 MOVE WS-IMAGEN-EVENTO TO HEX-DATOS
                 IF HEX-CLAVE IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 4
                 MOVE WS-IMAGEN-EVENTO TO CAR-DATOS
                 IF CAR-CODIGO IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 5
                 MOVE WS-IMAGEN-EVENTO TO CIU-DATOS
                 IF CIU-CODIGO IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 6
                 MOVE WS-IMAGEN-EVENTO TO PRO-DATOS
                 IF PRO-CODIGO IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
               WHEN 7
                 MOVE WS-IMAGEN-EVENTO TO MON-DATOS
                 IF MON-CODIGO IS NUMERIC
                   MOVE 1 TO WS-BANDERA-CLAVE
                 END-IF
           END-EVALUATE.

       5100-LEER-ACTUAL.
      *-----------------
           MOVE SPACES TO WS-IMAGEN-ACTUAL.

           EVALUATE WS-IND-DESTINO
               WHEN 1
                 READ ARCHIVO-EMPLEADOS
                 END-READ
                 MOVE FL-EMP TO WS-ESTADO-DESTINO
                 IF FL-EMP = "00"
                   MOVE EMP-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 2
                 READ ARCHIVO-DESCUENTOS
                 END-READ
                 MOVE FL-DES TO WS-ESTADO-DESTINO
                 IF FL-DES = "00"
                   MOVE DES-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 3
                 READ ARCHIVO-HORAS-EXTRAS
                 END-READ
                 MOVE FL-HEX TO WS-ESTADO-DESTINO
                 IF FL-HEX = "00"
                   MOVE HEX-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 4
                 READ ARCHIVO-CARGOS
                 END-READ
                 MOVE FL-CAR TO WS-ESTADO-DESTINO
                 IF FL-CAR = "00"
                   MOVE CAR-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 5
                 READ ARCHIVO-CIUDADES
                 END-READ
                 MOVE FL-CIU TO WS-ESTADO-DESTINO
                 IF FL-CIU = "00"
                   MOVE CIU-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 6
                 READ ARCHIVO-PROFESIONES
                 END-READ
                 MOVE FL-PRO TO WS-ESTADO-DESTINO
                 IF FL-PRO = "00"
                   MOVE PRO-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
               WHEN 7
                 READ ARCHIVO-MONEDAS
                 END-READ
                 MOVE FL-MON TO WS-ESTADO-DESTINO
                 IF FL-MON = "00"
                   MOVE MON-DATOS TO WS-IMAGEN-ACTUAL
                 END-IF
           END-EVALUATE.

           IF WS-ESTADO-DESTINO = "00"
             MOVE 1 TO WS-BANDERA-EXISTE
           ELSE
             MOVE 0 TO WS-BANDERA-EXISTE
           END-IF.

       5200-GRABAR-REGISTRO.
      *---------------------
           EVALUATE WS-IND-DESTINO
               WHEN 1
                 WRITE EMP-DATOS
                 END-WRITE
                 MOVE FL-EMP TO WS-ESTADO-DESTINO
               WHEN 2
                 WRITE DES-DATOS
                 END-WRITE
                 MOVE FL-DES TO WS-ESTADO-DESTINO
               WHEN 3
                 WRITE HEX-DATOS
                 END-WRITE
                 MOVE FL-HEX TO WS-ESTADO-DESTINO
               WHEN 4
                 WRITE CAR-DATOS
                 END-WRITE
                 MOVE FL-CAR TO WS-ESTADO-DESTINO
               WHEN 5
                 WRITE CIU-DATOS
                 END-WRITE
                 MOVE FL-CIU TO WS-ESTADO-DESTINO
               WHEN 6
                 WRITE PRO-DATOS
                 END-WRITE
                 MOVE FL-PRO TO WS-ESTADO-DESTINO
               WHEN 7
                 WRITE MON-DATOS
                 END-WRITE
                 MOVE FL-MON TO WS-ESTADO-DESTINO
           END-EVALUATE.

       5300-REESCRIBIR-REGISTRO.
      *-------------------------
           EVALUATE WS-IND-DESTINO
               WHEN 1
                 REWRITE EMP-DATOS
                 END-REWRITE
                 MOVE FL-EMP TO WS-ESTADO-DESTINO
               WHEN 2
                 REWRITE DES-DATOS
                 END-REWRITE
                 MOVE FL-DES TO WS-ESTADO-DESTINO
               WHEN 3
                 REWRITE HEX-DATOS
                 END-REWRITE
                 MOVE FL-HEX TO WS-ESTADO-DESTINO
               WHEN 4
                 REWRITE CAR-DATOS
                 END-REWRITE
                 MOVE FL-CAR TO WS-ESTADO-DESTINO
               WHEN 5
                 REWRITE CIU-DATOS
                 END-REWRITE
                 MOVE FL-CIU TO WS-ESTADO-DESTINO
               WHEN 6
                 REWRITE PRO-DATOS
                 END-REWRITE
                 MOVE FL-PRO TO WS-ESTADO-DESTINO
               WHEN 7
                 REWRITE MON-DATOS
                 END-REWRITE
                 MOVE FL-MON TO WS-ESTADO-DESTINO
           END-EVALUATE.

       5400-BORRAR-REGISTRO.
      *---------------------
           EVALUATE WS-IND-DESTINO
               WHEN 1
                 DELETE ARCHIVO-EMPLEADOS RECORD
                 END-DELETE
                 MOVE FL-EMP TO WS-ESTADO-DESTINO
               WHEN 2
                 DELETE ARCHIVO-DESCUENTOS RECORD
                 END-DELETE
                 MOVE FL-DES TO WS-ESTADO-DESTINO
               WHEN 3
                 DELETE ARCHIVO-HORAS-EXTRAS RECORD
                 END-DELETE
                 MOVE FL-HEX TO WS-ESTADO-DESTINO
               WHEN 4
                 DELETE ARCHIVO-CARGOS RECORD
                 END-DELETE
                 MOVE FL-CAR TO WS-ESTADO-DESTINO
               WHEN 5
                 DELETE ARCHIVO-CIUDADES RECORD
                 END-DELETE
                 MOVE FL-CIU TO WS-ESTADO-DESTINO
               WHEN 6
                 DELETE ARCHIVO-PROFESIONES RECORD
                 END-DELETE
                 MOVE FL-PRO TO WS-ESTADO-DESTINO
               WHEN 7
                 DELETE ARCHIVO-MONEDAS RECORD
                 END-DELETE
                 MOVE FL-MON TO WS-ESTADO-DESTINO
           END-EVALUATE.

       6000-IMPRIMIR-CONTROL.
      *----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EVENTOS LEIDOS " WS-AUD-LEIDOS
               "  EN EL INTERVALO " WS-EN-VENTANA
               "  REAPLICABLES " WS-SELECCIONADOS
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "REAPLICADOS " WS-REAPLICADOS
               "  SIN IMAGEN DE REGISTRO " WS-NO-REAPLICABLES
               "  SIN REAPLICAR " WS-PENDIENTES
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "ARCHIVO    ALTAS  CAMBIOS    BAJAS  YA APLICADOS"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-DESTINO FROM 1 BY 1
                   UNTIL WS-IND-DESTINO > 7
             PERFORM 6010-IMPRIMIR-DESTINO
           END-PERFORM.

      *    CONTEO Y SUMA DE LOS MAESTROS QUE TAMBIEN MIDE LA FOTO
      *    DIARIA, PARA COMPARAR CONTRA LA FOTO DEL PUNTO ELEGIDO.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES DE CONTROL CONTRA LA FOTO DIARIA DEL "
               WS-HASTA-FECHA
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           OPEN INPUT ARCHIVO-CONTROL-TOT.
           IF FL-CTT = "00"
             MOVE 1 TO WS-BANDERA-FOTO
           ELSE
             MOVE 0 TO WS-BANDERA-FOTO
           END-IF.

           PERFORM 6100-CONTAR-EMPLEADOS.
           PERFORM 6200-CONTAR-DESCUENTOS.
           PERFORM 6300-CONTAR-HORAS-EXTRAS.

           IF WS-FOTO-ABIERTA
             CLOSE ARCHIVO-CONTROL-TOT
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           IF WS-HAY-CONFLICTO
             MOVE "RECUPERACION INCOMPLETA: REVISE EL CONFLICTO"
               TO WS-LINEA-SPOOL
           ELSE
             MOVE "RECUPERACION TERMINADA SIN CONFLICTOS"
               TO WS-LINEA-SPOOL
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       6010-IMPRIMIR-DESTINO.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           MOVE WS-DST-NOMBRE (WS-IND-DESTINO) TO WS-LINEA-SPOOL (1:3).
           MOVE WS-DST-ALTAS (WS-IND-DESTINO) TO WS-EDI-CONTADOR.
           MOVE WS-EDI-CONTADOR TO WS-LINEA-SPOOL (9:7).
           MOVE WS-DST-CAMBIOS (WS-IND-DESTINO) TO WS-EDI-CONTADOR.
           MOVE WS-EDI-CONTADOR TO WS-LINEA-SPOOL (18:7).
           MOVE WS-DST-BAJAS (WS-IND-DESTINO) TO WS-EDI-CONTADOR.
           MOVE WS-EDI-CONTADOR TO WS-LINEA-SPOOL (27:7).
           MOVE WS-DST-YA-APLICADOS (WS-IND-DESTINO)
             TO WS-EDI-CONTADOR.
           MOVE WS-EDI-CONTADOR TO WS-LINEA-SPOOL (42:7).
           PERFORM 9000-ESCRIBIR-LINEA.

       6100-CONTAR-EMPLEADOS.
      *----------------------
           MOVE "EMP" TO WS-CTL-ARCHIVO.
           MOVE ZERO TO WS-CTL-REGISTROS WS-CTL-SUMA.

           MOVE LOW-VALUES TO EMP-CLAVE.
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.
           IF FL-EMP = "00"
             PERFORM 6110-LEER-EMPLEADO
           END-IF.
           PERFORM UNTIL FL-EMP NOT = "00"
             ADD 1 TO WS-CTL-REGISTROS
             ADD EMP-SUELDO-ACTUAL TO WS-CTL-SUMA
             PERFORM 6110-LEER-EMPLEADO
           END-PERFORM.

           PERFORM 6900-COMPARAR-FOTO.

       6110-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       6200-CONTAR-DESCUENTOS.
      *-----------------------
           MOVE "DES" TO WS-CTL-ARCHIVO.
           MOVE ZERO TO WS-CTL-REGISTROS WS-CTL-SUMA.

           MOVE LOW-VALUES TO DES-CLAVE.
           START ARCHIVO-DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DES
           END-START.
           IF FL-DES = "00"
             PERFORM 6210-LEER-DESCUENTO
           END-IF.
           PERFORM UNTIL FL-DES NOT = "00"
             ADD 1 TO WS-CTL-REGISTROS
             ADD DES-VALOR TO WS-CTL-SUMA
             PERFORM 6210-LEER-DESCUENTO
           END-PERFORM.

           PERFORM 6900-COMPARAR-FOTO.

       6210-LEER-DESCUENTO.
      *--------------------
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       6300-CONTAR-HORAS-EXTRAS.
      *-------------------------
           MOVE "HEX" TO WS-CTL-ARCHIVO.
           MOVE ZERO TO WS-CTL-REGISTROS WS-CTL-SUMA.

           MOVE LOW-VALUES TO HEX-CLAVE.
           START ARCHIVO-HORAS-EXTRAS KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.
           IF FL-HEX = "00"
             PERFORM 6310-LEER-NOVEDAD
           END-IF.
           PERFORM UNTIL FL-HEX NOT = "00"
             ADD 1 TO WS-CTL-REGISTROS
             ADD HEX-VALOR-HORAS TO WS-CTL-SUMA
             PERFORM 6310-LEER-NOVEDAD
           END-PERFORM.

           PERFORM 6900-COMPARAR-FOTO.

       6310-LEER-NOVEDAD.
      *------------------
           READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
           END-READ.

       6900-COMPARAR-FOTO.
      *-------------------
           MOVE WS-CTL-REGISTROS TO WS-EDI-REGISTROS.
           MOVE WS-CTL-SUMA      TO WS-EDI-SUMA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CTL-ARCHIVO " RECUPERADO  REGISTROS "
               WS-EDI-REGISTROS " SUMA " WS-EDI-SUMA
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "23" TO FL-CTT.
           IF WS-FOTO-ABIERTA
             MOVE WS-HASTA-FECHA TO CTT-FECHA
             MOVE WS-CTL-ARCHIVO TO CTT-ARCHIVO
             READ ARCHIVO-CONTROL-TOT
             END-READ
           END-IF.

           IF FL-CTT NOT = "00"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING WS-CTL-ARCHIVO " SIN FOTO DIARIA PARA "
                 WS-HASTA-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CTL-DIF-REGISTROS =
               WS-CTL-REGISTROS - CTT-REGISTROS.
           COMPUTE WS-CTL-DIF-SUMA = WS-CTL-SUMA - CTT-SUMA.

           MOVE CTT-REGISTROS TO WS-EDI-REGISTROS.
           MOVE CTT-SUMA      TO WS-EDI-SUMA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CTL-ARCHIVO " FOTO DIARIA REGISTROS "
               WS-EDI-REGISTROS " SUMA " WS-EDI-SUMA
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CTL-DIF-REGISTROS TO WS-EDI-DIF-REGISTROS.
           MOVE WS-CTL-DIF-SUMA      TO WS-EDI-DIF-SUMA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CTL-ARCHIVO " DIFERENCIA  REGISTROS "
               WS-EDI-DIF-REGISTROS " SUMA " WS-EDI-DIF-SUMA
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *--------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
