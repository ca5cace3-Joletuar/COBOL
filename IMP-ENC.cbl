      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IMP-ENC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-ENC.cpy".
           SELECT ARCHIVO-CSV
             ASSIGN TO "../Archivos/Encuesta-Salarial.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-CSV.
           SELECT ARCHIVO-RECHAZOS
             ASSIGN TO "../Archivos/Encuesta-Rechazos.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-REC.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-ENC.cpy".
       FD  ARCHIVO-CSV.
           01 CSV-LINEA             PIC X(200).
       FD  ARCHIVO-RECHAZOS.
           01 REC-LINEA.
              03 REC-CONTENIDO      PIC X(200).
              03 REC-SEPARADOR      PIC X(1).
              03 REC-MOTIVO         PIC X(50).

       WORKING-STORAGE SECTION.

       01  FL-CAR                  PIC XX.
       01  FL-ENC                  PIC XX.
       01  FL-CSV                  PIC XX.
       01  FL-REC                  PIC XX.

      *    ENCUESTA SALARIAL DE MERCADO, UNA LINEA POR POSICION DE
      *    LA ENCUESTA YA ASOCIADA A UN CARGO PROPIO:
      *    ANIO;FUENTE;COD-POSICION;DESCRIPCION;CARGO;P25;P50;P75
      *    LOS VALORES SON SUELDOS MENSUALES (PUNTO DECIMAL). UNA
      *    NUEVA CARGA DEL MISMO ANIO REEMPLAZA LA REFERENCIA DEL
      *    CARGO; UN CARGO REPETIDO EN EL MISMO ARCHIVO SE RECHAZA.
       01  WS-CAMPOS-CSV.
           03 WS-CSV-ANIO           PIC X(4).
           03 WS-CSV-FUENTE         PIC X(20).
           03 WS-CSV-POSICION       PIC X(10).
           03 WS-CSV-DESCRIPCION    PIC X(40).
           03 WS-CSV-CARGO          PIC X(3).
           03 WS-CSV-P25            PIC X(14).
           03 WS-CSV-P50            PIC X(14).
           03 WS-CSV-P75            PIC X(14).

       01  WS-ANIO-ENCUESTA         PIC 9(4).
       01  WS-CSV-CARGO-NUM         PIC 9(3).
       01  WS-VALOR-P25             PIC 9(8)V9(2).
       01  WS-VALOR-P50             PIC 9(8)V9(2).
       01  WS-VALOR-P75             PIC 9(8)V9(2).

       01  WS-MOTIVO-RECHAZO        PIC X(50).

       01  WS-BANDERA-LINEA         PIC 9.
           88 WS-LINEA-VALIDA       VALUE 1.
           88 WS-LINEA-INVALIDA     VALUE 0.

      *    CARGOS YA CARGADOS EN ESTA CORRIDA.
       01  WS-TABLA-CARGOS-LEIDOS.
           03 WS-CARGO-LEIDO        PIC 9 OCCURS 999 TIMES.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-CONTADORES.
           03 WS-TOTAL-LEIDAS       PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-NUEVAS       PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-REEMPLAZADAS PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RECHAZADAS   PIC 9(6) VALUE ZERO.

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
           DISPLAY WS-DECORADOR.
           DISPLAY "   IMPORTACION DE ENCUESTA SALARIAL DE MERCADO".
           DISPLAY WS-DECORADOR.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY "INGRESE EL ANIO DE LA ENCUESTA (AAAA): ".
           ACCEPT WS-ANIO-ENCUESTA.

           IF WS-ANIO-ENCUESTA IS NOT NUMERIC OR
              WS-ANIO-ENCUESTA < 2000 OR
              WS-ANIO-ENCUESTA > WS-FEC-AA + 1
             DISPLAY "ERROR AL INGRESAR EL ANIO DE LA ENCUESTA"
             GOBACK
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           IF FL-CSV = "00"
             PERFORM 3000-PROCESAR-CSV
           ELSE
             DISPLAY "NO SE ENCONTRO ../Archivos/Encuesta-Salarial.csv"
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           DISPLAY WS-DECORADOR.
           DISPLAY "LINEAS LEIDAS:            " WS-TOTAL-LEIDAS.
           DISPLAY "REFERENCIAS NUEVAS:       " WS-TOTAL-NUEVAS.
           DISPLAY "REFERENCIAS REEMPLAZADAS: " WS-TOTAL-REEMPLAZADAS.
           DISPLAY "LINEAS RECHAZADAS:        " WS-TOTAL-RECHAZADAS.
           IF WS-TOTAL-RECHAZADAS > ZEROS
             DISPLAY "CORRIJA Y REENVIE "
                 "../Archivos/Encuesta-Rechazos.csv"
           END-IF.
           DISPLAY WS-DECORADOR.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-CSV.
           OPEN OUTPUT ARCHIVO-RECHAZOS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN I-O ARCHIVO-ENCUESTA-SALARIAL.
           IF FL-ENC NOT = "00"
             CLOSE ARCHIVO-ENCUESTA-SALARIAL
             OPEN OUTPUT ARCHIVO-ENCUESTA-SALARIAL
             CLOSE ARCHIVO-ENCUESTA-SALARIAL
             OPEN I-O ARCHIVO-ENCUESTA-SALARIAL
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-CSV.
           CLOSE ARCHIVO-RECHAZOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-ENCUESTA-SALARIAL.

       3000-PROCESAR-CSV.
      *-------------------
           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TABLA-CARGOS-LEIDOS.

           PERFORM 3010-LEER-LINEA.

           PERFORM UNTIL FL-CSV NOT = "00"
             ADD 1 TO WS-TOTAL-LEIDAS
             PERFORM 3020-PROCESAR-LINEA
             PERFORM 3010-LEER-LINEA
           END-PERFORM.

       3010-LEER-LINEA.
      *-----------------
           READ ARCHIVO-CSV NEXT RECORD
           END-READ.

       3020-PROCESAR-LINEA.
      *---------------------
           INITIALIZE WS-CAMPOS-CSV.

           UNSTRING CSV-LINEA DELIMITED BY ";"
               INTO WS-CSV-ANIO
                    WS-CSV-FUENTE
                    WS-CSV-POSICION
                    WS-CSV-DESCRIPCION
                    WS-CSV-CARGO
                    WS-CSV-P25
                    WS-CSV-P50
                    WS-CSV-P75
           END-UNSTRING.

           PERFORM 3030-VALIDAR-LINEA.

           IF WS-LINEA-INVALIDA
             PERFORM 5000-ESCRIBIR-RECHAZO
           ELSE
             PERFORM 4000-GRABAR-REFERENCIA
           END-IF.

       3030-VALIDAR-LINEA.
      *--------------------
           MOVE 1 TO WS-BANDERA-LINEA.

           IF WS-CSV-ANIO IS NOT NUMERIC OR
              WS-CSV-CARGO IS NOT NUMERIC
             MOVE 0 TO WS-BANDERA-LINEA
             MOVE "ANIO O CARGO NO NUMERICOS" TO WS-MOTIVO-RECHAZO
             EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL (WS-CSV-P25) NOT = ZERO OR
              FUNCTION TEST-NUMVAL (WS-CSV-P50) NOT = ZERO OR
              FUNCTION TEST-NUMVAL (WS-CSV-P75) NOT = ZERO
             MOVE 0 TO WS-BANDERA-LINEA
             MOVE "PERCENTILES NO NUMERICOS" TO WS-MOTIVO-RECHAZO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-CARGO TO WS-CSV-CARGO-NUM.
           COMPUTE WS-VALOR-P25 = FUNCTION NUMVAL (WS-CSV-P25).
           COMPUTE WS-VALOR-P50 = FUNCTION NUMVAL (WS-CSV-P50).
           COMPUTE WS-VALOR-P75 = FUNCTION NUMVAL (WS-CSV-P75).

           EVALUATE TRUE
               WHEN WS-CSV-ANIO NOT = WS-ANIO-ENCUESTA
                 MOVE 0 TO WS-BANDERA-LINEA
                 MOVE "LINEA DE OTRO ANIO DE ENCUESTA"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-CSV-POSICION = SPACES
                 MOVE 0 TO WS-BANDERA-LINEA
                 MOVE "FALTA LA POSICION DE MERCADO"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-CSV-CARGO-NUM = ZEROS
                 MOVE 0 TO WS-BANDERA-LINEA
                 MOVE "FALTA EL CARGO PROPIO ASOCIADO"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-VALOR-P25 <= ZEROS OR
                    WS-VALOR-P25 > WS-VALOR-P50 OR
                    WS-VALOR-P50 > WS-VALOR-P75
                 MOVE 0 TO WS-BANDERA-LINEA
                 MOVE "PERCENTILES FUERA DE ORDEN (P25<=P50<=P75)"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-CARGO-LEIDO(WS-CSV-CARGO-NUM) = 1
                 MOVE 0 TO WS-BANDERA-LINEA
                 MOVE "CARGO REPETIDO EN EL ARCHIVO"
                   TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-LINEA-INVALIDA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-CARGO-NUM TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.

           IF FL-CAR NOT = "00"
             MOVE 0 TO WS-BANDERA-LINEA
             MOVE "CARGO INEXISTENTE" TO WS-MOTIVO-RECHAZO
           END-IF.

       4000-GRABAR-REFERENCIA.
      *-----------------------
           MOVE WS-ANIO-ENCUESTA TO ENC-ANIO.
           MOVE WS-CSV-CARGO-NUM TO ENC-COD-CARGO.

           READ ARCHIVO-ENCUESTA-SALARIAL
           END-READ.

           IF FL-ENC = "00"
             PERFORM 4010-MOVER-CAMPOS
             REWRITE ENC-DATOS
             IF FL-ENC = "00"
               ADD 1 TO WS-TOTAL-REEMPLAZADAS
             END-IF
           ELSE
             INITIALIZE ENC-DATOS
             MOVE WS-ANIO-ENCUESTA TO ENC-ANIO
             MOVE WS-CSV-CARGO-NUM TO ENC-COD-CARGO
             PERFORM 4010-MOVER-CAMPOS
             WRITE ENC-DATOS
             IF FL-ENC = "00"
               ADD 1 TO WS-TOTAL-NUEVAS
             END-IF
           END-IF.

           IF FL-ENC = "00"
             MOVE 1 TO WS-CARGO-LEIDO(WS-CSV-CARGO-NUM)
           ELSE
             MOVE SPACES TO WS-MOTIVO-RECHAZO
             STRING "ERROR DE ARCHIVO AL GRABAR - " FL-ENC
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
             END-STRING
             PERFORM 5000-ESCRIBIR-RECHAZO
             MOVE "4000-GRABAR-REFERENCIA" TO WS-ERR-PARRAFO
             MOVE "ENC" TO WS-ERR-ARCHIVO
             MOVE FL-ENC TO WS-ERR-ESTADO
             MOVE ENC-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       4010-MOVER-CAMPOS.
      *------------------
           MOVE WS-CSV-FUENTE      TO ENC-FUENTE.
           MOVE WS-CSV-POSICION    TO ENC-COD-POSICION.
           MOVE WS-CSV-DESCRIPCION TO ENC-DESC-POSICION.
           MOVE WS-VALOR-P25       TO ENC-P25.
           MOVE WS-VALOR-P50       TO ENC-P50.
           MOVE WS-VALOR-P75       TO ENC-P75.
           MOVE LK-OPERADOR        TO ENC-OPE-CARGA.
           MOVE WS-FEC-AA          TO ENC-FEC-CAR-AA.
           MOVE WS-FEC-MM          TO ENC-FEC-CAR-MM.
           MOVE WS-FEC-DD          TO ENC-FEC-CAR-DD.

       5000-ESCRIBIR-RECHAZO.
      *-----------------------
      *    LA LINEA RECHAZADA SE DEVUELVE COMPLETA CON EL MOTIVO AL
      *    FINAL, LISTA PARA CORREGIRSE Y REENVIARSE.
           INITIALIZE REC-LINEA.
           MOVE CSV-LINEA         TO REC-CONTENIDO.
           MOVE ";"               TO REC-SEPARADOR.
           MOVE WS-MOTIVO-RECHAZO TO REC-MOTIVO.

           WRITE REC-LINEA.

           ADD 1 TO WS-TOTAL-RECHAZADAS.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "IMP-ENC"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
