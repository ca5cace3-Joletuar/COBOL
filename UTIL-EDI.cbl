      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-EDI.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EDI.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EDI.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EDI                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    LA MARCA DE EDICION CADUCA SOLA: UNA TERMINAL QUE SE
      *    CAYO O SE ABANDONO A MEDIA PANTALLA NO DEJA EL REGISTRO
      *    TOMADO MAS ALLA DE ESTOS MINUTOS.
       77  WS-MINUTOS-VIGENCIA      PIC 9(3) VALUE 15.

       01  WS-MINUTOS-AHORA         PIC 9(4).
       01  WS-MINUTOS-TOMA          PIC 9(4).
       01  WS-MINUTOS-TRANSCURRIDOS PIC 9(4).

       01  WS-BANDERA-VIGENTE       PIC 9.
           88 WS-MARCA-VIGENTE      VALUE 1.
           88 WS-MARCA-CADUCADA     VALUE 0.

       01  WS-MARCA-AUDITORIA.
           03 WS-MARCA-AUD-FECHA    PIC X(8).
           03 WS-MARCA-AUD-HORA     PIC X(6).
       01  WS-MARCA-AUD-NUM REDEFINES WS-MARCA-AUDITORIA PIC 9(14).

       01  WS-ARCHIVO-ALTERNO       PIC X(11).
       01  WS-CAMBIOS-HALLADOS      PIC 9(3).

       LINKAGE SECTION.
      *----------------

      *    CONTROL DE EDICION CONCURRENTE DE LOS MANTENIMIENTOS:
      *    "A" TOMA LA MARCA DE EDICION DEL REGISTRO, "L" LA
      *    LIBERA Y "V" MUESTRA DE LA AUDITORIA LO QUE OTRO
      *    OPERADOR GRABO SOBRE EL REGISTRO DESDE LA TOMA.
      *    ARCHIVO Y CLAVE VAN EN LA MISMA FORMA CON QUE EL
      *    PROGRAMA LLAMADOR LOS DEJA EN LA AUDITORIA.
       01  LK-CONTROL-EDICION.
           03 LK-OPERACION          PIC X(1).
               88 LK-OP-ADQUIRIR    VALUE "A".
               88 LK-OP-LIBERAR     VALUE "L".
               88 LK-OP-VER-CAMBIOS VALUE "V".
           03 LK-ARCHIVO            PIC X(11).
           03 LK-CLAVE              PIC X(20).
           03 LK-OPERADOR           PIC X(10).
           03 LK-PROGRAMA           PIC X(8).
           03 LK-MARCA-TOMA         PIC 9(14).
           03 LK-RESULTADO          PIC X(1).
               88 LK-EDICION-OK     VALUE "0".
               88 LK-EDICION-EN-USO VALUE "1".

       PROCEDURE DIVISION USING LK-CONTROL-EDICION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           EVALUATE TRUE
               WHEN LK-OP-ADQUIRIR
                 PERFORM 1000-ABRIR-ARCHIVO
                 PERFORM 2000-ADQUIRIR-EDICION
                 CLOSE ARCHIVO-EDICIONES
               WHEN LK-OP-LIBERAR
                 PERFORM 1000-ABRIR-ARCHIVO
                 PERFORM 3000-LIBERAR-EDICION
                 CLOSE ARCHIVO-EDICIONES
               WHEN LK-OP-VER-CAMBIOS
                 PERFORM 4000-MOSTRAR-CAMBIOS
               WHEN OTHER
                 DISPLAY "UTIL-EDI: OPERACION INVALIDA - "
                     LK-OPERACION
                 MOVE "1" TO LK-RESULTADO
           END-EVALUATE.

           GOBACK.

       1000-ABRIR-ARCHIVO.
      *--------------------
           OPEN I-O ARCHIVO-EDICIONES.

           IF FL-EDI NOT = "00"
             CLOSE ARCHIVO-EDICIONES
             OPEN OUTPUT ARCHIVO-EDICIONES
             CLOSE ARCHIVO-EDICIONES
             OPEN I-O ARCHIVO-EDICIONES
           END-IF.

       2000-ADQUIRIR-EDICION.
      *-----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE LK-ARCHIVO TO EDI-ARCHIVO.
           MOVE LK-CLAVE   TO EDI-REGISTRO.

           READ ARCHIVO-EDICIONES
           END-READ.

           IF FL-EDI = "00"
             PERFORM 2010-EVALUAR-VIGENCIA
             IF WS-MARCA-VIGENTE AND EDI-OPERADOR NOT = LK-OPERADOR
               DISPLAY "EL REGISTRO " LK-CLAVE " DE " LK-ARCHIVO
                   " ESTA EN EDICION POR EL OPERADOR " EDI-OPERADOR
                   " (" EDI-PROGRAMA ") DESDE LAS "
                   EDI-HOR-HH ":" EDI-HOR-MM
               MOVE "1" TO LK-RESULTADO
               EXIT PARAGRAPH
             END-IF
           END-IF.

           PERFORM 2020-MARCAR-TOMA.

           IF FL-EDI = "00"
             MOVE "0" TO LK-RESULTADO
             MOVE WS-FECHA-SISTEMA   TO WS-MARCA-AUD-FECHA
             MOVE WS-HORA-SISTEMA (1:6) TO WS-MARCA-AUD-HORA
             MOVE WS-MARCA-AUD-NUM   TO LK-MARCA-TOMA
           ELSE
             DISPLAY "UTIL-EDI: ERROR DE ARCHIVO - " FL-EDI
             MOVE "1" TO LK-RESULTADO
           END-IF.

       2010-EVALUAR-VIGENCIA.
      *-----------------------
      *    SOLO CUENTA UNA MARCA DEL MISMO DIA Y CON MENOS DE
      *    WS-MINUTOS-VIGENCIA MINUTOS DE ANTIGUEDAD.
           MOVE 0 TO WS-BANDERA-VIGENTE.

           IF EDI-FEC-AA NOT = WS-FEC-AA OR
              EDI-FEC-MM NOT = WS-FEC-MM OR
              EDI-FEC-DD NOT = WS-FEC-DD
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MINUTOS-AHORA = WS-HOR-HH * 60 + WS-HOR-MM.
           COMPUTE WS-MINUTOS-TOMA  = EDI-HOR-HH * 60 + EDI-HOR-MM.

           IF WS-MINUTOS-TOMA > WS-MINUTOS-AHORA
             EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-MINUTOS-TOMA FROM WS-MINUTOS-AHORA
             GIVING WS-MINUTOS-TRANSCURRIDOS.

           IF WS-MINUTOS-TRANSCURRIDOS < WS-MINUTOS-VIGENCIA
             MOVE 1 TO WS-BANDERA-VIGENTE
           END-IF.

       2020-MARCAR-TOMA.
      *------------------
           MOVE LK-ARCHIVO  TO EDI-ARCHIVO.
           MOVE LK-CLAVE    TO EDI-REGISTRO.
           MOVE LK-OPERADOR TO EDI-OPERADOR.
           MOVE LK-PROGRAMA TO EDI-PROGRAMA.
           MOVE WS-FEC-AA   TO EDI-FEC-AA.
           MOVE WS-FEC-MM   TO EDI-FEC-MM.
           MOVE WS-FEC-DD   TO EDI-FEC-DD.
           MOVE WS-HOR-HH   TO EDI-HOR-HH.
           MOVE WS-HOR-MM   TO EDI-HOR-MM.
           MOVE WS-HOR-SS   TO EDI-HOR-SS.

           IF FL-EDI = "00"
             REWRITE EDI-DATOS
             END-REWRITE
           ELSE
             WRITE EDI-DATOS
             END-WRITE
           END-IF.

       3000-LIBERAR-EDICION.
      *----------------------
      *    SOLO SE BORRA LA MARCA PROPIA; SI CADUCO Y OTRO
      *    OPERADOR YA LA TOMO, SE LE RESPETA.
           MOVE LK-ARCHIVO TO EDI-ARCHIVO.
           MOVE LK-CLAVE   TO EDI-REGISTRO.

           READ ARCHIVO-EDICIONES
           END-READ.

           IF FL-EDI = "00" AND EDI-OPERADOR = LK-OPERADOR
             DELETE ARCHIVO-EDICIONES
             END-DELETE
           END-IF.

           MOVE "0" TO LK-RESULTADO.

       4000-MOSTRAR-CAMBIOS.
      *----------------------
      *    LA TABLA DE EMPRESAS SE MANTIENE DESDE PROCRUD, QUE
      *    AUDITA COMO "ARCHIVO-CIA", Y DESDE CRUD-CIA, QUE AUDITA
      *    COMO "EMPRESAS"; AMBOS TOMAN LA MARCA COMO
      *    "ARCHIVO-CIA" Y AQUI SE ACEPTAN LAS DOS FORMAS.
           MOVE ZEROS TO WS-CAMBIOS-HALLADOS.
           MOVE "0"   TO LK-RESULTADO.

           MOVE LK-ARCHIVO TO WS-ARCHIVO-ALTERNO.
           IF LK-ARCHIVO = "ARCHIVO-CIA"
             MOVE "EMPRESAS" TO WS-ARCHIVO-ALTERNO
           END-IF.

           OPEN INPUT ARCHIVO-AUDITORIA.

           IF FL-AUD NOT = "00"
             DISPLAY "NO SE PUDO ABRIR LA AUDITORIA PARA MOSTRAR "
                 "EL CAMBIO - " FL-AUD
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CAMBIOS GRABADOS SOBRE EL REGISTRO MIENTRAS "
               "USTED LO EDITABA:".

           PERFORM 4010-LEER-AUDITORIA.

           PERFORM UNTIL FL-AUD NOT = "00"
             PERFORM 4020-EVALUAR-AUDITORIA
             PERFORM 4010-LEER-AUDITORIA
           END-PERFORM.

           CLOSE ARCHIVO-AUDITORIA.

           IF WS-CAMBIOS-HALLADOS = ZEROS
             DISPLAY "NO CONSTA EN LA AUDITORIA QUIEN LO MODIFICO; "
                 "CONSULTE EL REGISTRO ACTUAL ANTES DE REINTENTAR"
           END-IF.

       4010-LEER-AUDITORIA.
      *---------------------
           READ ARCHIVO-AUDITORIA
           END-READ.

       4020-EVALUAR-AUDITORIA.
      *------------------------
           IF AUD-CLAVE NOT = LK-CLAVE
             EXIT PARAGRAPH
           END-IF.

           IF AUD-ARCHIVO NOT = LK-ARCHIVO AND
              AUD-ARCHIVO NOT = WS-ARCHIVO-ALTERNO
             EXIT PARAGRAPH
           END-IF.

           MOVE AUD-FECHA TO WS-MARCA-AUD-FECHA.
           MOVE AUD-HORA  TO WS-MARCA-AUD-HORA.

           IF WS-MARCA-AUD-NUM < LK-MARCA-TOMA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CAMBIOS-HALLADOS.

           DISPLAY "  " AUD-FEC-AA "-" AUD-FEC-MM "-" AUD-FEC-DD
               " " AUD-HOR-HH ":" AUD-HOR-MM ":" AUD-HOR-SS
               " OPERADOR " AUD-OPERADOR " (" AUD-PROGRAMA ")"
               " OPERACION " AUD-OPERACION.
           DISPLAY "    ANTES  : " AUD-ANTES (1:60).
           DISPLAY "    DESPUES: " AUD-DESPUES (1:60).
