      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-MSK.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-MSK.cpy".
            COPY "./Copys/FISI-TOK.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-MSK.cpy".
            COPY "./Copys/LOGI-TOK.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-MSK                  PIC XX.
       01  FL-TOK                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    ENMASCARAMIENTO DE DATOS PERSONALES EN LOS EXTRACTOS QUE
      *    SALEN DEL SISTEMA Y EN LAS COPIAS DE PRACTICA. SIN PERFIL
      *    REGISTRADO PARA EL EXTRACTO Y DESTINO SE APLICA EL MAS
      *    RESTRICTIVO QUE AUN PERMITE CRUZAR DATOS: CEDULA
      *    TOKENIZADA, ULTIMOS CUATRO DIGITOS DE LA CUENTA,
      *    DIRECCION EN BLANCO Y CELULAR PARCIAL.
       77  WS-DEF-CEDULA            PIC X(1) VALUE "T".
       77  WS-DEF-CUENTA            PIC X(1) VALUE "U".
       77  WS-DEF-DIRECCION         PIC X(1) VALUE "B".
       77  WS-DEF-CELULAR           PIC X(1) VALUE "P".

      *    REGISTRO DE CONTROL DEL ARCHIVO DE TOKENS: GUARDA LA
      *    ULTIMA SECUENCIA ASIGNADA. NINGUNA CEDULA REAL ES CERO.
       77  WS-TOKEN-CONTROL         PIC X(10) VALUE "T000000000".

       01  WS-TOKEN-NUEVO.
           03 FILLER                PIC X(1) VALUE "T".
           03 WS-TOKEN-SECUENCIA    PIC 9(9).

       01  WS-BANDERA-TOKENS        PIC 9 VALUE 0.
           88 WS-TOKENS-ABIERTOS    VALUE 1.
           88 WS-TOKENS-CERRADOS    VALUE 0.

       01  WS-CEDULA-TEXTO          PIC X(10).
       01  WS-CELULAR-TEXTO         PIC X(10).
       01  WS-LARGO-CUENTA          PIC 9(2).
       01  WS-INICIO-CUENTA         PIC 9(2).

       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       LINKAGE SECTION.
      *----------------

      *    "A" CARGA EL PERFIL DEL EXTRACTO Y DESTINO, "M" ENMASCARA
      *    LOS DATOS DE UN EMPLEADO SEGUN EL PERFIL CARGADO, "C"
      *    CIERRA Y "R" REVIERTE UN TOKEN A LA CEDULA ORIGINAL (SOLO
      *    ROL ADMINISTRADOR, SIEMPRE QUEDA EN LA AUDITORIA). CON
      *    LK-IRREVERSIBLE EN "S" NADA DE LO QUE SALE PUEDE
      *    DEVOLVERSE AL DATO REAL: NI TOKENS NI DATOS COMPLETOS.
       01  LK-CONTROL-MASCARA.
           03 LK-OPERACION          PIC X(1).
               88 LK-OP-ABRIR       VALUE "A".
               88 LK-OP-ENMASCARAR  VALUE "M".
               88 LK-OP-CERRAR      VALUE "C".
               88 LK-OP-REVERTIR    VALUE "R".
           03 LK-EXTRACTO           PIC X(8).
           03 LK-DESTINO            PIC X(10).
           03 LK-OPERADOR           PIC X(10).
           03 LK-IRREVERSIBLE       PIC X(1).
               88 LK-ES-IRREVERSIBLE VALUE "S".
           03 LK-PERFIL.
              05 LK-MSK-CEDULA      PIC X(1).
              05 LK-MSK-CUENTA      PIC X(1).
              05 LK-MSK-DIRECCION   PIC X(1).
              05 LK-MSK-CELULAR     PIC X(1).
              05 LK-MSK-ORIGEN      PIC X(1).
                  88 LK-PERFIL-REGISTRADO VALUE "P".
                  88 LK-PERFIL-OMISION    VALUE "D".
           03 LK-ENTRADA.
              05 LK-CEDULA          PIC 9(10).
              05 LK-CUENTA          PIC X(20).
              05 LK-DIRECCION       PIC X(40).
              05 LK-CELULAR         PIC 9(10).
           03 LK-SALIDA.
              05 LK-CEDULA-SAL      PIC X(10).
              05 LK-CUENTA-SAL      PIC X(20).
              05 LK-DIRECCION-SAL   PIC X(40).
              05 LK-CELULAR-SAL     PIC X(10).
           03 LK-TOKEN              PIC X(10).
           03 LK-RESULTADO          PIC X(1).
               88 LK-MASCARA-OK     VALUE "0".

       PROCEDURE DIVISION USING LK-CONTROL-MASCARA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE "0" TO LK-RESULTADO.

           EVALUATE TRUE
               WHEN LK-OP-ABRIR
                 PERFORM 1000-CARGAR-PERFIL
               WHEN LK-OP-ENMASCARAR
                 PERFORM 2000-ENMASCARAR
               WHEN LK-OP-CERRAR
                 IF WS-TOKENS-ABIERTOS
                   CLOSE ARCHIVO-TOKENS
                   MOVE 0 TO WS-BANDERA-TOKENS
                 END-IF
               WHEN LK-OP-REVERTIR
                 PERFORM 3000-REVERTIR-TOKEN
               WHEN OTHER
                 DISPLAY "UTIL-MSK: OPERACION INVALIDA - "
                     LK-OPERACION
                 MOVE "1" TO LK-RESULTADO
           END-EVALUATE.

           GOBACK.

       1000-CARGAR-PERFIL.
      *--------------------
           MOVE WS-DEF-CEDULA    TO LK-MSK-CEDULA.
           MOVE WS-DEF-CUENTA    TO LK-MSK-CUENTA.
           MOVE WS-DEF-DIRECCION TO LK-MSK-DIRECCION.
           MOVE WS-DEF-CELULAR   TO LK-MSK-CELULAR.
           MOVE "D"              TO LK-MSK-ORIGEN.

           OPEN INPUT ARCHIVO-PERFILES-MASCARA.

           IF FL-MSK = "00"
             MOVE LK-EXTRACTO TO MSK-EXTRACTO
             MOVE LK-DESTINO  TO MSK-DESTINO
             READ ARCHIVO-PERFILES-MASCARA
             END-READ
             IF FL-MSK = "00" AND MSK-ESTADO = "A"
               MOVE MSK-CEDULA    TO LK-MSK-CEDULA
               MOVE MSK-CUENTA    TO LK-MSK-CUENTA
               MOVE MSK-DIRECCION TO LK-MSK-DIRECCION
               MOVE MSK-CELULAR   TO LK-MSK-CELULAR
               MOVE "P"           TO LK-MSK-ORIGEN
             END-IF
             CLOSE ARCHIVO-PERFILES-MASCARA
           END-IF.

           IF LK-ES-IRREVERSIBLE
             IF LK-MSK-CEDULA = "C" OR LK-MSK-CEDULA = "T"
               MOVE "I" TO LK-MSK-CEDULA
             END-IF
             IF LK-MSK-CUENTA = "C"
               MOVE "U" TO LK-MSK-CUENTA
             END-IF
             IF LK-MSK-DIRECCION = "C"
               MOVE "B" TO LK-MSK-DIRECCION
             END-IF
             IF LK-MSK-CELULAR = "C"
               MOVE "P" TO LK-MSK-CELULAR
             END-IF
           END-IF.

           IF LK-MSK-CEDULA = "T" AND WS-TOKENS-CERRADOS
             PERFORM 1010-ABRIR-TOKENS
           END-IF.

       1010-ABRIR-TOKENS.
      *-------------------
           OPEN I-O ARCHIVO-TOKENS.

           IF FL-TOK NOT = "00"
             CLOSE ARCHIVO-TOKENS
             OPEN OUTPUT ARCHIVO-TOKENS
             CLOSE ARCHIVO-TOKENS
             OPEN I-O ARCHIVO-TOKENS
           END-IF.

           IF FL-TOK = "00"
             MOVE 1 TO WS-BANDERA-TOKENS
           ELSE
             DISPLAY "UTIL-MSK: NO SE PUDO ABRIR LOS TOKENS - " FL-TOK
             MOVE "1" TO LK-RESULTADO
           END-IF.

       2000-ENMASCARAR.
      *-----------------
           MOVE SPACES TO LK-SALIDA.

           PERFORM 2010-ENMASCARAR-CEDULA.
           PERFORM 2020-ENMASCARAR-CUENTA.
           PERFORM 2030-ENMASCARAR-CELULAR.

           IF LK-MSK-DIRECCION = "C"
             MOVE LK-DIRECCION TO LK-DIRECCION-SAL
           END-IF.

       2010-ENMASCARAR-CEDULA.
      *------------------------
           MOVE LK-CEDULA TO WS-CEDULA-TEXTO.

           EVALUATE LK-MSK-CEDULA
               WHEN "C"
                 MOVE WS-CEDULA-TEXTO TO LK-CEDULA-SAL
               WHEN "P"
                 MOVE ALL "*" TO LK-CEDULA-SAL
                 MOVE WS-CEDULA-TEXTO (7:4) TO LK-CEDULA-SAL (7:4)
               WHEN "T"
                 PERFORM 2015-OBTENER-TOKEN
               WHEN OTHER
      *          RESUMEN NO REVERSIBLE MEZCLADO CON EL NOMBRE DEL
      *          EXTRACTO: LA MISMA CEDULA DA EL MISMO VALOR DENTRO
      *          DEL EXTRACTO PERO NO ENTRE EXTRACTOS.
                 MOVE LK-EXTRACTO     TO WS-HSH-OPERADOR
                 MOVE WS-CEDULA-TEXTO TO WS-HSH-CLAVE
                 CALL "UTIL-HSH" USING WS-CONTROL-CLAVE
                 MOVE WS-HSH-RESUMEN  TO LK-CEDULA-SAL
           END-EVALUATE.

       2015-OBTENER-TOKEN.
      *--------------------
      *    UNA CEDULA TIENE UN SOLO TOKEN PARA SIEMPRE, SEA CUAL SEA
      *    EL EXTRACTO, PARA QUE LOS DESTINOS PUEDAN CRUZAR ENTRE SI.
           IF WS-TOKENS-CERRADOS
             MOVE ALL "*" TO LK-CEDULA-SAL
             MOVE "1" TO LK-RESULTADO
             EXIT PARAGRAPH
           END-IF.

           MOVE LK-CEDULA TO TOK-CEDULA.
           READ ARCHIVO-TOKENS KEY IS TOK-CEDULA
           END-READ.

           IF FL-TOK = "00"
             MOVE TOK-TOKEN TO LK-CEDULA-SAL
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TOKEN-CONTROL TO TOK-TOKEN.
           READ ARCHIVO-TOKENS
           END-READ.

           IF FL-TOK = "00"
             ADD 1 TO TOK-ULT-SECUENCIA
             MOVE TOK-ULT-SECUENCIA TO WS-TOKEN-SECUENCIA
             REWRITE TOK-DATOS
             END-REWRITE
           ELSE
             INITIALIZE TOK-DATOS
             MOVE WS-TOKEN-CONTROL TO TOK-TOKEN
             MOVE ZEROS            TO TOK-CEDULA
             MOVE 1                TO TOK-ULT-SECUENCIA
             MOVE 1                TO WS-TOKEN-SECUENCIA
             WRITE TOK-DATOS
             END-WRITE
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           INITIALIZE TOK-DATOS.
           MOVE WS-TOKEN-NUEVO   TO TOK-TOKEN.
           MOVE LK-CEDULA        TO TOK-CEDULA.
           MOVE LK-EXTRACTO      TO TOK-EXTRACTO.
           MOVE WS-FECHA-SISTEMA TO TOK-FEC-CREACION.

           WRITE TOK-DATOS
           END-WRITE.

           IF FL-TOK = "00"
             MOVE WS-TOKEN-NUEVO TO LK-CEDULA-SAL
           ELSE
             DISPLAY "UTIL-MSK: ERROR AL GRABAR EL TOKEN - " FL-TOK
             MOVE ALL "*" TO LK-CEDULA-SAL
             MOVE "1" TO LK-RESULTADO
           END-IF.

       2020-ENMASCARAR-CUENTA.
      *------------------------
           EVALUATE LK-MSK-CUENTA
               WHEN "C"
                 MOVE LK-CUENTA TO LK-CUENTA-SAL
               WHEN "U"
                 MOVE ZEROS TO WS-LARGO-CUENTA
                 INSPECT LK-CUENTA TALLYING WS-LARGO-CUENTA
                     FOR CHARACTERS BEFORE INITIAL " "
                 IF WS-LARGO-CUENTA > 4
                   COMPUTE WS-INICIO-CUENTA = WS-LARGO-CUENTA - 3
                   MOVE "******" TO LK-CUENTA-SAL
                   MOVE LK-CUENTA (WS-INICIO-CUENTA:4)
                     TO LK-CUENTA-SAL (7:4)
                 ELSE
                   MOVE "******" TO LK-CUENTA-SAL
                 END-IF
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2030-ENMASCARAR-CELULAR.
      *-------------------------
           MOVE LK-CELULAR TO WS-CELULAR-TEXTO.

           EVALUATE LK-MSK-CELULAR
               WHEN "C"
                 MOVE WS-CELULAR-TEXTO TO LK-CELULAR-SAL
               WHEN "P"
                 MOVE ALL "*" TO LK-CELULAR-SAL
                 MOVE WS-CELULAR-TEXTO (7:4) TO LK-CELULAR-SAL (7:4)
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3000-REVERTIR-TOKEN.
      *---------------------
      *    SOLO UN OPERADOR ACTIVO CON ROL ADMINISTRADOR REVIERTE;
      *    EL INTENTO, CONCEDIDO O NO, QUEDA EN LA AUDITORIA.
           MOVE ZEROS TO LK-CEDULA.
           MOVE "1"   TO LK-RESULTADO.

           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE LK-OPERADOR TO OPE-ID.
           READ ARCHIVO-OPERADORES
           END-READ.

           IF FL-OPE = "00" AND OPE-ESTADO = "A" AND OPE-ROL = "A"
             OPEN INPUT ARCHIVO-TOKENS
             MOVE LK-TOKEN TO TOK-TOKEN
             READ ARCHIVO-TOKENS
             END-READ
             IF FL-TOK = "00" AND LK-TOKEN NOT = WS-TOKEN-CONTROL
               MOVE TOK-CEDULA TO LK-CEDULA
               MOVE "0" TO LK-RESULTADO
             ELSE
               DISPLAY "EL TOKEN " LK-TOKEN " NO EXISTE"
             END-IF
             CLOSE ARCHIVO-TOKENS
           ELSE
             DISPLAY "SU ROL NO ESTA AUTORIZADO A REVERTIR TOKENS"
           END-IF.

           CLOSE ARCHIVO-OPERADORES.

           PERFORM 3010-AUDITAR-REVERSION.

       3010-AUDITAR-REVERSION.
      *------------------------
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
           MOVE "UTIL-MSK"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "V"              TO AUD-OPERACION.
           MOVE "TOK"            TO AUD-ARCHIVO.
           MOVE LK-TOKEN         TO AUD-CLAVE.
           MOVE "REVERSION DE TOKEN A CEDULA" TO AUD-ANTES.
           IF LK-MASCARA-OK
             MOVE "REVERSION CONCEDIDA" TO AUD-DESPUES
           ELSE
             MOVE "REVERSION DENEGADA"  TO AUD-DESPUES
           END-IF.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.
