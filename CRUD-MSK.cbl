      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-MSK.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-MSK.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-MSK.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-MSK                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    PERFILES DE ENMASCARAMIENTO POR EXTRACTO Y DESTINO: QUE
      *    TANTO DE LA CEDULA, LA CUENTA BANCARIA, LA DIRECCION Y EL
      *    CELULAR SALE EN CADA ARCHIVO HACIA AFUERA. DESDE AQUI
      *    TAMBIEN SE REVIERTE UN TOKEN A LA CEDULA ORIGINAL.
       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-IMAGEN-ANTES          PIC X(200).
       01  WS-TOTAL-PERFILES        PIC 9(5).

       01  WS-CONTROL-MASCARA.
           03 WS-MSC-OPERACION      PIC X(1).
           03 WS-MSC-EXTRACTO       PIC X(8).
           03 WS-MSC-DESTINO        PIC X(10).
           03 WS-MSC-OPERADOR       PIC X(10).
           03 WS-MSC-IRREVERSIBLE   PIC X(1).
           03 WS-MSC-PERFIL.
              05 WS-MSC-CEDULA      PIC X(1).
              05 WS-MSC-CUENTA      PIC X(1).
              05 WS-MSC-DIRECCION   PIC X(1).
              05 WS-MSC-CELULAR     PIC X(1).
              05 WS-MSC-ORIGEN      PIC X(1).
           03 WS-MSC-ENTRADA.
              05 WS-MSC-CED-ENT     PIC 9(10).
              05 WS-MSC-CTA-ENT     PIC X(20).
              05 WS-MSC-DIR-ENT     PIC X(40).
              05 WS-MSC-CEL-ENT     PIC 9(10).
           03 WS-MSC-SALIDA.
              05 WS-MSC-CED-SAL     PIC X(10).
              05 WS-MSC-CTA-SAL     PIC X(20).
              05 WS-MSC-DIR-SAL     PIC X(40).
              05 WS-MSC-CEL-SAL     PIC X(10).
           03 WS-MSC-TOKEN          PIC X(10).
           03 WS-MSC-RESULTADO      PIC X(1).
               88 WS-MSC-OK         VALUE "0".

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
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
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-MSK WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO MSK-DATOS.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-NO-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDAR-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ESCRIBIR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO REGISTRAR EL PERFIL"
                   END-IF
                 ELSE
                   IF WS-REG-ENCONTRADO
                     DISPLAY "EL PERFIL YA EXISTE, USE LA OPCION "
                         "DE ACTUALIZAR"
                   END-IF
                   DISPLAY "NO SE PUDO REGISTRAR EL PERFIL"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                   MOVE MSK-DATOS TO WS-IMAGEN-ANTES
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDAR-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL PERFIL"
                   END-IF
                 ELSE
                   DISPLAY "NO EXISTE EL PERFIL INDICADO"
                 END-IF

               WHEN WS-OPCION = 3

                 PERFORM 5000-LISTAR-PERFILES

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO EXISTE EL PERFIL INDICADO"
                 END-IF

               WHEN WS-OPCION = 5

                 PERFORM 6000-REVERTIR-TOKEN

               WHEN WS-OPCION = 6

                 CONTINUE

               WHEN OTHER

                 DISPLAY "OPCION ELEGIDA NO VALIDA"

           END-EVALUATE.

           PERFORM 4000-CERRAR-ARCHIVO.


       1000-SELECCION-MODO.
      *--------------------
           EVALUATE TRUE
               WHEN WS-OPCION = 1
               WHEN WS-OPCION = 2
               WHEN WS-OPCION = 4
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.


       2000-PEDIR-CLAVE.
      *-----------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "INGRESE EL EXTRACTO (PROGRAMA, EJ. EXPO-EMP): ".
           ACCEPT MSK-EXTRACTO.
           DISPLAY "INGRESE EL DESTINO (EJ. EXTERNO, CAPACITA): ".
           ACCEPT MSK-DESTINO.

           IF MSK-EXTRACTO = SPACES OR MSK-DESTINO = SPACES
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EXTRACTO Y DESTINO SON OBLIGATORIOS"
           END-IF.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "DESCRIPCION DEL PERFIL: ".
           ACCEPT MSK-DESCRIPCION.
           DISPLAY "CEDULA: C=COMPLETA P=PARCIAL T=TOKEN "
               "I=IRREVERSIBLE: ".
           ACCEPT MSK-CEDULA.
           DISPLAY "CUENTA BANCARIA: C=COMPLETA U=ULTIMOS 4 "
               "B=BLANCO: ".
           ACCEPT MSK-CUENTA.
           DISPLAY "DIRECCION: C=COMPLETA B=BLANCO: ".
           ACCEPT MSK-DIRECCION.
           DISPLAY "CELULAR: C=COMPLETO P=PARCIAL B=BLANCO: ".
           ACCEPT MSK-CELULAR.


       3000-VALIDAR-DATOS.
      *-------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           EVALUATE TRUE
               WHEN NOT MSK-CED-COMPLETA AND NOT MSK-CED-PARCIAL AND
                    NOT MSK-CED-TOKEN AND NOT MSK-CED-IRREVERSIBLE
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "TRATAMIENTO DE CEDULA INVALIDO"
               WHEN NOT MSK-CTA-COMPLETA AND NOT MSK-CTA-ULTIMOS-4
                    AND NOT MSK-CTA-BLANCO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "TRATAMIENTO DE CUENTA INVALIDO"
               WHEN NOT MSK-DIR-COMPLETA AND NOT MSK-DIR-BLANCO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "TRATAMIENTO DE DIRECCION INVALIDO"
               WHEN NOT MSK-CEL-COMPLETO AND NOT MSK-CEL-PARCIAL AND
                    NOT MSK-CEL-BLANCO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "TRATAMIENTO DE CELULAR INVALIDO"
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3000-MOVER-DATOS.
      *-----------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "A"              TO MSK-ESTADO.
           MOVE LK-OPERADOR      TO MSK-OPE-MODIFICA.
           MOVE WS-FECHA-SISTEMA TO MSK-FEC-MODIFICA.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-PERFILES-MASCARA.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-PERFILES-MASCARA.

           IF FL-MSK NOT = "00"
             CLOSE ARCHIVO-PERFILES-MASCARA
             OPEN OUTPUT ARCHIVO-PERFILES-MASCARA
             CLOSE ARCHIVO-PERFILES-MASCARA
             OPEN I-O ARCHIVO-PERFILES-MASCARA
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-PERFILES-MASCARA
           END-READ.

           IF FL-MSK = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE MSK-DATOS.

           IF FL-MSK = "00"
              DISPLAY "PERFIL REGISTRADO CORRECTAMENTE"
              MOVE "I"    TO WS-OPERACION-AUD
              MOVE SPACES TO WS-IMAGEN-ANTES
              PERFORM 7000-AUDITAR-PERFIL
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " FL-MSK
              DISPLAY "NO SE PUDO REGISTRAR EL PERFIL"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE MSK-DATOS.

           IF FL-MSK = "00"
              DISPLAY "PERFIL ACTUALIZADO CORRECTAMENTE"
              MOVE "U" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-PERFIL
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-MSK
              DISPLAY "NO SE PUDO ACTUALIZAR EL PERFIL"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    UN PERFIL INACTIVO DEVUELVE EL EXTRACTO AL PERFIL POR
      *    OMISION, QUE ES EL MAS RESTRICTIVO.
           DISPLAY "CONFIRMA LA INACTIVACION DEL PERFIL? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "INACTIVACION CANCELADA"
             EXIT PARAGRAPH
           END-IF.

           MOVE MSK-DATOS TO WS-IMAGEN-ANTES.
           PERFORM 3000-MOVER-DATOS.
           MOVE "I" TO MSK-ESTADO.

           REWRITE MSK-DATOS.

           IF FL-MSK = "00"
              DISPLAY "PERFIL INACTIVADO CORRECTAMENTE"
              MOVE "D" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-PERFIL
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ELIMINAR - " FL-MSK
              DISPLAY "NO SE PUDO INACTIVAR EL PERFIL"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-PERFILES-MASCARA.

       5000-LISTAR-PERFILES.
      *---------------------
           MOVE ZEROS TO WS-TOTAL-PERFILES.

           IF FL-MSK NOT = "00"
             DISPLAY "NO HAY PERFILES REGISTRADOS"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "EXTRACTO DESTINO    CED CTA DIR CEL EST".

           MOVE LOW-VALUES TO MSK-CLAVE.
           START ARCHIVO-PERFILES-MASCARA
             KEY IS NOT LESS THAN MSK-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MSK
           END-START.

           IF FL-MSK = "00"
             PERFORM 5010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-MSK NOT = "00"
             ADD 1 TO WS-TOTAL-PERFILES
             DISPLAY MSK-EXTRACTO " " MSK-DESTINO "  "
                 MSK-CEDULA "   " MSK-CUENTA "   " MSK-DIRECCION
                 "   " MSK-CELULAR "   " MSK-ESTADO
                 "  " MSK-DESCRIPCION
             PERFORM 5010-LEER-SIGUIENTE
           END-PERFORM.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "PERFILES: " WS-TOTAL-PERFILES.
           DISPLAY "SIN PERFIL ACTIVO SE APLICA: CEDULA T, CUENTA U, "
               "DIRECCION B, CELULAR P".

       5010-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-PERFILES-MASCARA NEXT RECORD
           END-READ.

       6000-REVERTIR-TOKEN.
      *--------------------
           INITIALIZE WS-CONTROL-MASCARA.

           DISPLAY "INGRESE EL TOKEN A REVERTIR: ".
           ACCEPT WS-MSC-TOKEN.

           MOVE "R"         TO WS-MSC-OPERACION.
           MOVE LK-OPERADOR TO WS-MSC-OPERADOR.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           IF WS-MSC-OK
             DISPLAY "TOKEN " WS-MSC-TOKEN " = CEDULA "
                 WS-MSC-CED-ENT
             DISPLAY "LA CONSULTA QUEDO REGISTRADA EN LA AUDITORIA"
           ELSE
             DISPLAY "NO SE REVIRTIO EL TOKEN"
           END-IF.

       7000-AUDITAR-PERFIL.
      *--------------------
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
           MOVE "CRUD-MSK"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "MSK"            TO AUD-ARCHIVO.
           MOVE MSK-CLAVE        TO AUD-CLAVE.
           MOVE WS-IMAGEN-ANTES  TO AUD-ANTES.
           MOVE MSK-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- PERFILES DE ENMASCARAMIENTO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR PERFIL".
           DISPLAY " 2.- ACTUALIZAR PERFIL".
           DISPLAY " 3.- CONSULTAR PERFILES".
           DISPLAY " 4.- INACTIVAR PERFIL".
           DISPLAY " 5.- REVERTIR TOKEN DE CEDULA".
           DISPLAY " 6.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "EXTRACTO:      " MSK-EXTRACTO.
           DISPLAY "DESTINO:       " MSK-DESTINO.
           DISPLAY "DESCRIPCION:   " MSK-DESCRIPCION.
           DISPLAY "CEDULA:        " MSK-CEDULA.
           DISPLAY "CUENTA:        " MSK-CUENTA.
           DISPLAY "DIRECCION:     " MSK-DIRECCION.
           DISPLAY "CELULAR:       " MSK-CELULAR.
           DISPLAY "ESTADO:        " MSK-ESTADO.
           DISPLAY "MODIFICADO:    " MSK-FEC-MODIFICA " "
               MSK-OPE-MODIFICA.
           DISPLAY WS-DECORADOR-2.
