      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-ROT.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-ROT.cpy".
            COPY "./Copys/FISI-TUR.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-ROT.cpy".
            COPY "./Copys/LOGI-TUR.cpy".

       WORKING-STORAGE SECTION.

       01  FL-ROT                  PIC XX.
       01  FL-TUR                  PIC XX.

      *    PATRONES DE ROTACION: CADA SEMANA DEL CICLO TIENE ASIGNADO
      *    UN TURNO (DIA, NOCHE, FIN DE SEMANA...). AL TERMINAR LA
      *    ULTIMA SEMANA EL CICLO VUELVE A LA PRIMERA. LOS PATRONES
      *    SE USAN PARA GENERAR EL ROL DE TURNOS DE CADA EMPLEADO.
       01  WS-ROTACION.
           03 WS-ROT-CODIGO          PIC 9(2).
           03 WS-ROT-DESCRIPCION     PIC X(30).
           03 WS-ROT-NUM-SEMANAS     PIC 9(1).
           03 WS-ROT-TURNO-SEMANA    PIC 9(2) OCCURS 8 TIMES.
           03 WS-ROT-ESTADO          PIC X(1).

       01  WS-IND-SEMANA            PIC 9(2).
       01  WS-TOTAL-LISTADOS        PIC 9(3).
       01  WS-BANDERA-FIN           PIC 9.
       01  WS-LISTA-TURNOS          PIC X(32).
       01  WS-PUNTERO-LISTA         PIC 9(3).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-ROT FL-TUR WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO ROT-DATOS WS-ROTACION.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT WS-CAMPOS-CORRECTO
                     DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                   WHEN WS-REG-ENCONTRADO
                     DISPLAY "YA EXISTE UNA ROTACION CON ESE CODIGO"
                   WHEN OTHER
                     PERFORM 2010-PEDIR-DATOS
                     MOVE "A" TO WS-ROT-ESTADO
                     PERFORM 3000-VALIDACION-DATOS
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ESCRIBIR-REGISTRO
                     ELSE
                       DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                     END-IF
                 END-EVALUATE

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                   PERFORM 2010-PEDIR-DATOS
                   DISPLAY "INGRESE EL ESTADO DE LA ROTACION (A/I): "
                   ACCEPT WS-ROT-ESTADO
                   PERFORM 3000-VALIDACION-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   END-IF
                 ELSE
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-ID

                 IF WS-ROT-CODIGO IS NUMERIC AND
                    WS-ROT-CODIGO = ZEROS
                   PERFORM 5000-LISTAR-ROTACIONES
                 ELSE
                   PERFORM 3000-VALIDAR-ID
                   IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                     PERFORM 9999-IMPRESION-DATOS
                   ELSE
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   END-IF
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO SE ENCONTRO EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 5

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


       2000-PEDIR-ID.
      *--------------
           IF WS-OPCION = 3
             DISPLAY "INGRESE EL CODIGO DE LA ROTACION (0 = TODAS): "
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA ROTACION: "
           END-IF.
           ACCEPT WS-ROT-CODIGO.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE LA DESCRIPCION DE LA ROTACION: ".
           ACCEPT WS-ROT-DESCRIPCION.
           DISPLAY "INGRESE EL NUMERO DE SEMANAS DEL CICLO (1-8): ".
           ACCEPT WS-ROT-NUM-SEMANAS.

           IF WS-ROT-NUM-SEMANAS IS NUMERIC AND
              WS-ROT-NUM-SEMANAS > ZEROS AND WS-ROT-NUM-SEMANAS <= 8
             PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                     UNTIL WS-IND-SEMANA > 8
               IF WS-IND-SEMANA <= WS-ROT-NUM-SEMANAS
                 DISPLAY "INGRESE EL TURNO DE LA SEMANA "
                     WS-IND-SEMANA ": "
                 ACCEPT WS-ROT-TURNO-SEMANA (WS-IND-SEMANA)
               ELSE
                 MOVE ZEROS TO WS-ROT-TURNO-SEMANA (WS-IND-SEMANA)
               END-IF
             END-PERFORM
           END-IF.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN WS-ROT-DESCRIPCION = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
               WHEN WS-ROT-NUM-SEMANAS IS NOT NUMERIC OR
                    WS-ROT-NUM-SEMANAS <= ZEROS OR
                    WS-ROT-NUM-SEMANAS > 8
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL CICLO DEBE TENER ENTRE 1 Y 8 SEMANAS"
               WHEN NOT (WS-ROT-ESTADO = "A" OR WS-ROT-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-CAMPOS-CORRECTO
             PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                     UNTIL WS-IND-SEMANA > WS-ROT-NUM-SEMANAS OR
                           NOT WS-CAMPOS-CORRECTO
               PERFORM 3010-VALIDAR-TURNO
             END-PERFORM
           END-IF.

       3010-VALIDAR-TURNO.
      *-------------------
      *    EL TURNO DE CADA SEMANA DEBE EXISTIR EN EL CATALOGO DE
      *    TURNOS CON AL MENOS UN DIA ACTIVO.
           IF WS-ROT-TURNO-SEMANA (WS-IND-SEMANA) IS NOT NUMERIC OR
              WS-ROT-TURNO-SEMANA (WS-IND-SEMANA) <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR EN EL TURNO DE LA SEMANA " WS-IND-SEMANA
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMPOS.

           OPEN INPUT ARCHIVO-TURNOS.
           IF FL-TUR = "00"
             MOVE WS-ROT-TURNO-SEMANA (WS-IND-SEMANA) TO TUR-CODIGO
             MOVE ZERO TO TUR-DIA-SEMANA
             START ARCHIVO-TURNOS KEY IS NOT LESS THAN TUR-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-TUR
             END-START
             PERFORM UNTIL FL-TUR NOT = "00" OR WS-CAMPOS-CORRECTO
               READ ARCHIVO-TURNOS NEXT RECORD
               END-READ
               IF FL-TUR = "00"
                 IF TUR-CODIGO NOT = WS-ROT-TURNO-SEMANA (WS-IND-SEMANA)
                   MOVE "10" TO FL-TUR
                 ELSE
                   IF TUR-ESTADO = "A"
                     MOVE 1 TO WS-BANDERA-CAMPOS
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ARCHIVO-TURNOS
           END-IF.

           IF NOT WS-CAMPOS-CORRECTO
             DISPLAY "EL TURNO " WS-ROT-TURNO-SEMANA (WS-IND-SEMANA)
                 " DE LA SEMANA " WS-IND-SEMANA
                 " NO EXISTE O NO TIENE DIAS ACTIVOS"
           END-IF.

       3000-VALIDAR-ID.
      *----------------
           IF WS-ROT-CODIGO IS NOT NUMERIC OR
                WS-ROT-CODIGO <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR EL CODIGO DE LA ROTACION"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-ROT-CODIGO TO ROT-CODIGO
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-ROT-CODIGO          TO ROT-CODIGO.
           MOVE WS-ROT-DESCRIPCION     TO ROT-DESCRIPCION.
           MOVE WS-ROT-NUM-SEMANAS     TO ROT-NUM-SEMANAS.
           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                   UNTIL WS-IND-SEMANA > 8
             MOVE WS-ROT-TURNO-SEMANA (WS-IND-SEMANA)
               TO ROT-TURNO-SEMANA (WS-IND-SEMANA)
           END-PERFORM.
           MOVE WS-ROT-ESTADO          TO ROT-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-ROTACIONES.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-ROTACIONES.

           IF FL-ROT NOT = "00"
             CLOSE ARCHIVO-ROTACIONES
             OPEN OUTPUT ARCHIVO-ROTACIONES
             CLOSE ARCHIVO-ROTACIONES
             OPEN I-O ARCHIVO-ROTACIONES
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-ROTACIONES
           END-READ.

           IF FL-ROT = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE ROT-DATOS.

           IF FL-ROT = "00"
              DISPLAY "ROTACION REGISTRADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE ROT-DATOS.

           IF FL-ROT = "00"
              DISPLAY "ROTACION ACTUALIZADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    LA ROTACION SOLO SE INACTIVA: EL ROL YA GENERADO CON ELLA
      *    SE CONSERVA, PERO NO SE PUEDE VOLVER A GENERAR.
           MOVE "I" TO ROT-ESTADO.

           REWRITE ROT-DATOS.

           IF FL-ROT = "00"
              DISPLAY "REGISTRO INACTIVADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-ROTACIONES.


       5000-LISTAR-ROTACIONES.
      *-----------------------
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE ZEROS TO ROT-CODIGO.

           START ARCHIVO-ROTACIONES KEY IS NOT LESS THAN ROT-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD DESCRIPCION                    SEM TURNOS"
               " POR SEMANA                  E".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-ROTACIONES NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 ADD 1 TO WS-TOTAL-LISTADOS
                 PERFORM 9999-ARMAR-LISTA-TURNOS
                 DISPLAY ROT-CODIGO "  " ROT-DESCRIPCION " "
                     ROT-NUM-SEMANAS "   " WS-LISTA-TURNOS " "
                     ROT-ESTADO
               END-IF
           END-PERFORM.

           IF WS-TOTAL-LISTADOS = ZEROS
             DISPLAY "NO HAY ROTACIONES REGISTRADAS"
           END-IF.
           DISPLAY WS-DECORADOR-2.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### PATRONES DE ROTACION DE TURNOS ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CREAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-ARMAR-LISTA-TURNOS.
      *------------------------
           MOVE SPACES TO WS-LISTA-TURNOS.
           MOVE 1 TO WS-PUNTERO-LISTA.
           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                   UNTIL WS-IND-SEMANA > ROT-NUM-SEMANAS
             STRING ROT-TURNO-SEMANA (WS-IND-SEMANA) " "
               DELIMITED BY SIZE
               INTO WS-LISTA-TURNOS
               WITH POINTER WS-PUNTERO-LISTA
             END-STRING
           END-PERFORM.

       9999-IMPRESION-DATOS.
      *---------------------
           PERFORM 9999-ARMAR-LISTA-TURNOS.
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. ROTACION:    " ROT-CODIGO.
           DISPLAY "DESCRIPCION:      " ROT-DESCRIPCION.
           DISPLAY "SEMANAS CICLO:    " ROT-NUM-SEMANAS.
           DISPLAY "TURNO X SEMANA:   " WS-LISTA-TURNOS.
           DISPLAY "ESTADO:           " ROT-ESTADO.
           DISPLAY WS-DECORADOR-2.
