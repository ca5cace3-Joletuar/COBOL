      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-SEG.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-SEG.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-SEG.cpy".

       WORKING-STORAGE SECTION.

       01  FL-SEG                  PIC XX.

      *    PLANES DE SEGURO PRIVADO (MEDICO / VIDA) CONTRATADOS POR LA
      *    EMPRESA. LA PRIMA DEL TITULAR SE REPARTE ENTRE EMPLEADOR Y
      *    EMPLEADO SEGUN EL PORCENTAJE A CARGO DEL EMPLEADOR; CADA
      *    DEPENDIENTE AFILIADO PAGA LA PRIMA POR DEPENDIENTE
      *    COMPLETA A CARGO DEL EMPLEADO.
       01  WS-PLAN-SEGURO.
           03 WS-SEG-COD-EMPRESA     PIC 9(3).
           03 WS-SEG-COD-PLAN        PIC 9(3).
           03 WS-SEG-ASEGURADORA     PIC X(30).
           03 WS-SEG-NOMBRE-PLAN     PIC X(30).
           03 WS-SEG-TIPO-PLAN       PIC X(1).
               88 WS-SEG-TIPO-VALIDO VALUE "M" "V" "A".
           03 WS-SEG-PRIMA-TITULAR   PIC 9(6)V9(2).
           03 WS-SEG-PORC-EMPLEADOR  PIC 9(3)V9(2).
           03 WS-SEG-PRIMA-DEPEND    PIC 9(6)V9(2).
           03 WS-SEG-ESTADO          PIC X(1).

       01  WS-TOTAL-LISTADOS        PIC 9(3).
       01  WS-BANDERA-FIN           PIC 9.
       01  WS-VALOR-EDIT            PIC ZZZ,ZZ9.99.
       01  WS-DEPEND-EDIT           PIC ZZZ,ZZ9.99.
       01  WS-PORC-EDIT             PIC ZZ9.99.

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
           INITIALIZE WS-OPCION FL-SEG WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO SEG-DATOS WS-PLAN-SEGURO.

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
                     DISPLAY "YA EXISTE UN PLAN CON ESE CODIGO"
                   WHEN OTHER
                     PERFORM 2010-PEDIR-DATOS
                     MOVE "A" TO WS-SEG-ESTADO
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
                   DISPLAY "INGRESE EL ESTADO DEL PLAN (A/I): "
                   ACCEPT WS-SEG-ESTADO
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

                 IF WS-SEG-COD-PLAN IS NUMERIC AND
                    WS-SEG-COD-PLAN = ZEROS
                   PERFORM 5000-LISTAR-PLANES
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
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-SEG-COD-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-SEG-COD-EMPRESA
           END-IF.
           IF WS-OPCION = 3
             DISPLAY "INGRESE EL CODIGO DEL PLAN (0 = TODOS): "
           ELSE
             DISPLAY "INGRESE EL CODIGO DEL PLAN: "
           END-IF.
           ACCEPT WS-SEG-COD-PLAN.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE LA ASEGURADORA: ".
           ACCEPT WS-SEG-ASEGURADORA.
           DISPLAY "INGRESE EL NOMBRE DEL PLAN: ".
           ACCEPT WS-SEG-NOMBRE-PLAN.
           DISPLAY "INGRESE EL TIPO (M=MEDICO / V=VIDA / "
               "A=MEDICO Y VIDA): ".
           ACCEPT WS-SEG-TIPO-PLAN.
           DISPLAY "INGRESE LA PRIMA MENSUAL DEL TITULAR: ".
           ACCEPT WS-SEG-PRIMA-TITULAR.
           DISPLAY "INGRESE EL PORCENTAJE A CARGO DEL EMPLEADOR "
               "(0-100): ".
           ACCEPT WS-SEG-PORC-EMPLEADOR.
           DISPLAY "INGRESE LA PRIMA MENSUAL POR DEPENDIENTE: ".
           ACCEPT WS-SEG-PRIMA-DEPEND.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN WS-SEG-ASEGURADORA = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA ASEGURADORA ES OBLIGATORIA"
               WHEN WS-SEG-NOMBRE-PLAN = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL NOMBRE DEL PLAN ES OBLIGATORIO"
               WHEN NOT WS-SEG-TIPO-VALIDO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO SOLO PUEDE SER M/V/A"
               WHEN WS-SEG-PRIMA-TITULAR IS NOT NUMERIC OR
                    WS-SEG-PRIMA-TITULAR <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA PRIMA DEL TITULAR DEBE SER MAYOR A CERO"
               WHEN WS-SEG-PORC-EMPLEADOR IS NOT NUMERIC OR
                    WS-SEG-PORC-EMPLEADOR > 100
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PORCENTAJE DEL EMPLEADOR DEBE ESTAR "
                     "ENTRE 0 Y 100"
               WHEN WS-SEG-PRIMA-DEPEND IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA PRIMA POR DEPENDIENTE"
               WHEN NOT (WS-SEG-ESTADO = "A" OR WS-SEG-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-ID.
      *----------------
           IF WS-SEG-COD-EMPRESA IS NOT NUMERIC OR
                WS-SEG-COD-EMPRESA <= ZEROS OR
                WS-SEG-COD-PLAN IS NOT NUMERIC OR
                WS-SEG-COD-PLAN <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL PLAN"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-SEG-COD-EMPRESA TO SEG-COD-EMPRESA
               MOVE WS-SEG-COD-PLAN    TO SEG-COD-PLAN
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-SEG-COD-EMPRESA     TO SEG-COD-EMPRESA.
           MOVE WS-SEG-COD-PLAN        TO SEG-COD-PLAN.
           MOVE WS-SEG-ASEGURADORA     TO SEG-ASEGURADORA.
           MOVE WS-SEG-NOMBRE-PLAN     TO SEG-NOMBRE-PLAN.
           MOVE WS-SEG-TIPO-PLAN       TO SEG-TIPO-PLAN.
           MOVE WS-SEG-PRIMA-TITULAR   TO SEG-PRIMA-TITULAR.
           MOVE WS-SEG-PORC-EMPLEADOR  TO SEG-PORC-EMPLEADOR.
           MOVE WS-SEG-PRIMA-DEPEND    TO SEG-PRIMA-DEPENDIENTE.
           MOVE WS-SEG-ESTADO          TO SEG-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-PLANES-SEGURO.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-PLANES-SEGURO.

           IF FL-SEG NOT = "00"
             CLOSE ARCHIVO-PLANES-SEGURO
             OPEN OUTPUT ARCHIVO-PLANES-SEGURO
             CLOSE ARCHIVO-PLANES-SEGURO
             OPEN I-O ARCHIVO-PLANES-SEGURO
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-PLANES-SEGURO
           END-READ.

           IF FL-SEG = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE SEG-DATOS.

           IF FL-SEG = "00"
              DISPLAY "PLAN REGISTRADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE SEG-DATOS.

           IF FL-SEG = "00"
              DISPLAY "PLAN ACTUALIZADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    EL PLAN SOLO SE INACTIVA: LAS AFILIACIONES QUE LO
      *    REFERENCIAN DEJAN DE GENERAR PRIMA EN LA NOMINA.
           MOVE "I" TO SEG-ESTADO.

           REWRITE SEG-DATOS.

           IF FL-SEG = "00"
              DISPLAY "REGISTRO INACTIVADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-PLANES-SEGURO.


       5000-LISTAR-PLANES.
      *-------------------
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-SEG-COD-EMPRESA  TO SEG-COD-EMPRESA.
           MOVE ZEROS               TO SEG-COD-PLAN.

           START ARCHIVO-PLANES-SEGURO KEY IS NOT LESS THAN SEG-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "PLAN ASEGURADORA                    PLAN"
               "                           T PRIMA TIT.  %EMP"
               "  PRIMA DEP. E".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-PLANES-SEGURO NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF SEG-COD-EMPRESA = WS-SEG-COD-EMPRESA
                   ADD 1 TO WS-TOTAL-LISTADOS
                   MOVE SEG-PRIMA-TITULAR     TO WS-VALOR-EDIT
                   MOVE SEG-PORC-EMPLEADOR    TO WS-PORC-EDIT
                   MOVE SEG-PRIMA-DEPENDIENTE TO WS-DEPEND-EDIT
                   DISPLAY SEG-COD-PLAN "  " SEG-ASEGURADORA " "
                       SEG-NOMBRE-PLAN " " SEG-TIPO-PLAN " "
                       WS-VALOR-EDIT " " WS-PORC-EDIT " "
                       WS-DEPEND-EDIT " " SEG-ESTADO
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           IF WS-TOTAL-LISTADOS = ZEROS
             DISPLAY "LA EMPRESA NO TIENE PLANES DE SEGURO"
           END-IF.
           DISPLAY WS-DECORADOR-2.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### PLANES DE SEGURO MEDICO Y DE VIDA ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CREAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           MOVE SEG-PRIMA-TITULAR     TO WS-VALOR-EDIT.
           MOVE SEG-PORC-EMPLEADOR    TO WS-PORC-EDIT.
           MOVE SEG-PRIMA-DEPENDIENTE TO WS-DEPEND-EDIT.
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPRESA:     " SEG-COD-EMPRESA.
           DISPLAY "COD. PLAN:        " SEG-COD-PLAN.
           DISPLAY "ASEGURADORA:      " SEG-ASEGURADORA.
           DISPLAY "PLAN:             " SEG-NOMBRE-PLAN.
           DISPLAY "TIPO:             " SEG-TIPO-PLAN
               " (M=MEDICO / V=VIDA / A=AMBOS)".
           DISPLAY "PRIMA TITULAR:    " WS-VALOR-EDIT.
           DISPLAY "% EMPLEADOR:      " WS-PORC-EDIT.
           DISPLAY "PRIMA DEPENDIENTE:" WS-DEPEND-EDIT.
           DISPLAY "ESTADO:           " SEG-ESTADO.
           DISPLAY WS-DECORADOR-2.
