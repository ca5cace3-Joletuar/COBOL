      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-DSC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-DSC.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-DSC.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-DSC                  PIC XX.

      *    REGISTRO DE DISCAPACIDAD: EL CARNET DEL CONADIS CON SU
      *    PORCENTAJE, TIPO Y VENCIMIENTO. EL SUSTITUTO ES EL
      *    EMPLEADO QUE TIENE A SU CARGO A UNA PERSONA CON
      *    DISCAPACIDAD (EL CARNET ES DEL TITULAR) Y CUENTA PARA EL
      *    CUPO LEGAL IGUAL QUE UN TRABAJADOR CON DISCAPACIDAD.
       01  WS-DISCAPACIDAD.
           03 WS-DSC-COD-EMPRESA     PIC 9(3).
           03 WS-DSC-COD-EMPLEADO    PIC 9(8).
           03 WS-DSC-NUM-CARNET      PIC X(15).
           03 WS-DSC-PORCENTAJE      PIC 9(3).
           03 WS-DSC-TIPO            PIC X(1).
               88 WS-DSC-TIPO-VALIDO VALUE "F" "A" "V" "I" "P".
           03 WS-DSC-FEC-VENCE.
              05 WS-DSC-FEC-VENCE-AA PIC 9(4).
              05 WS-DSC-FEC-VENCE-MM PIC 9(2).
              05 WS-DSC-FEC-VENCE-DD PIC 9(2).
           03 WS-DSC-SUSTITUTO       PIC X(1).
           03 WS-DSC-NOMBRE-TITULAR  PIC X(40).
           03 WS-DSC-ESTADO          PIC X(1).

       77  WS-PORCENTAJE-MINIMO     PIC 9(3) VALUE 30.

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
           INITIALIZE WS-OPCION FL-DSC WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO DSC-DATOS WS-DISCAPACIDAD.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-ID
                 PERFORM 2010-PEDIR-DATOS
                 PERFORM 3000-VALIDAR-ID
                 PERFORM 3000-VALIDACION-DATOS

                 IF WS-REG-NO-ENCONTRADO
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ESCRIBIR-REGISTRO
                     ELSE
                       DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                   END-IF
                 ELSE
                    DISPLAY "EL EMPLEADO YA ESTA EN EL REGISTRO DE "
                        "DISCAPACIDAD, USE ACTUALIZAR"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
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
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                 ELSE
                   DISPLAY "NO SE ENCONTRO EL REGISTRO"
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
             MOVE LK-CIA-ACTIVA TO WS-DSC-COD-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-DSC-COD-EMPRESA
           END-IF.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-DSC-COD-EMPLEADO.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "ES SUSTITUTO DE UNA PERSONA CON DISCAPACIDAD "
               "(S/N)? ".
           ACCEPT WS-DSC-SUSTITUTO.
           IF WS-DSC-SUSTITUTO = "S"
             DISPLAY "INGRESE EL NOMBRE DEL TITULAR DEL CARNET: "
             ACCEPT WS-DSC-NOMBRE-TITULAR
           ELSE
             MOVE SPACES TO WS-DSC-NOMBRE-TITULAR
           END-IF.
           DISPLAY "INGRESE EL NUMERO DE CARNET CONADIS: ".
           ACCEPT WS-DSC-NUM-CARNET.
           DISPLAY "INGRESE EL PORCENTAJE DE DISCAPACIDAD: ".
           ACCEPT WS-DSC-PORCENTAJE.
           DISPLAY "INGRESE EL TIPO (F=FISICA / A=AUDITIVA / "
               "V=VISUAL / I=INTELECTUAL / P=PSICOSOCIAL): ".
           ACCEPT WS-DSC-TIPO.
           DISPLAY "INGRESE EL VENCIMIENTO DEL CARNET (AAAAMMDD, "
               "0 = SIN VENCIMIENTO): ".
           ACCEPT WS-DSC-FEC-VENCE.
           DISPLAY "INGRESE EL ESTADO DEL REGISTRO (A/I): ".
           ACCEPT WS-DSC-ESTADO.


       3000-VALIDACION-DATOS.
      *----------------------
           MOVE WS-DSC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
               WHEN EMP-COD-EMPRESA NOT = WS-DSC-COD-EMPRESA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-DSC-COD-EMPRESA
               WHEN NOT (WS-DSC-SUSTITUTO = "S" OR
                         WS-DSC-SUSTITUTO = "N")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "SUSTITUTO SOLO PUEDE SER S/N"
               WHEN WS-DSC-SUSTITUTO = "S" AND
                    WS-DSC-NOMBRE-TITULAR = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL SUSTITUTO DEBE INDICAR EL TITULAR DEL "
                     "CARNET"
               WHEN WS-DSC-NUM-CARNET = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL NUMERO DE CARNET ES OBLIGATORIO"
               WHEN WS-DSC-PORCENTAJE IS NOT NUMERIC OR
                    WS-DSC-PORCENTAJE < WS-PORCENTAJE-MINIMO OR
                    WS-DSC-PORCENTAJE > 100
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PORCENTAJE DEBE ESTAR ENTRE "
                     WS-PORCENTAJE-MINIMO " Y 100"
               WHEN NOT WS-DSC-TIPO-VALIDO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO SOLO PUEDE SER F/A/V/I/P"
               WHEN WS-DSC-FEC-VENCE IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL VENCIMIENTO"
               WHEN WS-DSC-FEC-VENCE-AA > ZEROS AND
                    (WS-DSC-FEC-VENCE-MM < 1 OR
                     WS-DSC-FEC-VENCE-MM > 12 OR
                     WS-DSC-FEC-VENCE-DD < 1 OR
                     WS-DSC-FEC-VENCE-DD > 31)
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE VENCIMIENTO NO ES VALIDA"
               WHEN NOT (WS-DSC-ESTADO = "A" OR WS-DSC-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-ID.
      *----------------
           IF WS-DSC-COD-EMPRESA IS NOT NUMERIC OR
                WS-DSC-COD-EMPRESA <= ZEROS OR
                WS-DSC-COD-EMPLEADO IS NOT NUMERIC OR
                WS-DSC-COD-EMPLEADO <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL REGISTRO"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-DSC-COD-EMPRESA  TO DSC-COD-EMPRESA
               MOVE WS-DSC-COD-EMPLEADO TO DSC-COD-EMPLEADO
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-DSC-COD-EMPRESA     TO DSC-COD-EMPRESA.
           MOVE WS-DSC-COD-EMPLEADO    TO DSC-COD-EMPLEADO.
           MOVE WS-DSC-NUM-CARNET      TO DSC-NUM-CARNET.
           MOVE WS-DSC-PORCENTAJE      TO DSC-PORCENTAJE.
           MOVE WS-DSC-TIPO            TO DSC-TIPO.
           MOVE WS-DSC-FEC-VENCE       TO DSC-FEC-VENCE.
           MOVE WS-DSC-SUSTITUTO       TO DSC-SUSTITUTO.
           MOVE WS-DSC-NOMBRE-TITULAR  TO DSC-NOMBRE-TITULAR.
           MOVE WS-DSC-ESTADO          TO DSC-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-DISCAPACIDAD.
           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-DISCAPACIDAD.

           IF FL-DSC NOT = "00"
             CLOSE ARCHIVO-DISCAPACIDAD
             OPEN OUTPUT ARCHIVO-DISCAPACIDAD
             CLOSE ARCHIVO-DISCAPACIDAD
             OPEN I-O ARCHIVO-DISCAPACIDAD
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-DISCAPACIDAD
           END-READ.

           IF FL-DSC = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE DSC-DATOS.

           IF FL-DSC = "00"
              DISPLAY "DISCAPACIDAD REGISTRADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE DSC-DATOS.

           IF FL-DSC = "00"
              DISPLAY "DISCAPACIDAD ACTUALIZADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO DSC-ESTADO.

           REWRITE DSC-DATOS.

           IF FL-DSC = "00"
              DISPLAY "REGISTRO INACTIVADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-DISCAPACIDAD.
           CLOSE ARCHIVO-EMPLEADOS.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### REGISTRO DE DISCAPACIDAD Y SUSTITUTOS ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPRESA:     " DSC-COD-EMPRESA.
           DISPLAY "COD. EMPLEADO:    " DSC-COD-EMPLEADO.
           DISPLAY "CARNET CONADIS:   " DSC-NUM-CARNET.
           DISPLAY "PORCENTAJE:       " DSC-PORCENTAJE "%".
           DISPLAY "TIPO:             " DSC-TIPO
               " (F/A/V/I/P)".
           DISPLAY "VENCIMIENTO:      " DSC-FEC-VENCE-AA "-"
               DSC-FEC-VENCE-MM "-" DSC-FEC-VENCE-DD.
           DISPLAY "SUSTITUTO:        " DSC-SUSTITUTO.
           IF DSC-SUSTITUTO = "S"
             DISPLAY "TITULAR:          " DSC-NOMBRE-TITULAR
           END-IF.
           DISPLAY "ESTADO:           " DSC-ESTADO.
           DISPLAY WS-DECORADOR-2.
