      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-IOE.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-IOE.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-IOE.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-IOE                  PIC XX.

      *    INGRESOS DEL EMPLEADO CON OTROS EMPLEADORES EN EL ANIO
      *    FISCAL: SE SUMAN A LA PROYECCION DE LA RETENCION MENSUAL
      *    DE IMPUESTO A LA RENTA, A LA RELIQUIDACION DE DICIEMBRE,
      *    AL ANEXO RDEP Y AL FORMULARIO 107; LO YA RETENIDO POR EL
      *    OTRO EMPLEADOR SE DESCUENTA DEL IMPUESTO A RETENER.
       01  WS-OTRO-EMPLEADOR.
           03 WS-IOE-COD-EMPLEADO    PIC 9(8).
           03 WS-IOE-ANIO-FISCAL     PIC 9(4).
           03 WS-IOE-RUC             PIC X(13).
           03 WS-IOE-RAZON-SOCIAL    PIC X(40).
           03 WS-IOE-INGRESO         PIC 9(10)V9(2).
           03 WS-IOE-RETENCION       PIC 9(8)V9(2).
           03 WS-IOE-ESTADO          PIC X(1).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-IOE WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO IOE-DATOS WS-OTRO-EMPLEADOR.

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
                    DISPLAY "YA EXISTEN INGRESOS DE OTRO EMPLEADOR "
                        "PARA ESE EMPLEADO Y ANIO"
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
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-IOE-COD-EMPLEADO.
           DISPLAY "INGRESE EL ANIO FISCAL (AAAA): ".
           ACCEPT WS-IOE-ANIO-FISCAL.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE EL RUC DEL OTRO EMPLEADOR: ".
           ACCEPT WS-IOE-RUC.
           DISPLAY "INGRESE LA RAZON SOCIAL DEL OTRO EMPLEADOR: ".
           ACCEPT WS-IOE-RAZON-SOCIAL.
           DISPLAY "INGRESE EL INGRESO GRAVADO CON EL OTRO "
               "EMPLEADOR: ".
           ACCEPT WS-IOE-INGRESO.
           DISPLAY "INGRESE EL IMPUESTO RETENIDO POR EL OTRO "
               "EMPLEADOR: ".
           ACCEPT WS-IOE-RETENCION.
           DISPLAY "INGRESE EL ESTADO DEL REGISTRO (A/I): ".
           ACCEPT WS-IOE-ESTADO.


       3000-VALIDACION-DATOS.
      *----------------------
           MOVE WS-IOE-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
               WHEN WS-IOE-RUC = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL RUC DEL EMPLEADOR"
               WHEN WS-IOE-INGRESO IS NOT NUMERIC OR
                    WS-IOE-INGRESO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL INGRESO GRAVADO"
               WHEN WS-IOE-RETENCION IS NOT NUMERIC OR
                    WS-IOE-RETENCION > WS-IOE-INGRESO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL IMPUESTO RETENIDO"
               WHEN NOT (WS-IOE-ESTADO = "A" OR WS-IOE-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-ID.
      *----------------
           IF WS-IOE-COD-EMPLEADO IS NOT NUMERIC OR
                WS-IOE-COD-EMPLEADO <= ZEROS OR
                WS-IOE-ANIO-FISCAL IS NOT NUMERIC OR
                WS-IOE-ANIO-FISCAL <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL REGISTRO"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-IOE-COD-EMPLEADO TO IOE-COD-EMPLEADO
               MOVE WS-IOE-ANIO-FISCAL  TO IOE-ANIO-FISCAL
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-IOE-COD-EMPLEADO TO IOE-COD-EMPLEADO.
           MOVE WS-IOE-ANIO-FISCAL  TO IOE-ANIO-FISCAL.
           MOVE WS-IOE-RUC          TO IOE-RUC-EMPLEADOR.
           MOVE WS-IOE-RAZON-SOCIAL TO IOE-RAZON-SOCIAL.
           MOVE WS-IOE-INGRESO      TO IOE-INGRESO-GRAVADO.
           MOVE WS-IOE-RETENCION    TO IOE-RETENCION.
           MOVE WS-IOE-ESTADO       TO IOE-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-OTROS-EMPL.
           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-OTROS-EMPL.

           IF FL-IOE NOT = "00"
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN I-O ARCHIVO-OTROS-EMPL
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-OTROS-EMPL
           END-READ.

           IF FL-IOE = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE IOE-DATOS.

           IF FL-IOE = "00"
              DISPLAY "REGISTRO GRABADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE IOE-DATOS.

           IF FL-IOE = "00"
              DISPLAY "REGISTRO ACTUALIZADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO IOE-ESTADO.

           REWRITE IOE-DATOS.

           IF FL-IOE = "00"
              DISPLAY "REGISTRO INACTIVADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-OTROS-EMPL.
           CLOSE ARCHIVO-EMPLEADOS.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### PARAMETRIZACION DE: INGRESOS DE OTROS "
               "EMPLEADORES ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPLEADO:    " IOE-COD-EMPLEADO.
           DISPLAY "ANIO FISCAL:      " IOE-ANIO-FISCAL.
           DISPLAY "RUC EMPLEADOR:    " IOE-RUC-EMPLEADOR.
           DISPLAY "RAZON SOCIAL:     " IOE-RAZON-SOCIAL.
           DISPLAY "INGRESO GRAVADO:  " IOE-INGRESO-GRAVADO.
           DISPLAY "IMP. RETENIDO:    " IOE-RETENCION.
           DISPLAY "ESTADO:           " IOE-ESTADO.
           DISPLAY WS-DECORADOR-2.
