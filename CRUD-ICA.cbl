      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-ICA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-ICA.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CIA.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-ICA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CIA.cpy".

       WORKING-STORAGE SECTION.

       01  FL-ICA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FS-CIA                  PIC XX.

      *    ASIGNACION DE UN EMPLEADO A EMPRESAS HERMANAS: EL
      *    PORCENTAJE DE SU COSTO CARGADO QUE CADA EMPRESA RECEPTORA
      *    REEMBOLSA A LA EMPRESA QUE LO TIENE EN SU NOMINA. LO QUE
      *    NO SE ASIGNA QUEDA EN LA EMPRESA EMPLEADORA.
       01  WS-ASIGNACION.
           03 WS-ICA-COD-EMPLEADO  PIC 9(8).
           03 WS-ICA-VIG-AA        PIC 9(4).
           03 WS-ICA-VIG-MM        PIC 9(2).
           03 WS-ICA-CIA-RECEPTORA PIC 9(3).
           03 WS-ICA-PORCENTAJE    PIC 9(3)V9(2).
           03 WS-ICA-ESTADO        PIC X(1).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       01  WS-TOTAL-VIGENCIA        PIC 9(5)V9(2).

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
           INITIALIZE WS-OPCION FL-ICA WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO ICA-DATOS WS-ASIGNACION.

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
                    DISPLAY "YA EXISTE UNA ASIGNACION CON ESA CLAVE"
                    DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
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
                   DISPLAY "NO SE ENCONTRO LA ASIGNACION"
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO SE ENCONTRO LA ASIGNACION"
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
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-ICA-COD-EMPLEADO.
           DISPLAY "INGRESE EL ANIO DE VIGENCIA (AAAA): ".
           ACCEPT WS-ICA-VIG-AA.
           DISPLAY "INGRESE EL MES DE VIGENCIA (MM): ".
           ACCEPT WS-ICA-VIG-MM.
           DISPLAY "INGRESE EL CODIGO DE LA EMPRESA RECEPTORA: ".
           ACCEPT WS-ICA-CIA-RECEPTORA.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE EL PORCENTAJE DEL COSTO A CARGAR: ".
           ACCEPT WS-ICA-PORCENTAJE.
           DISPLAY "INGRESE EL ESTADO DE LA ASIGNACION (A/I): ".
           ACCEPT WS-ICA-ESTADO.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN WS-ICA-PORCENTAJE IS NOT NUMERIC OR
                    WS-ICA-PORCENTAJE <= ZEROS OR
                    WS-ICA-PORCENTAJE > 100
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PORCENTAJE DEBE ESTAR ENTRE 1 Y 100"
               WHEN NOT (WS-ICA-ESTADO = "A" OR WS-ICA-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 IF WS-ICA-ESTADO = "A"
                   PERFORM 3000-VERIFICAR-TOTAL-100
                 END-IF
           END-EVALUATE.

       3000-VERIFICAR-TOTAL-100.
      *--------------------------
      *    LO CARGADO A LAS EMPRESAS RECEPTORAS EN UNA MISMA
      *    VIGENCIA NO PUEDE SUPERAR EL 100 POR CIENTO DEL COSTO;
      *    EL SALDO QUEDA EN LA EMPRESA EMPLEADORA.
           MOVE ZERO TO WS-TOTAL-VIGENCIA.

           MOVE LOW-VALUES          TO ICA-CLAVE.
           MOVE WS-ICA-COD-EMPLEADO TO ICA-COD-EMPLEADO.
           MOVE WS-ICA-VIG-AA       TO ICA-VIG-AA.
           MOVE WS-ICA-VIG-MM       TO ICA-VIG-MM.

           START ARCHIVO-ASIGNACIONES-CIA
               KEY IS NOT LESS THAN ICA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ICA
           END-START.

           IF FL-ICA = "00"
             PERFORM 3000-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ICA NOT = "00" OR
                   ICA-COD-EMPLEADO NOT = WS-ICA-COD-EMPLEADO OR
                   ICA-VIG-AA NOT = WS-ICA-VIG-AA OR
                   ICA-VIG-MM NOT = WS-ICA-VIG-MM
             IF ICA-ESTADO = "A" AND
                ICA-CIA-RECEPTORA NOT = WS-ICA-CIA-RECEPTORA
               ADD ICA-PORCENTAJE TO WS-TOTAL-VIGENCIA
             END-IF
             PERFORM 3000-LEER-ASIGNACION
           END-PERFORM.

           ADD WS-ICA-PORCENTAJE TO WS-TOTAL-VIGENCIA.

           IF WS-TOTAL-VIGENCIA > 100
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA VIGENCIA QUEDARIA EN "
                 WS-TOTAL-VIGENCIA
                 " POR CIENTO; NO PUEDE SUPERAR 100"
           END-IF.

       3000-LEER-ASIGNACION.
      *----------------------
           READ ARCHIVO-ASIGNACIONES-CIA NEXT RECORD
           END-READ.

       3000-VALIDAR-ID.
      *----------------
           EVALUATE TRUE
               WHEN WS-ICA-COD-EMPLEADO IS NOT NUMERIC OR
                    WS-ICA-COD-EMPLEADO <= ZERO OR
                    WS-ICA-VIG-AA IS NOT NUMERIC OR
                    WS-ICA-VIG-AA <= ZERO OR
                    WS-ICA-VIG-MM IS NOT NUMERIC OR
                    WS-ICA-VIG-MM <= ZERO OR WS-ICA-VIG-MM > 12 OR
                    WS-ICA-CIA-RECEPTORA IS NOT NUMERIC OR
                    WS-ICA-CIA-RECEPTORA <= ZERO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA CLAVE"
               WHEN OTHER
                 PERFORM 3000-VALIDAR-CODIGOS-FK
           END-EVALUATE.

       3000-VALIDAR-CODIGOS-FK.
      *-------------------------
           MOVE WS-ICA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           MOVE WS-ICA-CIA-RECEPTORA TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00" OR EMP-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE UN EMPLEADO ACTIVO CON ESE ID"
               WHEN FS-CIA NOT = "00" OR CIA-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE UNA EMPRESA ACTIVA CON ESE CODIGO"
               WHEN WS-ICA-CIA-RECEPTORA = EMP-COD-EMPRESA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA EMPRESA RECEPTORA ES LA MISMA QUE TIENE "
                     "AL EMPLEADO EN SU NOMINA"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 MOVE WS-ICA-COD-EMPLEADO  TO ICA-COD-EMPLEADO
                 MOVE WS-ICA-VIG-AA        TO ICA-VIG-AA
                 MOVE WS-ICA-VIG-MM        TO ICA-VIG-MM
                 MOVE WS-ICA-CIA-RECEPTORA TO ICA-CIA-RECEPTORA
                 PERFORM 4000-LEER-REGISTRO
           END-EVALUATE.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-ICA-COD-EMPLEADO  TO ICA-COD-EMPLEADO.
           MOVE WS-ICA-VIG-AA        TO ICA-VIG-AA.
           MOVE WS-ICA-VIG-MM        TO ICA-VIG-MM.
           MOVE WS-ICA-CIA-RECEPTORA TO ICA-CIA-RECEPTORA.
           MOVE WS-ICA-PORCENTAJE    TO ICA-PORCENTAJE.
           MOVE WS-ICA-ESTADO        TO ICA-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-ASIGNACIONES-CIA.
           IF FL-ICA NOT = "00"
             OPEN OUTPUT ARCHIVO-ASIGNACIONES-CIA
             CLOSE ARCHIVO-ASIGNACIONES-CIA
             OPEN INPUT ARCHIVO-ASIGNACIONES-CIA
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPRESAS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-ASIGNACIONES-CIA.

           IF FL-ICA NOT = "00"
             CLOSE ARCHIVO-ASIGNACIONES-CIA
             OPEN OUTPUT ARCHIVO-ASIGNACIONES-CIA
             CLOSE ARCHIVO-ASIGNACIONES-CIA
             OPEN I-O ARCHIVO-ASIGNACIONES-CIA
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPRESAS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-ASIGNACIONES-CIA
           END-READ.

           IF FL-ICA = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE ICA-DATOS.

           IF FL-ICA = "00"
              DISPLAY "ASIGNACION REGISTRADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE ICA-DATOS.

           IF FL-ICA = "00"
              DISPLAY "ASIGNACION ACTUALIZADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO ICA-ESTADO.

           REWRITE ICA-DATOS.

           IF FL-ICA = "00"
              DISPLAY "ASIGNACION INACTIVADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ELIMINAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-ASIGNACIONES-CIA.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-EMPRESAS.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- ASIGNACION DE COSTOS ENTRE EMPRESAS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "EMPLEADO:      " ICA-COD-EMPLEADO.
           DISPLAY "VIGENCIA:      " ICA-VIG-AA "-" ICA-VIG-MM.
           DISPLAY "RECEPTORA:     " ICA-CIA-RECEPTORA.
           DISPLAY "PORCENTAJE:    " ICA-PORCENTAJE.
           DISPLAY "ESTADO:        " ICA-ESTADO.
           DISPLAY WS-DECORADOR-2.
