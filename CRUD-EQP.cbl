      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-EQP.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-EQP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-EQP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-EQP                  PIC XX.

      *    ENTREGA DE EQUIPOS Y DOTACION AL EMPLEADO: UNIFORMES, EPP,
      *    LAPTOPS, TELEFONOS. CADA ENTREGA ES UNA SECUENCIA DEL
      *    EMPLEADO. LA DEVOLUCION QUEDA P (PENDIENTE) HASTA QUE EL
      *    EQUIPO SE DEVUELVE (D) O SE COBRA EN LA LIQUIDACION (C).
      *    LA VIDA UTIL EN MESES SE USA PARA DEPRECIAR EL VALOR EN
      *    LINEA RECTA; 0 = NO SE DEPRECIA.
       01  WS-EQUIPO.
           03 WS-EQP-COD-EMPRESA     PIC 9(3).
           03 WS-EQP-COD-EMPLEADO    PIC 9(8).
           03 WS-EQP-SECUENCIA       PIC 9(3).
           03 WS-EQP-TIPO-ITEM       PIC X(1).
               88 WS-EQP-TIPO-VALIDO VALUE "U" "E" "L" "T" "O".
           03 WS-EQP-DESCRIPCION     PIC X(30).
           03 WS-EQP-SERIE           PIC X(20).
           03 WS-EQP-VALOR           PIC 9(8)V9(2).
           03 WS-EQP-VIDA-UTIL       PIC 9(3).
           03 WS-EQP-FEC-ENTREGA.
              05 WS-EQP-FEC-ENT-AA   PIC 9(4).
              05 WS-EQP-FEC-ENT-MM   PIC 9(2).
              05 WS-EQP-FEC-ENT-DD   PIC 9(2).
           03 WS-EQP-FEC-DEVOLUCION.
              05 WS-EQP-FEC-DEV-AA   PIC 9(4).
              05 WS-EQP-FEC-DEV-MM   PIC 9(2).
              05 WS-EQP-FEC-DEV-DD   PIC 9(2).
           03 WS-EQP-ESTADO          PIC X(1).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-ULTIMA-SECUENCIA      PIC 9(3).
       01  WS-TOTAL-LISTADOS        PIC 9(3).
       01  WS-BANDERA-FIN           PIC 9.
       01  WS-CONFIRMAR             PIC X(1).
       01  WS-VALOR-EDIT            PIC ZZ,ZZZ,ZZ9.99.

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-EQP WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO EQP-DATOS WS-EQUIPO.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-EMPLEADO
                 PERFORM 2010-PEDIR-DATOS
                 MOVE "A" TO WS-EQP-ESTADO
                 PERFORM 3000-VALIDAR-EMPLEADO
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3000-VALIDACION-DATOS
                 END-IF

                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3100-SIGUIENTE-SECUENCIA
                   IF WS-ULTIMA-SECUENCIA < 999
                     COMPUTE WS-EQP-SECUENCIA =
                         WS-ULTIMA-SECUENCIA + 1
                     PERFORM 3000-MOVER-DATOS
                     MOVE "P"   TO EQP-DEVOLUCION
                     MOVE ZEROS TO EQP-FEC-DEVOLUCION
                     MOVE ZEROS TO EQP-VALOR-COBRADO
                     PERFORM 4000-ESCRIBIR-REGISTRO
                   ELSE
                     DISPLAY "EL EMPLEADO YA TIENE 999 ENTREGAS "
                         "REGISTRADAS"
                   END-IF
                 ELSE
                   DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   WHEN EQP-DEVOLUCION NOT = "P"
                     DISPLAY "EL EQUIPO YA FUE DEVUELTO O COBRADO, "
                         "NO SE PUEDE MODIFICAR"
                   WHEN OTHER
                     PERFORM 2010-PEDIR-DATOS
                     DISPLAY "INGRESE EL ESTADO DEL REGISTRO (A/I): "
                     ACCEPT WS-EQP-ESTADO
                     PERFORM 3000-VALIDACION-DATOS
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ACTUALIZAR-REGISTRO
                     ELSE
                       DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                     END-IF
                 END-EVALUATE

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-ID

                 IF WS-EQP-SECUENCIA IS NUMERIC AND
                    WS-EQP-SECUENCIA = ZEROS
                   PERFORM 5000-LISTAR-EQUIPOS
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

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   WHEN EQP-DEVOLUCION NOT = "P"
                     DISPLAY "EL EQUIPO NO ESTA PENDIENTE DE "
                         "DEVOLUCION"
                   WHEN OTHER
                     PERFORM 9999-IMPRESION-DATOS
                     PERFORM 2020-PEDIR-DEVOLUCION
                     PERFORM 3200-VALIDAR-DEVOLUCION
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 4000-REGISTRAR-DEVOLUCION
                     ELSE
                       DISPLAY "NO SE REGISTRO LA DEVOLUCION"
                     END-IF
                 END-EVALUATE

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
               WHEN WS-OPCION = 5
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.


       2000-PEDIR-EMPLEADO.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-EQP-COD-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-EQP-COD-EMPRESA
           END-IF.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-EQP-COD-EMPLEADO.

       2000-PEDIR-ID.
      *--------------
           PERFORM 2000-PEDIR-EMPLEADO.
           IF WS-OPCION = 3
             DISPLAY "INGRESE LA SECUENCIA DE LA ENTREGA "
                 "(0 = TODAS): "
           ELSE
             DISPLAY "INGRESE LA SECUENCIA DE LA ENTREGA: "
           END-IF.
           ACCEPT WS-EQP-SECUENCIA.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE EL TIPO (U=UNIFORME / E=EPP / "
               "L=LAPTOP / T=TELEFONO / O=OTRO): ".
           ACCEPT WS-EQP-TIPO-ITEM.
           DISPLAY "INGRESE LA DESCRIPCION DEL ITEM: ".
           ACCEPT WS-EQP-DESCRIPCION.
           DISPLAY "INGRESE EL NUMERO DE SERIE (ESPACIOS SI NO "
               "TIENE): ".
           ACCEPT WS-EQP-SERIE.
           DISPLAY "INGRESE EL VALOR DEL ITEM: ".
           ACCEPT WS-EQP-VALOR.
           DISPLAY "INGRESE LA VIDA UTIL EN MESES (0 = NO SE "
               "DEPRECIA): ".
           ACCEPT WS-EQP-VIDA-UTIL.
           DISPLAY "INGRESE LA FECHA DE ENTREGA (AAAAMMDD, "
               "0 = HOY): ".
           ACCEPT WS-EQP-FEC-ENTREGA.
           IF WS-EQP-FEC-ENTREGA IS NUMERIC AND
              WS-EQP-FEC-ENTREGA = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-EQP-FEC-ENTREGA
           END-IF.

       2020-PEDIR-DEVOLUCION.
      *----------------------
           DISPLAY "INGRESE LA FECHA DE DEVOLUCION (AAAAMMDD, "
               "0 = HOY): ".
           ACCEPT WS-EQP-FEC-DEVOLUCION.
           IF WS-EQP-FEC-DEVOLUCION IS NUMERIC AND
              WS-EQP-FEC-DEVOLUCION = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-EQP-FEC-DEVOLUCION
           END-IF.
           DISPLAY "CONFIRMA LA DEVOLUCION DEL EQUIPO (S/N)? ".
           ACCEPT WS-CONFIRMAR.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN NOT WS-EQP-TIPO-VALIDO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO SOLO PUEDE SER U/E/L/T/O"
               WHEN WS-EQP-DESCRIPCION = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
               WHEN (WS-EQP-TIPO-ITEM = "L" OR
                     WS-EQP-TIPO-ITEM = "T") AND
                    WS-EQP-SERIE = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LAPTOPS Y TELEFONOS REQUIEREN NUMERO DE "
                     "SERIE"
               WHEN WS-EQP-VALOR IS NOT NUMERIC OR
                    WS-EQP-VALOR <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL VALOR DEBE SER MAYOR A CERO"
               WHEN WS-EQP-VIDA-UTIL IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA VIDA UTIL"
               WHEN WS-EQP-FEC-ENTREGA IS NOT NUMERIC OR
                    WS-EQP-FEC-ENT-MM < 1 OR
                    WS-EQP-FEC-ENT-MM > 12 OR
                    WS-EQP-FEC-ENT-DD < 1 OR
                    WS-EQP-FEC-ENT-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE ENTREGA NO ES VALIDA"
               WHEN WS-EQP-FEC-ENTREGA > WS-FECHA-SISTEMA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE ENTREGA NO PUEDE SER FUTURA"
               WHEN NOT (WS-EQP-ESTADO = "A" OR WS-EQP-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-EMPLEADO.
      *----------------------
           IF WS-EQP-COD-EMPRESA IS NOT NUMERIC OR
                WS-EQP-COD-EMPRESA <= ZEROS OR
                WS-EQP-COD-EMPLEADO IS NOT NUMERIC OR
                WS-EQP-COD-EMPLEADO <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL EMPLEADO"
           ELSE
               MOVE WS-EQP-COD-EMPLEADO TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               EVALUATE TRUE
                   WHEN FL-EMP NOT = "00"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
                   WHEN EMP-COD-EMPRESA NOT = WS-EQP-COD-EMPRESA
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                         WS-EQP-COD-EMPRESA
                   WHEN EMP-ESTADO NOT = "A"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO SE ENTREGAN EQUIPOS A EMPLEADOS "
                         "INACTIVOS"
                   WHEN OTHER
                     MOVE 1 TO WS-BANDERA-CAMPOS
               END-EVALUATE
           END-IF.

       3000-VALIDAR-ID.
      *----------------
           IF WS-EQP-COD-EMPRESA IS NOT NUMERIC OR
                WS-EQP-COD-EMPRESA <= ZEROS OR
                WS-EQP-COD-EMPLEADO IS NOT NUMERIC OR
                WS-EQP-COD-EMPLEADO <= ZEROS OR
                WS-EQP-SECUENCIA IS NOT NUMERIC OR
                WS-EQP-SECUENCIA <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL REGISTRO"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-EQP-COD-EMPRESA  TO EQP-COD-EMPRESA
               MOVE WS-EQP-COD-EMPLEADO TO EQP-COD-EMPLEADO
               MOVE WS-EQP-SECUENCIA    TO EQP-SECUENCIA
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-EQP-COD-EMPRESA     TO EQP-COD-EMPRESA.
           MOVE WS-EQP-COD-EMPLEADO    TO EQP-COD-EMPLEADO.
           MOVE WS-EQP-SECUENCIA       TO EQP-SECUENCIA.
           MOVE WS-EQP-TIPO-ITEM       TO EQP-TIPO-ITEM.
           MOVE WS-EQP-DESCRIPCION     TO EQP-DESCRIPCION.
           MOVE WS-EQP-SERIE           TO EQP-SERIE.
           MOVE WS-EQP-VALOR           TO EQP-VALOR.
           MOVE WS-EQP-VIDA-UTIL       TO EQP-VIDA-UTIL.
           MOVE WS-EQP-FEC-ENTREGA     TO EQP-FEC-ENTREGA.
           MOVE WS-EQP-ESTADO          TO EQP-ESTADO.

       3100-SIGUIENTE-SECUENCIA.
      *-------------------------
           MOVE ZEROS TO WS-ULTIMA-SECUENCIA.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-EQP-COD-EMPRESA  TO EQP-COD-EMPRESA.
           MOVE WS-EQP-COD-EMPLEADO TO EQP-COD-EMPLEADO.
           MOVE ZEROS               TO EQP-SECUENCIA.

           START ARCHIVO-EQUIPOS KEY IS NOT LESS THAN EQP-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-EQUIPOS NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF EQP-COD-EMPRESA  = WS-EQP-COD-EMPRESA AND
                    EQP-COD-EMPLEADO = WS-EQP-COD-EMPLEADO
                   MOVE EQP-SECUENCIA TO WS-ULTIMA-SECUENCIA
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

       3200-VALIDAR-DEVOLUCION.
      *------------------------
           EVALUATE TRUE
               WHEN WS-EQP-FEC-DEVOLUCION IS NOT NUMERIC OR
                    WS-EQP-FEC-DEV-MM < 1 OR
                    WS-EQP-FEC-DEV-MM > 12 OR
                    WS-EQP-FEC-DEV-DD < 1 OR
                    WS-EQP-FEC-DEV-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE DEVOLUCION NO ES VALIDA"
               WHEN WS-EQP-FEC-DEVOLUCION < EQP-FEC-ENTREGA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA DEVOLUCION NO PUEDE SER ANTERIOR A LA "
                     "ENTREGA"
               WHEN WS-EQP-FEC-DEVOLUCION > WS-FECHA-SISTEMA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE DEVOLUCION NO PUEDE SER FUTURA"
               WHEN WS-CONFIRMAR NOT = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "DEVOLUCION CANCELADA POR EL OPERADOR"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-EQUIPOS.
           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-EQUIPOS.

           IF FL-EQP NOT = "00"
             CLOSE ARCHIVO-EQUIPOS
             OPEN OUTPUT ARCHIVO-EQUIPOS
             CLOSE ARCHIVO-EQUIPOS
             OPEN I-O ARCHIVO-EQUIPOS
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-EQUIPOS
           END-READ.

           IF FL-EQP = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE EQP-DATOS.

           IF FL-EQP = "00"
              DISPLAY "ENTREGA REGISTRADA CON SECUENCIA "
                  EQP-SECUENCIA
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE EQP-DATOS.

           IF FL-EQP = "00"
              DISPLAY "ENTREGA ACTUALIZADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-REGISTRAR-DEVOLUCION.
      *--------------------------
           MOVE "D"                   TO EQP-DEVOLUCION.
           MOVE WS-EQP-FEC-DEVOLUCION TO EQP-FEC-DEVOLUCION.

           REWRITE EQP-DATOS.

           IF FL-EQP = "00"
              DISPLAY "DEVOLUCION REGISTRADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR LA DEVOLUCION"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO EQP-ESTADO.

           REWRITE EQP-DATOS.

           IF FL-EQP = "00"
              DISPLAY "REGISTRO INACTIVADO CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-EQUIPOS.
           CLOSE ARCHIVO-EMPLEADOS.


       5000-LISTAR-EQUIPOS.
      *--------------------
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-EQP-COD-EMPRESA  TO EQP-COD-EMPRESA.
           MOVE WS-EQP-COD-EMPLEADO TO EQP-COD-EMPLEADO.
           MOVE ZEROS               TO EQP-SECUENCIA.

           START ARCHIVO-EQUIPOS KEY IS NOT LESS THAN EQP-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "SEC T DESCRIPCION                    SERIE"
               "                ENTREGA       VALOR DEV".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-EQUIPOS NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF EQP-COD-EMPRESA  = WS-EQP-COD-EMPRESA AND
                    EQP-COD-EMPLEADO = WS-EQP-COD-EMPLEADO
                   IF EQP-ESTADO = "A"
                     ADD 1 TO WS-TOTAL-LISTADOS
                     MOVE EQP-VALOR TO WS-VALOR-EDIT
                     DISPLAY EQP-SECUENCIA " " EQP-TIPO-ITEM " "
                         EQP-DESCRIPCION " " EQP-SERIE " "
                         EQP-FEC-ENTREGA " " WS-VALOR-EDIT " "
                         EQP-DEVOLUCION
                   END-IF
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           IF WS-TOTAL-LISTADOS = ZEROS
             DISPLAY "EL EMPLEADO NO TIENE EQUIPOS ENTREGADOS"
           END-IF.
           DISPLAY WS-DECORADOR-2.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### ENTREGA DE EQUIPOS Y DOTACION ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR ENTREGA".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- REGISTRAR DEVOLUCION".
           DISPLAY " 6.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           MOVE EQP-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPRESA:     " EQP-COD-EMPRESA.
           DISPLAY "COD. EMPLEADO:    " EQP-COD-EMPLEADO.
           DISPLAY "SECUENCIA:        " EQP-SECUENCIA.
           DISPLAY "TIPO:             " EQP-TIPO-ITEM
               " (U/E/L/T/O)".
           DISPLAY "DESCRIPCION:      " EQP-DESCRIPCION.
           DISPLAY "SERIE:            " EQP-SERIE.
           DISPLAY "VALOR:            " WS-VALOR-EDIT.
           DISPLAY "VIDA UTIL (MESES):" EQP-VIDA-UTIL.
           DISPLAY "FECHA ENTREGA:    " EQP-FEC-ENT-AA "-"
               EQP-FEC-ENT-MM "-" EQP-FEC-ENT-DD.
           DISPLAY "DEVOLUCION:       " EQP-DEVOLUCION
               " (P=PENDIENTE / D=DEVUELTO / C=COBRADO)".
           IF EQP-DEVOLUCION NOT = "P"
             DISPLAY "FECHA DEVOLUCION: " EQP-FEC-DEV-AA "-"
                 EQP-FEC-DEV-MM "-" EQP-FEC-DEV-DD
           END-IF.
           IF EQP-DEVOLUCION = "C"
             MOVE EQP-VALOR-COBRADO TO WS-VALOR-EDIT
             DISPLAY "VALOR COBRADO:    " WS-VALOR-EDIT
           END-IF.
           DISPLAY "ESTADO:           " EQP-ESTADO.
           DISPLAY WS-DECORADOR-2.
