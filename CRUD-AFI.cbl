      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-AFI.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CAF.cpy".
            COPY "./Copys/FISI-SEG.cpy".
            COPY "./Copys/FISI-AFI.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CAF.cpy".
            COPY "./Copys/LOGI-SEG.cpy".
            COPY "./Copys/LOGI-AFI.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-CAF                  PIC XX.
       01  FL-SEG                  PIC XX.
       01  FL-AFI                  PIC XX.

      *    AFILIACION DEL EMPLEADO A UN PLAN DE SEGURO DE LA EMPRESA.
      *    LOS DEPENDIENTES SE ELIGEN DE LAS CARGAS FAMILIARES ACTIVAS
      *    DEL EMPLEADO Y SE GUARDA LA SECUENCIA DE CADA CARGA. LA
      *    FECHA FIN EN CEROS SIGNIFICA AFILIACION VIGENTE.
       01  WS-AFILIACION.
           03 WS-AFI-COD-EMPRESA     PIC 9(3).
           03 WS-AFI-COD-EMPLEADO    PIC 9(8).
           03 WS-AFI-COD-PLAN        PIC 9(3).
           03 WS-AFI-FEC-INICIO.
              05 WS-AFI-FEC-INI-AA   PIC 9(4).
              05 WS-AFI-FEC-INI-MM   PIC 9(2).
              05 WS-AFI-FEC-INI-DD   PIC 9(2).
           03 WS-AFI-FEC-FIN.
              05 WS-AFI-FEC-FIN-AA   PIC 9(4).
              05 WS-AFI-FEC-FIN-MM   PIC 9(2).
              05 WS-AFI-FEC-FIN-DD   PIC 9(2).
           03 WS-AFI-NUM-DEPEND      PIC 9(2).
           03 WS-AFI-DEPENDIENTE     PIC 9(2) OCCURS 10 TIMES.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-IND-DEP               PIC 9(2).
       01  WS-TOTAL-LISTADOS        PIC 9(3).
       01  WS-BANDERA-FIN           PIC 9.
       01  WS-CONFIRMAR             PIC X(1).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       77  WS-MAX-DEPENDIENTES      PIC 9(2) VALUE 10.
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
           INITIALIZE WS-OPCION FL-AFI WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO AFI-DATOS WS-AFILIACION.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-EMPLEADO
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3000-VALIDAR-PLAN
                 END-IF
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3000-VALIDAR-ID
                 END-IF

                 EVALUATE TRUE
                   WHEN NOT WS-CAMPOS-CORRECTO
                     DISPLAY "NO SE PUDO REGISTRAR LA AFILIACION"
                   WHEN WS-REG-ENCONTRADO AND AFI-ESTADO = "A"
                     DISPLAY "EL EMPLEADO YA ESTA AFILIADO A ESE PLAN"
                   WHEN OTHER
                     PERFORM 2010-PEDIR-DATOS
                     PERFORM 3000-VALIDACION-DATOS
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 2020-ELEGIR-DEPENDIENTES
                       PERFORM 3000-MOVER-DATOS
                       IF WS-REG-ENCONTRADO
                         PERFORM 4000-ACTUALIZAR-REGISTRO
                       ELSE
                         PERFORM 4000-ESCRIBIR-REGISTRO
                       END-IF
                     ELSE
                       DISPLAY "NO SE PUDO REGISTRAR LA AFILIACION"
                     END-IF
                 END-EVALUATE

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   WHEN AFI-ESTADO NOT = "A"
                     DISPLAY "LA AFILIACION ESTA DADA DE BAJA, "
                         "REGISTRELA NUEVAMENTE"
                   WHEN OTHER
                     PERFORM 9999-IMPRESION-DATOS
                     MOVE AFI-FEC-INICIO TO WS-AFI-FEC-INICIO
                     PERFORM 2020-ELEGIR-DEPENDIENTES
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                 END-EVALUATE

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-ID

                 IF WS-AFI-COD-PLAN IS NUMERIC AND
                    WS-AFI-COD-PLAN = ZEROS
                   PERFORM 5000-LISTAR-AFILIACIONES
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

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   WHEN AFI-ESTADO NOT = "A"
                     DISPLAY "LA AFILIACION YA ESTA DADA DE BAJA"
                   WHEN OTHER
                     PERFORM 9999-IMPRESION-DATOS
                     PERFORM 2030-PEDIR-BAJA
                     PERFORM 3200-VALIDAR-BAJA
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 4000-BORAR-REGISTRO
                     ELSE
                       DISPLAY "NO SE REGISTRO LA BAJA"
                     END-IF
                 END-EVALUATE

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
             MOVE LK-CIA-ACTIVA TO WS-AFI-COD-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-AFI-COD-EMPRESA
           END-IF.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-AFI-COD-EMPLEADO.
           IF WS-OPCION = 3
             DISPLAY "INGRESE EL CODIGO DEL PLAN (0 = TODOS): "
           ELSE
             DISPLAY "INGRESE EL CODIGO DEL PLAN: "
           END-IF.
           ACCEPT WS-AFI-COD-PLAN.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE LA FECHA DE INICIO DE LA COBERTURA "
               "(AAAAMMDD, 0 = HOY): ".
           ACCEPT WS-AFI-FEC-INICIO.
           IF WS-AFI-FEC-INICIO IS NUMERIC AND
              WS-AFI-FEC-INICIO = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-AFI-FEC-INICIO
           END-IF.

       2020-ELEGIR-DEPENDIENTES.
      *-------------------------
      *    SE RECORREN LAS CARGAS ACTIVAS DEL EMPLEADO Y EL OPERADOR
      *    CONFIRMA UNA POR UNA CUALES QUEDAN CUBIERTAS.
           MOVE ZEROS TO WS-AFI-NUM-DEPEND.
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP > WS-MAX-DEPENDIENTES
             MOVE ZEROS TO WS-AFI-DEPENDIENTE(WS-IND-DEP)
           END-PERFORM.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-AFI-COD-EMPLEADO TO CAF-COD-EMPLEADO.
           MOVE ZEROS               TO CAF-SECUENCIA.

           START ARCHIVO-CARGAS KEY IS NOT LESS THAN CAF-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "SELECCION DE DEPENDIENTES CUBIERTOS".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-CARGAS NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF CAF-COD-EMPLEADO = WS-AFI-COD-EMPLEADO
                   IF CAF-ESTADO = "A"
                     PERFORM 2025-CONFIRMAR-DEPENDIENTE
                   END-IF
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           DISPLAY "DEPENDIENTES AFILIADOS: " WS-AFI-NUM-DEPEND.
           DISPLAY WS-DECORADOR-2.

       2025-CONFIRMAR-DEPENDIENTE.
      *---------------------------
           IF WS-AFI-NUM-DEPEND >= WS-MAX-DEPENDIENTES
             DISPLAY "SE ALCANZO EL MAXIMO DE " WS-MAX-DEPENDIENTES
                 " DEPENDIENTES, LA CARGA " CAF-SECUENCIA
                 " QUEDA FUERA"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY CAF-SECUENCIA " " CAF-NOMBRE " (" CAF-PARENTESCO
               ") NACIDO " CAF-FEC-NAC-AA "-" CAF-FEC-NAC-MM "-"
               CAF-FEC-NAC-DD.
           DISPLAY "INCLUIR EN EL SEGURO (S/N)? ".
           ACCEPT WS-CONFIRMAR.

           IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
             ADD 1 TO WS-AFI-NUM-DEPEND
             MOVE CAF-SECUENCIA
               TO WS-AFI-DEPENDIENTE(WS-AFI-NUM-DEPEND)
           END-IF.

       2030-PEDIR-BAJA.
      *----------------
           DISPLAY "INGRESE LA FECHA FIN DE LA COBERTURA "
               "(AAAAMMDD, 0 = HOY): ".
           ACCEPT WS-AFI-FEC-FIN.
           IF WS-AFI-FEC-FIN IS NUMERIC AND
              WS-AFI-FEC-FIN = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-AFI-FEC-FIN
           END-IF.
           DISPLAY "CONFIRMA LA BAJA DE LA AFILIACION (S/N)? ".
           ACCEPT WS-CONFIRMAR.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN WS-AFI-FEC-INICIO IS NOT NUMERIC OR
                    WS-AFI-FEC-INI-MM < 1 OR
                    WS-AFI-FEC-INI-MM > 12 OR
                    WS-AFI-FEC-INI-DD < 1 OR
                    WS-AFI-FEC-INI-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE INICIO NO ES VALIDA"
               WHEN WS-AFI-FEC-INICIO < EMP-FEC-INGRESO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA COBERTURA NO PUEDE INICIAR ANTES DEL "
                     "INGRESO DEL EMPLEADO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-EMPLEADO.
      *----------------------
           IF WS-AFI-COD-EMPRESA IS NOT NUMERIC OR
                WS-AFI-COD-EMPRESA <= ZEROS OR
                WS-AFI-COD-EMPLEADO IS NOT NUMERIC OR
                WS-AFI-COD-EMPLEADO <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL EMPLEADO"
           ELSE
               MOVE WS-AFI-COD-EMPLEADO TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               EVALUATE TRUE
                   WHEN FL-EMP NOT = "00"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
                   WHEN EMP-COD-EMPRESA NOT = WS-AFI-COD-EMPRESA
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                         WS-AFI-COD-EMPRESA
                   WHEN EMP-ESTADO NOT = "A"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO SE AFILIAN EMPLEADOS INACTIVOS"
                   WHEN OTHER
                     MOVE 1 TO WS-BANDERA-CAMPOS
               END-EVALUATE
           END-IF.

       3000-VALIDAR-PLAN.
      *------------------
           MOVE WS-AFI-COD-EMPRESA TO SEG-COD-EMPRESA.
           MOVE WS-AFI-COD-PLAN    TO SEG-COD-PLAN.
           READ ARCHIVO-PLANES-SEGURO
           END-READ.

           EVALUATE TRUE
               WHEN FL-SEG NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE ESE PLAN DE SEGURO EN LA EMPRESA"
               WHEN SEG-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PLAN DE SEGURO ESTA INACTIVO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-ID.
      *----------------
           IF WS-AFI-COD-EMPRESA IS NOT NUMERIC OR
                WS-AFI-COD-EMPRESA <= ZEROS OR
                WS-AFI-COD-EMPLEADO IS NOT NUMERIC OR
                WS-AFI-COD-EMPLEADO <= ZEROS OR
                WS-AFI-COD-PLAN IS NOT NUMERIC OR
                WS-AFI-COD-PLAN <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DE LA AFILIACION"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-AFI-COD-EMPRESA  TO AFI-COD-EMPRESA
               MOVE WS-AFI-COD-EMPLEADO TO AFI-COD-EMPLEADO
               MOVE WS-AFI-COD-PLAN     TO AFI-COD-PLAN
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-AFI-COD-EMPRESA     TO AFI-COD-EMPRESA.
           MOVE WS-AFI-COD-EMPLEADO    TO AFI-COD-EMPLEADO.
           MOVE WS-AFI-COD-PLAN        TO AFI-COD-PLAN.
           MOVE WS-AFI-FEC-INICIO      TO AFI-FEC-INICIO.
           MOVE ZEROS                  TO AFI-FEC-FIN.
           MOVE WS-AFI-NUM-DEPEND      TO AFI-NUM-DEPENDIENTES.
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP > WS-MAX-DEPENDIENTES
             MOVE WS-AFI-DEPENDIENTE(WS-IND-DEP)
               TO AFI-DEPENDIENTE(WS-IND-DEP)
           END-PERFORM.
           MOVE "A"                    TO AFI-ESTADO.

       3200-VALIDAR-BAJA.
      *------------------
           EVALUATE TRUE
               WHEN WS-AFI-FEC-FIN IS NOT NUMERIC OR
                    WS-AFI-FEC-FIN-MM < 1 OR
                    WS-AFI-FEC-FIN-MM > 12 OR
                    WS-AFI-FEC-FIN-DD < 1 OR
                    WS-AFI-FEC-FIN-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO ES VALIDA"
               WHEN WS-AFI-FEC-FIN < AFI-FEC-INICIO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO PUEDE SER ANTERIOR AL "
                     "INICIO DE LA COBERTURA"
               WHEN WS-CONFIRMAR NOT = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "BAJA CANCELADA POR EL OPERADOR"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-AFILIACIONES.
           OPEN INPUT ARCHIVO-PLANES-SEGURO.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CARGAS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-AFILIACIONES.

           IF FL-AFI NOT = "00"
             CLOSE ARCHIVO-AFILIACIONES
             OPEN OUTPUT ARCHIVO-AFILIACIONES
             CLOSE ARCHIVO-AFILIACIONES
             OPEN I-O ARCHIVO-AFILIACIONES
           END-IF.

           OPEN INPUT ARCHIVO-PLANES-SEGURO.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CARGAS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-AFILIACIONES
           END-READ.

           IF FL-AFI = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE AFI-DATOS.

           IF FL-AFI = "00"
              DISPLAY "AFILIACION REGISTRADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE AFI-DATOS.

           IF FL-AFI = "00"
              DISPLAY "AFILIACION ACTUALIZADA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    LA BAJA CIERRA LA COBERTURA CON SU FECHA FIN; LA PRIMA SE
      *    DEJA DE DESCONTAR DESDE EL MES SIGUIENTE A LA FECHA FIN.
           MOVE WS-AFI-FEC-FIN TO AFI-FEC-FIN.
           MOVE "I"            TO AFI-ESTADO.

           REWRITE AFI-DATOS.

           IF FL-AFI = "00"
              DISPLAY "AFILIACION DADA DE BAJA CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-AFILIACIONES.
           CLOSE ARCHIVO-PLANES-SEGURO.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CARGAS.


       5000-LISTAR-AFILIACIONES.
      *-------------------------
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-AFI-COD-EMPRESA  TO AFI-COD-EMPRESA.
           MOVE WS-AFI-COD-EMPLEADO TO AFI-COD-EMPLEADO.
           MOVE ZEROS               TO AFI-COD-PLAN.

           START ARCHIVO-AFILIACIONES KEY IS NOT LESS THAN AFI-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "PLAN NOMBRE DEL PLAN                 INICIO"
               "   FIN      DEP E".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-AFILIACIONES NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF AFI-COD-EMPRESA  = WS-AFI-COD-EMPRESA AND
                    AFI-COD-EMPLEADO = WS-AFI-COD-EMPLEADO
                   ADD 1 TO WS-TOTAL-LISTADOS
                   MOVE AFI-COD-EMPRESA TO SEG-COD-EMPRESA
                   MOVE AFI-COD-PLAN    TO SEG-COD-PLAN
                   READ ARCHIVO-PLANES-SEGURO
                   END-READ
                   IF FL-SEG NOT = "00"
                     MOVE "PLAN NO REGISTRADO" TO SEG-NOMBRE-PLAN
                   END-IF
                   DISPLAY AFI-COD-PLAN "  " SEG-NOMBRE-PLAN " "
                       AFI-FEC-INICIO " " AFI-FEC-FIN " "
                       AFI-NUM-DEPENDIENTES "  " AFI-ESTADO
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           IF WS-TOTAL-LISTADOS = ZEROS
             DISPLAY "EL EMPLEADO NO TIENE AFILIACIONES A SEGUROS"
           END-IF.
           DISPLAY WS-DECORADOR-2.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### AFILIACION A SEGURO MEDICO Y DE VIDA ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- AFILIAR".
           DISPLAY " 2.- ACTUALIZAR DEPENDIENTES".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- DAR DE BAJA".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPRESA:     " AFI-COD-EMPRESA.
           DISPLAY "COD. EMPLEADO:    " AFI-COD-EMPLEADO.
           DISPLAY "COD. PLAN:        " AFI-COD-PLAN.
           DISPLAY "INICIO COBERTURA: " AFI-FEC-INI-AA "-"
               AFI-FEC-INI-MM "-" AFI-FEC-INI-DD.
           IF AFI-FEC-FIN NOT = ZEROS
             DISPLAY "FIN COBERTURA:    " AFI-FEC-FIN-AA "-"
                 AFI-FEC-FIN-MM "-" AFI-FEC-FIN-DD
           END-IF.
           DISPLAY "DEPENDIENTES:     " AFI-NUM-DEPENDIENTES.
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP > AFI-NUM-DEPENDIENTES OR
                     WS-IND-DEP > WS-MAX-DEPENDIENTES
             MOVE AFI-COD-EMPLEADO            TO CAF-COD-EMPLEADO
             MOVE AFI-DEPENDIENTE(WS-IND-DEP) TO CAF-SECUENCIA
             READ ARCHIVO-CARGAS
             END-READ
             IF FL-CAF = "00"
               DISPLAY "   " CAF-SECUENCIA " " CAF-NOMBRE " ("
                   CAF-PARENTESCO ") " CAF-ESTADO
             ELSE
               DISPLAY "   " AFI-DEPENDIENTE(WS-IND-DEP)
                   " CARGA NO REGISTRADA"
             END-IF
           END-PERFORM.
           DISPLAY "ESTADO:           " AFI-ESTADO.
           DISPLAY WS-DECORADOR-2.
