      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-BEN.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-BEN.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-BEN.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-BEN                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    BENEFICIO EN ESPECIE DEL EMPLEADO. LA SECUENCIA SE ASIGNA
      *    AL REGISTRAR (ULTIMA DEL EMPLEADO MAS UNO); EL RUBRO DEBE
      *    SER DE NATURALEZA B PARA QUE LA NOMINA LO SUME A LAS BASES
      *    SIN TOCAR EL NETO. LA FECHA FIN EN CEROS SIGNIFICA VIGENTE.
       01  WS-BENEFICIO.
           03 WS-BEN-COD-EMPRESA     PIC 9(3).
           03 WS-BEN-COD-EMPLEADO    PIC 9(8).
           03 WS-BEN-SECUENCIA       PIC 9(3).
           03 WS-BEN-TIPO            PIC X(1).
           03 WS-BEN-DESCRIPCION     PIC X(30).
           03 WS-BEN-COD-RUBRO       PIC 9(2).
           03 WS-BEN-VALOR-MENSUAL   PIC 9(8)V9(2).
           03 WS-BEN-FEC-INICIO.
              05 WS-BEN-FEC-INI-AA   PIC 9(4).
              05 WS-BEN-FEC-INI-MM   PIC 9(2).
              05 WS-BEN-FEC-INI-DD   PIC 9(2).
           03 WS-BEN-FEC-FIN.
              05 WS-BEN-FEC-FIN-AA   PIC 9(4).
              05 WS-BEN-FEC-FIN-MM   PIC 9(2).
              05 WS-BEN-FEC-FIN-DD   PIC 9(2).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-DESC-TIPO             PIC X(12).
       01  WS-ULTIMA-SECUENCIA      PIC 9(3).
       01  WS-TOTAL-LISTADOS        PIC 9(3).
       01  WS-TOTAL-MENSUAL         PIC 9(10)V9(2).
       01  WS-BANDERA-FIN           PIC 9.
       01  WS-CONFIRMAR             PIC X(1).

       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-IMAGEN-ANTES          PIC X(200).

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
           INITIALIZE WS-OPCION FL-BEN WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO BEN-DATOS WS-BENEFICIO.

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
                 PERFORM 3000-VALIDAR-EMPLEADO

                 IF WS-CAMPOS-CORRECTO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDACION-DATOS
                 END-IF

                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3100-ASIGNAR-SECUENCIA
                   PERFORM 3000-MOVER-DATOS
                   PERFORM 4000-ESCRIBIR-REGISTRO
                 ELSE
                   DISPLAY "NO SE PUDO REGISTRAR EL BENEFICIO"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-EMPLEADO
                 PERFORM 2005-PEDIR-SECUENCIA
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   WHEN BEN-ESTADO NOT = "A"
                     DISPLAY "EL BENEFICIO ESTA DADO DE BAJA, "
                         "REGISTRELO NUEVAMENTE"
                   WHEN OTHER
                     PERFORM 9999-IMPRESION-DATOS
                     MOVE BEN-DATOS TO WS-IMAGEN-ANTES
                     PERFORM 2020-PEDIR-REVALUACION
                     PERFORM 3200-VALIDAR-REVALUACION
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 4000-ACTUALIZAR-REGISTRO
                     ELSE
                       DISPLAY "NO SE ACTUALIZO EL BENEFICIO"
                     END-IF
                 END-EVALUATE

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-EMPLEADO
                 DISPLAY "INGRESE LA SECUENCIA (0 = TODOS): "
                 ACCEPT WS-BEN-SECUENCIA

                 IF WS-BEN-SECUENCIA IS NUMERIC AND
                    WS-BEN-SECUENCIA = ZEROS
                   PERFORM 5000-LISTAR-BENEFICIOS
                 ELSE
                   PERFORM 3000-VALIDAR-ID
                   IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                     PERFORM 9999-IMPRESION-DATOS
                   ELSE
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   END-IF
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-EMPLEADO
                 PERFORM 2005-PEDIR-SECUENCIA
                 PERFORM 3000-VALIDAR-ID

                 EVALUATE TRUE
                   WHEN NOT (WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO)
                     DISPLAY "NO SE ENCONTRO EL REGISTRO"
                   WHEN BEN-ESTADO NOT = "A"
                     DISPLAY "EL BENEFICIO YA ESTA DADO DE BAJA"
                   WHEN OTHER
                     PERFORM 9999-IMPRESION-DATOS
                     PERFORM 2030-PEDIR-BAJA
                     PERFORM 3300-VALIDAR-BAJA
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


       2000-PEDIR-EMPLEADO.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-BEN-COD-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-BEN-COD-EMPRESA
           END-IF.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-BEN-COD-EMPLEADO.

       2005-PEDIR-SECUENCIA.
      *---------------------
           DISPLAY "INGRESE LA SECUENCIA DEL BENEFICIO: ".
           ACCEPT WS-BEN-SECUENCIA.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "TIPO DE BENEFICIO (V=VIVIENDA / A=ALIMENTACION / "
               "M=VEHICULO / E=EDUCACION / O=OTRO): ".
           ACCEPT WS-BEN-TIPO.
           DISPLAY "INGRESE LA DESCRIPCION DEL BENEFICIO: ".
           ACCEPT WS-BEN-DESCRIPCION.
           DISPLAY "INGRESE EL RUBRO DE NOMINA (NATURALEZA B): ".
           ACCEPT WS-BEN-COD-RUBRO.
           DISPLAY "INGRESE EL VALOR DE MERCADO MENSUAL: ".
           ACCEPT WS-BEN-VALOR-MENSUAL.
           DISPLAY "INGRESE LA FECHA DE INICIO DEL BENEFICIO "
               "(AAAAMMDD, 0 = HOY): ".
           ACCEPT WS-BEN-FEC-INICIO.
           IF WS-BEN-FEC-INICIO IS NUMERIC AND
              WS-BEN-FEC-INICIO = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-BEN-FEC-INICIO
           END-IF.
           DISPLAY "INGRESE LA FECHA FIN DEL BENEFICIO "
               "(AAAAMMDD, 0 = SIN FECHA FIN): ".
           ACCEPT WS-BEN-FEC-FIN.

       2020-PEDIR-REVALUACION.
      *-----------------------
      *    EL VALOR DE MERCADO SE REVISA CUANDO CAMBIA EL ARRIENDO,
      *    LA TARIFA DEL COMEDOR O EL VALOR DEL VEHICULO; RIGE DESDE
      *    LA PROXIMA CORRIDA DE NOMINA.
           DISPLAY "INGRESE EL NUEVO VALOR DE MERCADO MENSUAL "
               "(0 = SIN CAMBIO): ".
           ACCEPT WS-BEN-VALOR-MENSUAL.
           IF WS-BEN-VALOR-MENSUAL IS NUMERIC AND
              WS-BEN-VALOR-MENSUAL = ZEROS
             MOVE BEN-VALOR-MENSUAL TO WS-BEN-VALOR-MENSUAL
           END-IF.
           DISPLAY "INGRESE LA FECHA FIN DEL BENEFICIO "
               "(AAAAMMDD, 0 = SIN FECHA FIN): ".
           ACCEPT WS-BEN-FEC-FIN.

       2030-PEDIR-BAJA.
      *----------------
           DISPLAY "INGRESE LA FECHA FIN DEL BENEFICIO "
               "(AAAAMMDD, 0 = HOY): ".
           ACCEPT WS-BEN-FEC-FIN.
           IF WS-BEN-FEC-FIN IS NUMERIC AND
              WS-BEN-FEC-FIN = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-BEN-FEC-FIN
           END-IF.
           DISPLAY "CONFIRMA LA BAJA DEL BENEFICIO (S/N)? ".
           ACCEPT WS-CONFIRMAR.


       3000-VALIDACION-DATOS.
      *----------------------
           MOVE WS-BEN-COD-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           EVALUATE TRUE
               WHEN NOT (WS-BEN-TIPO = "V" OR WS-BEN-TIPO = "A" OR
                    WS-BEN-TIPO = "M" OR WS-BEN-TIPO = "E" OR
                    WS-BEN-TIPO = "O")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO SOLO PUEDE SER V/A/M/E/O"
               WHEN WS-BEN-DESCRIPCION = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA DESCRIPCION"
               WHEN WS-BEN-COD-RUBRO IS NOT NUMERIC OR
                    WS-BEN-COD-RUBRO = ZEROS OR
                    FL-RUB NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO NO EXISTE EN EL MAESTRO DE RUBROS"
               WHEN RUB-NATURALEZA NOT = "B" OR RUB-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL RUBRO DEBE ESTAR ACTIVO Y SER DE "
                     "NATURALEZA B (BENEFICIO EN ESPECIE)"
               WHEN WS-BEN-VALOR-MENSUAL IS NOT NUMERIC OR
                    WS-BEN-VALOR-MENSUAL = ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL VALOR DE MERCADO DEBE SER MAYOR A CERO"
               WHEN WS-BEN-FEC-INICIO IS NOT NUMERIC OR
                    WS-BEN-FEC-INI-MM < 1 OR
                    WS-BEN-FEC-INI-MM > 12 OR
                    WS-BEN-FEC-INI-DD < 1 OR
                    WS-BEN-FEC-INI-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA DE INICIO NO ES VALIDA"
               WHEN WS-BEN-FEC-INICIO < EMP-FEC-INGRESO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL BENEFICIO NO PUEDE INICIAR ANTES DEL "
                     "INGRESO DEL EMPLEADO"
               WHEN OTHER
                 PERFORM 3050-VALIDAR-FECHA-FIN
           END-EVALUATE.

       3050-VALIDAR-FECHA-FIN.
      *-----------------------
           EVALUATE TRUE
               WHEN WS-BEN-FEC-FIN IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO ES VALIDA"
               WHEN WS-BEN-FEC-FIN = ZEROS
                 MOVE 1 TO WS-BANDERA-CAMPOS
               WHEN WS-BEN-FEC-FIN-MM < 1 OR
                    WS-BEN-FEC-FIN-MM > 12 OR
                    WS-BEN-FEC-FIN-DD < 1 OR
                    WS-BEN-FEC-FIN-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO ES VALIDA"
               WHEN WS-BEN-FEC-FIN < WS-BEN-FEC-INICIO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO PUEDE SER ANTERIOR AL "
                     "INICIO DEL BENEFICIO"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-EMPLEADO.
      *----------------------
           IF WS-BEN-COD-EMPRESA IS NOT NUMERIC OR
                WS-BEN-COD-EMPRESA <= ZEROS OR
                WS-BEN-COD-EMPLEADO IS NOT NUMERIC OR
                WS-BEN-COD-EMPLEADO <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL EMPLEADO"
           ELSE
               MOVE WS-BEN-COD-EMPLEADO TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               EVALUATE TRUE
                   WHEN FL-EMP NOT = "00"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
                   WHEN EMP-COD-EMPRESA NOT = WS-BEN-COD-EMPRESA
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                         WS-BEN-COD-EMPRESA
                   WHEN EMP-ESTADO NOT = "A"
                     MOVE 0 TO WS-BANDERA-CAMPOS
                     DISPLAY "NO SE ASIGNAN BENEFICIOS A EMPLEADOS "
                         "INACTIVOS"
                   WHEN OTHER
                     MOVE 1 TO WS-BANDERA-CAMPOS
               END-EVALUATE
           END-IF.

       3000-VALIDAR-ID.
      *----------------
           IF WS-BEN-COD-EMPRESA IS NOT NUMERIC OR
                WS-BEN-COD-EMPRESA <= ZEROS OR
                WS-BEN-COD-EMPLEADO IS NOT NUMERIC OR
                WS-BEN-COD-EMPLEADO <= ZEROS OR
                WS-BEN-SECUENCIA IS NOT NUMERIC OR
                WS-BEN-SECUENCIA <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL BENEFICIO"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-BEN-COD-EMPRESA  TO BEN-COD-EMPRESA
               MOVE WS-BEN-COD-EMPLEADO TO BEN-COD-EMPLEADO
               MOVE WS-BEN-SECUENCIA    TO BEN-SECUENCIA
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-BEN-COD-EMPRESA     TO BEN-COD-EMPRESA.
           MOVE WS-BEN-COD-EMPLEADO    TO BEN-COD-EMPLEADO.
           MOVE WS-BEN-SECUENCIA       TO BEN-SECUENCIA.
           MOVE WS-BEN-TIPO            TO BEN-TIPO.
           MOVE WS-BEN-DESCRIPCION     TO BEN-DESCRIPCION.
           MOVE WS-BEN-COD-RUBRO       TO BEN-COD-RUBRO.
           MOVE WS-BEN-VALOR-MENSUAL   TO BEN-VALOR-MENSUAL.
           MOVE WS-BEN-FEC-INICIO      TO BEN-FEC-INICIO.
           MOVE WS-BEN-FEC-FIN         TO BEN-FEC-FIN.
           MOVE "A"                    TO BEN-ESTADO.
           MOVE LK-OPERADOR            TO BEN-OPE-MODIFICA.
           MOVE WS-FECHA-SISTEMA       TO BEN-FEC-MODIFICA.

       3100-ASIGNAR-SECUENCIA.
      *-----------------------
           MOVE ZEROS TO WS-ULTIMA-SECUENCIA.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-BEN-COD-EMPRESA  TO BEN-COD-EMPRESA.
           MOVE WS-BEN-COD-EMPLEADO TO BEN-COD-EMPLEADO.
           MOVE ZEROS               TO BEN-SECUENCIA.

           START ARCHIVO-BENEFICIOS-ESP KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-BENEFICIOS-ESP NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF BEN-COD-EMPRESA  = WS-BEN-COD-EMPRESA AND
                    BEN-COD-EMPLEADO = WS-BEN-COD-EMPLEADO
                   MOVE BEN-SECUENCIA TO WS-ULTIMA-SECUENCIA
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-BEN-SECUENCIA = WS-ULTIMA-SECUENCIA + 1.

       3200-VALIDAR-REVALUACION.
      *-------------------------
           MOVE BEN-FEC-INICIO TO WS-BEN-FEC-INICIO.

           IF WS-BEN-VALOR-MENSUAL IS NOT NUMERIC OR
              WS-BEN-VALOR-MENSUAL = ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL VALOR DE MERCADO DEBE SER MAYOR A CERO"
           ELSE
             PERFORM 3050-VALIDAR-FECHA-FIN
           END-IF.

           IF WS-CAMPOS-CORRECTO
             MOVE WS-BEN-VALOR-MENSUAL TO BEN-VALOR-MENSUAL
             MOVE WS-BEN-FEC-FIN       TO BEN-FEC-FIN
             MOVE LK-OPERADOR          TO BEN-OPE-MODIFICA
             MOVE WS-FECHA-SISTEMA     TO BEN-FEC-MODIFICA
           END-IF.

       3300-VALIDAR-BAJA.
      *------------------
           EVALUATE TRUE
               WHEN WS-BEN-FEC-FIN IS NOT NUMERIC OR
                    WS-BEN-FEC-FIN-MM < 1 OR
                    WS-BEN-FEC-FIN-MM > 12 OR
                    WS-BEN-FEC-FIN-DD < 1 OR
                    WS-BEN-FEC-FIN-DD > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO ES VALIDA"
               WHEN WS-BEN-FEC-FIN < BEN-FEC-INICIO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA FECHA FIN NO PUEDE SER ANTERIOR AL "
                     "INICIO DEL BENEFICIO"
               WHEN WS-CONFIRMAR NOT = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "BAJA CANCELADA POR EL OPERADOR"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-BENEFICIOS-ESP.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-BENEFICIOS-ESP.

           IF FL-BEN NOT = "00"
             CLOSE ARCHIVO-BENEFICIOS-ESP
             OPEN OUTPUT ARCHIVO-BENEFICIOS-ESP
             CLOSE ARCHIVO-BENEFICIOS-ESP
             OPEN I-O ARCHIVO-BENEFICIOS-ESP
           END-IF.

           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-EMPLEADOS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-BENEFICIOS-ESP
           END-READ.

           IF FL-BEN = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE BEN-DATOS.

           IF FL-BEN = "00"
              DISPLAY "BENEFICIO REGISTRADO CON SECUENCIA "
                  BEN-SECUENCIA
              MOVE "I"    TO WS-OPERACION-AUD
              MOVE SPACES TO WS-IMAGEN-ANTES
              PERFORM 7000-AUDITAR-BENEFICIO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " FL-BEN
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE BEN-DATOS.

           IF FL-BEN = "00"
              DISPLAY "BENEFICIO ACTUALIZADO CORRECTAMENTE"
              MOVE "U" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-BENEFICIO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-BEN
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    LA BAJA CIERRA EL BENEFICIO CON SU FECHA FIN; EL MES DE LA
      *    FECHA FIN TODAVIA SE POSTEA Y DESDE EL SIGUIENTE YA NO.
           MOVE BEN-DATOS      TO WS-IMAGEN-ANTES.
           MOVE WS-BEN-FEC-FIN TO BEN-FEC-FIN.
           MOVE "I"            TO BEN-ESTADO.
           MOVE LK-OPERADOR    TO BEN-OPE-MODIFICA.
           MOVE WS-FECHA-SISTEMA TO BEN-FEC-MODIFICA.

           REWRITE BEN-DATOS.

           IF FL-BEN = "00"
              DISPLAY "BENEFICIO DADO DE BAJA CORRECTAMENTE"
              MOVE "D" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-BENEFICIO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR - " FL-BEN
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-BENEFICIOS-ESP.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-EMPLEADOS.


       5000-LISTAR-BENEFICIOS.
      *-----------------------
           MOVE ZEROS TO WS-TOTAL-LISTADOS WS-TOTAL-MENSUAL.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE WS-BEN-COD-EMPRESA  TO BEN-COD-EMPRESA.
           MOVE WS-BEN-COD-EMPLEADO TO BEN-COD-EMPLEADO.
           MOVE ZEROS               TO BEN-SECUENCIA.

           START ARCHIVO-BENEFICIOS-ESP KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY MOVE 1 TO WS-BANDERA-FIN
           END-START.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "SEC TIPO         RUB     VALOR MENSUAL INICIO   "
               "FIN      E".

           PERFORM UNTIL WS-BANDERA-FIN = 1
               READ ARCHIVO-BENEFICIOS-ESP NEXT RECORD
                   AT END MOVE 1 TO WS-BANDERA-FIN
               END-READ
               IF WS-BANDERA-FIN = 0
                 IF BEN-COD-EMPRESA  = WS-BEN-COD-EMPRESA AND
                    BEN-COD-EMPLEADO = WS-BEN-COD-EMPLEADO
                   ADD 1 TO WS-TOTAL-LISTADOS
                   IF BEN-ESTADO = "A"
                     ADD BEN-VALOR-MENSUAL TO WS-TOTAL-MENSUAL
                   END-IF
                   PERFORM 9999-DESCRIBIR-TIPO
                   DISPLAY BEN-SECUENCIA " " WS-DESC-TIPO " "
                       BEN-COD-RUBRO "  " BEN-VALOR-MENSUAL " "
                       BEN-FEC-INICIO " " BEN-FEC-FIN " " BEN-ESTADO
                 ELSE
                   MOVE 1 TO WS-BANDERA-FIN
                 END-IF
               END-IF
           END-PERFORM.

           IF WS-TOTAL-LISTADOS = ZEROS
             DISPLAY "EL EMPLEADO NO TIENE BENEFICIOS EN ESPECIE"
           ELSE
             DISPLAY "VALOR MENSUAL DE LOS BENEFICIOS ACTIVOS: "
                 WS-TOTAL-MENSUAL
           END-IF.
           DISPLAY WS-DECORADOR-2.


       7000-AUDITAR-BENEFICIO.
      *-----------------------
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
           MOVE "CRUD-BEN"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "BEN"            TO AUD-ARCHIVO.
           MOVE BEN-CLAVE        TO AUD-CLAVE.
           MOVE WS-IMAGEN-ANTES  TO AUD-ANTES.
           MOVE BEN-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### BENEFICIOS EN ESPECIE DEL EMPLEADO ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- REVALUAR / CAMBIAR VIGENCIA".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- DAR DE BAJA".
           DISPLAY " 5.- SALIR".

       9999-DESCRIBIR-TIPO.
      *--------------------
           EVALUATE BEN-TIPO
               WHEN "V"
                 MOVE "VIVIENDA"     TO WS-DESC-TIPO
               WHEN "A"
                 MOVE "ALIMENTACION" TO WS-DESC-TIPO
               WHEN "M"
                 MOVE "VEHICULO"     TO WS-DESC-TIPO
               WHEN "E"
                 MOVE "EDUCACION"    TO WS-DESC-TIPO
               WHEN OTHER
                 MOVE "OTRO"         TO WS-DESC-TIPO
           END-EVALUATE.

       9999-IMPRESION-DATOS.
      *---------------------
           PERFORM 9999-DESCRIBIR-TIPO.
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPRESA:     " BEN-COD-EMPRESA.
           DISPLAY "COD. EMPLEADO:    " BEN-COD-EMPLEADO.
           DISPLAY "SECUENCIA:        " BEN-SECUENCIA.
           DISPLAY "TIPO:             " BEN-TIPO " " WS-DESC-TIPO.
           DISPLAY "DESCRIPCION:      " BEN-DESCRIPCION.
           DISPLAY "RUBRO:            " BEN-COD-RUBRO.
           DISPLAY "VALOR MENSUAL:    " BEN-VALOR-MENSUAL.
           DISPLAY "INICIO:           " BEN-FEC-INI-AA "-"
               BEN-FEC-INI-MM "-" BEN-FEC-INI-DD.
           IF BEN-FEC-FIN NOT = ZEROS
             DISPLAY "FIN:              " BEN-FEC-FIN-AA "-"
                 BEN-FEC-FIN-MM "-" BEN-FEC-FIN-DD
           END-IF.
           DISPLAY "ESTADO:           " BEN-ESTADO.
           DISPLAY "MODIFICADO POR:   " BEN-OPE-MODIFICA " EL "
               BEN-FEC-MODIFICA.
           DISPLAY WS-DECORADOR-2.
