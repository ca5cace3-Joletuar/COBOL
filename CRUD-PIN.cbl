      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-PIN.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-PIN.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-PIN.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-PIN                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    CREDENCIALES DEL AUTOSERVICIO DEL EMPLEADO (AUTO-EMP): LA
      *    CEDULA ES EL USUARIO Y EL PIN NUMERICO LO ASIGNA TALENTO
      *    HUMANO. SE GUARDA SOLO EL RESUMEN DEL PIN.
       01  WS-CEDULA                PIC 9(10).
       01  WS-COD-EMPLEADO          PIC 9(8).
       01  WS-PIN-INGRESADO         PIC X(6).
       01  WS-LARGO-PIN             PIC 9(2).
       77  WS-LARGO-MINIMO-PIN      PIC 9(2) VALUE 4.

       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-PIN WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO PIN-DATOS WS-CEDULA WS-PIN-INGRESADO.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-CEDULA
                 PERFORM 3000-VALIDAR-CEDULA

                 IF WS-CAMPOS-CORRECTO AND WS-REG-NO-ENCONTRADO
                   PERFORM 2010-PEDIR-PIN
                   PERFORM 3010-VALIDAR-PIN
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ESCRIBIR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ASIGNAR EL PIN"
                   END-IF
                 ELSE
                   IF WS-REG-ENCONTRADO
                     DISPLAY "EL EMPLEADO YA TIENE PIN, USE LA "
                         "OPCION DE REASIGNAR"
                   END-IF
                   DISPLAY "NO SE PUDO ASIGNAR EL PIN"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-CEDULA
                 PERFORM 3000-VALIDAR-CEDULA

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 5000-REASIGNAR-PIN
                 ELSE
                   DISPLAY "EL EMPLEADO NO TIENE PIN ASIGNADO"
                 END-IF

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-CEDULA
                 PERFORM 3000-VALIDAR-CEDULA

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                 ELSE
                   DISPLAY "EL EMPLEADO NO TIENE PIN ASIGNADO"
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-CEDULA
                 PERFORM 3000-VALIDAR-CEDULA

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "EL EMPLEADO NO TIENE PIN ASIGNADO"
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


       2000-PEDIR-CEDULA.
      *------------------
           DISPLAY "INGRESE LA CEDULA DEL EMPLEADO: ".
           ACCEPT WS-CEDULA.

       2010-PEDIR-PIN.
      *---------------
           DISPLAY "INGRESE EL PIN NUMERICO (" WS-LARGO-MINIMO-PIN
               " A 6 DIGITOS): ".
           ACCEPT WS-PIN-INGRESADO.


       3000-VALIDAR-CEDULA.
      *--------------------
      *    SOLO SE EMITEN CREDENCIALES A EMPLEADOS DE LA EMPRESA
      *    ACTIVA QUE EXISTAN EN EL MAESTRO.
           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF WS-CEDULA = ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR LA CEDULA"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           MOVE WS-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS KEY IS EMP-CEDULA
           END-READ.

           IF FL-EMP NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE UN EMPLEADO CON ESA CEDULA"
           ELSE
             MOVE EMP-CLAVE TO WS-COD-EMPLEADO
             IF EMP-COD-EMPRESA NOT = LK-CIA-ACTIVA
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA ACTIVA"
             END-IF
           END-IF.

           CLOSE ARCHIVO-EMPLEADOS.

           IF WS-CAMPOS-CORRECTO
             MOVE WS-CEDULA TO PIN-CEDULA
             PERFORM 4000-LEER-REGISTRO
           END-IF.

       3010-VALIDAR-PIN.
      *-----------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           MOVE ZEROS TO WS-LARGO-PIN.
           INSPECT WS-PIN-INGRESADO TALLYING WS-LARGO-PIN
               FOR CHARACTERS BEFORE INITIAL " ".

           IF WS-LARGO-PIN < WS-LARGO-MINIMO-PIN
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PIN DEBE TENER AL MENOS " WS-LARGO-MINIMO-PIN
                 " DIGITOS"
             EXIT PARAGRAPH
           END-IF.

           IF WS-PIN-INGRESADO(1:WS-LARGO-PIN) IS NOT NUMERIC
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PIN SOLO PUEDE CONTENER DIGITOS"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CEDULA        TO WS-HSH-OPERADOR.
           MOVE WS-PIN-INGRESADO TO WS-HSH-CLAVE.
           CALL "UTIL-HSH" USING WS-CONTROL-CLAVE.

       3000-MOVER-DATOS.
      *-----------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE WS-CEDULA        TO PIN-CEDULA.
           MOVE WS-COD-EMPLEADO  TO PIN-COD-EMPLEADO.
           MOVE WS-HSH-RESUMEN   TO PIN-RESUMEN.
           MOVE "A"              TO PIN-ESTADO.
           MOVE ZEROS            TO PIN-INTENTOS-FALLIDOS.
           MOVE "N"              TO PIN-BLOQUEADO.
           MOVE WS-FEC-AA        TO PIN-FEC-ASI-AA.
           MOVE WS-FEC-MM        TO PIN-FEC-ASI-MM.
           MOVE WS-FEC-DD        TO PIN-FEC-ASI-DD.
           IF WS-OPCION = 1
             MOVE ZEROS          TO PIN-FEC-ULT-INGRESO
           END-IF.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-PINES.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-PINES.

           IF FL-PIN NOT = "00"
             CLOSE ARCHIVO-PINES
             OPEN OUTPUT ARCHIVO-PINES
             CLOSE ARCHIVO-PINES
             OPEN I-O ARCHIVO-PINES
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-PINES
           END-READ.

           IF FL-PIN = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE PIN-DATOS.

           IF FL-PIN = "00"
              DISPLAY "PIN ASIGNADO CORRECTAMENTE"
              MOVE "I" TO WS-OPERACION-AUD
              MOVE "PIN DE AUTOSERVICIO ASIGNADO" TO WS-DETALLE-AUD
              PERFORM 6000-AUDITAR-PIN
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO ASIGNAR EL PIN"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO PIN-ESTADO.

           REWRITE PIN-DATOS.

           IF FL-PIN = "00"
              DISPLAY "ACCESO DE AUTOSERVICIO INACTIVADO"
              MOVE "D" TO WS-OPERACION-AUD
              MOVE "ACCESO DE AUTOSERVICIO INACTIVADO"
                TO WS-DETALLE-AUD
              PERFORM 6000-AUDITAR-PIN
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ELIMINAR"
              DISPLAY "NO SE PUDO INACTIVAR EL ACCESO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-PINES.

       5000-REASIGNAR-PIN.
      *-------------------
      *    UN PIN NUEVO REACTIVA EL ACCESO Y LIMPIA EL BLOQUEO POR
      *    INTENTOS FALLIDOS.
           IF PIN-INTENTOS-FALLIDOS IS NOT NUMERIC
             MOVE ZEROS TO PIN-INTENTOS-FALLIDOS
           END-IF.

           DISPLAY "CEDULA:            " PIN-CEDULA.
           DISPLAY "ESTADO:            " PIN-ESTADO.
           DISPLAY "BLOQUEADO:         " PIN-BLOQUEADO.
           DISPLAY "INTENTOS FALLIDOS: " PIN-INTENTOS-FALLIDOS.

           DISPLAY "CONFIRMA LA REASIGNACION DEL PIN? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "REASIGNACION CANCELADA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2010-PEDIR-PIN.
           PERFORM 3010-VALIDAR-PIN.

           IF WS-CCAMPOS-INCORRECTO
             DISPLAY "NO SE PUDO REASIGNAR EL PIN"
             EXIT PARAGRAPH
           END-IF.

           IF WS-HSH-RESUMEN = PIN-RESUMEN
             DISPLAY "EL PIN NUEVO NO PUEDE SER EL ACTUAL"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-MOVER-DATOS.

           REWRITE PIN-DATOS.

           IF FL-PIN = "00"
              DISPLAY "PIN REASIGNADO Y CUENTA DESBLOQUEADA"
              MOVE "U" TO WS-OPERACION-AUD
              MOVE "PIN DE AUTOSERVICIO REASIGNADO Y DESBLOQUEADO"
                TO WS-DETALLE-AUD
              PERFORM 6000-AUDITAR-PIN
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REASIGNAR EL PIN"
           END-IF.

       6000-AUDITAR-PIN.
      *-----------------
      *    NUNCA SE ASIENTA EL PIN NI SU RESUMEN.
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
           MOVE "CRUD-PIN"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "PIN"            TO AUD-ARCHIVO.
           MOVE PIN-CEDULA       TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- CREDENCIALES DE AUTOSERVICIO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- ASIGNAR PIN".
           DISPLAY " 2.- REASIGNAR PIN / DESBLOQUEAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- INACTIVAR ACCESO".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "CEDULA:        " PIN-CEDULA.
           DISPLAY "EMPLEADO:      " PIN-COD-EMPLEADO.
           DISPLAY "ESTADO:        " PIN-ESTADO.
           DISPLAY "BLOQUEADO:     " PIN-BLOQUEADO.
           DISPLAY "INT. FALLIDOS: " PIN-INTENTOS-FALLIDOS.
           DISPLAY "ASIGNADO:      " PIN-FEC-ASIGNACION.
           DISPLAY "ULT. INGRESO:  " PIN-FEC-ULT-INGRESO.
           DISPLAY WS-DECORADOR-2.
