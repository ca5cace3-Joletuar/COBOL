      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-OPERADOR.
           03 WS-OPE-ID            PIC X(10).
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

      *    ROL DEL OPERADOR QUE ESTA USANDO EL MANTENIMIENTO: SOLO UN
      *    ADMINISTRADOR PUEDE DESBLOQUEAR CUENTAS.
       01  WS-ROL-USUARIO           PIC X(1).
           88 WS-USUARIO-ADMINISTRADOR VALUE "A".

      *    LAS CONTRASENIAS QUE ASIGNA EL ADMINISTRADOR SON TEMPORALES
      *    (FECHA DE CAMBIO EN CEROS): EL OPERADOR DEBE CAMBIARLA EN
      *    SU PRIMER INGRESO. SE GUARDA SOLO SU RESUMEN.
       77  WS-LARGO-MINIMO-CLAVE    PIC 9(2) VALUE 6.

       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       01  WS-IND-CLAVE             PIC 9(2).
       01  WS-LARGO-CLAVE           PIC 9(2).

       01  WS-BANDERA-CLAVE         PIC 9.
           88 WS-CLAVE-ACEPTADA     VALUE 1.
           88 WS-CLAVE-RECHAZADA    VALUE 0.

       01  WS-CONFIRMA              PIC X(1).
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

      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-IDENTIFICAR-USUARIO.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-IDENTIFICAR-USUARIO.
      *--------------------------
      *    SI EL OPERADOR NO EXISTE EN EL MAESTRO ES EL ACCESO DE
      *    EMERGENCIA DEL MENU PRINCIPAL (MAESTRO VACIO), QUE ENTRA
      *    COMO ADMINISTRADOR.
           MOVE SPACES TO WS-ROL-USUARIO.

           OPEN INPUT ARCHIVO-OPERADORES.

           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00"
               MOVE OPE-ROL TO WS-ROL-USUARIO
             ELSE
               MOVE "A" TO WS-ROL-USUARIO
             END-IF
             CLOSE ARCHIVO-OPERADORES
           ELSE
             MOVE "A" TO WS-ROL-USUARIO
           END-IF.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-OPE WS-BANDERA-CAMPOS

               WHEN WS-OPCION = 5

                 IF NOT WS-USUARIO-ADMINISTRADOR
                   DISPLAY "SOLO UN ADMINISTRADOR PUEDE DESBLOQUEAR "
                       "CUENTAS"
                 ELSE
                   PERFORM 2000-PEDIR-ID
                   PERFORM 3000-VALIDAR-ID
                   IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                     PERFORM 5000-DESBLOQUEAR-CUENTA
                   ELSE
                     DISPLAY "NO SE ENCONTRO EL OPERADOR"
                   END-IF
                 END-IF

               WHEN WS-OPCION = 6

                 CONTINUE

               WHEN OTHER
               WHEN WS-OPCION = 1
               WHEN WS-OPCION = 2
               WHEN WS-OPCION = 4
               WHEN WS-OPCION = 5
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
      *-----------------
           DISPLAY "INGRESE EL NOMBRE DEL OPERADOR: ".
           ACCEPT WS-OPE-NOMBRE.
           IF WS-OPCION = 1
             DISPLAY "INGRESE LA CONTRASENIA TEMPORAL: "
           ELSE
             DISPLAY "INGRESE UNA CONTRASENIA TEMPORAL NUEVA "
                 "(EN BLANCO CONSERVA LA ACTUAL): "
           END-IF.
           ACCEPT WS-OPE-PASSWORD.
           DISPLAY "INGRESE EL ROL (A=ADMINISTRADOR / N=NOMINA / "
               "D=DIGITACION): ".
               WHEN WS-OPE-NOMBRE = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL NOMBRE"
               WHEN WS-OPE-PASSWORD = SPACES AND WS-OPCION = 1
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA CONTRASENIA"
               WHEN NOT (WS-OPE-ROL = "A" OR WS-OPE-ROL = "N" OR
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-CAMPOS-CORRECTO AND WS-OPE-PASSWORD NOT = SPACES
             PERFORM 3010-VALIDAR-CLAVE-NUEVA
             IF WS-CLAVE-RECHAZADA
               MOVE 0 TO WS-BANDERA-CAMPOS
             END-IF
           END-IF.

       3010-VALIDAR-CLAVE-NUEVA.
      *-------------------------
      *    LARGO MINIMO Y NO REUTILIZAR LA ACTUAL NI LAS ULTIMAS
      *    CUATRO (SOLO EN ACTUALIZACION, CUANDO YA HAY HISTORIAL).
           MOVE 1 TO WS-BANDERA-CLAVE.

           MOVE ZEROS TO WS-LARGO-CLAVE.
           INSPECT WS-OPE-PASSWORD TALLYING WS-LARGO-CLAVE
               FOR CHARACTERS BEFORE INITIAL " ".

           IF WS-LARGO-CLAVE < WS-LARGO-MINIMO-CLAVE
             MOVE 0 TO WS-BANDERA-CLAVE
             DISPLAY "LA CONTRASENIA DEBE TENER AL MENOS "
                 WS-LARGO-MINIMO-CLAVE " CARACTERES"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPE-ID       TO WS-HSH-OPERADOR.
           MOVE WS-OPE-PASSWORD TO WS-HSH-CLAVE.
           CALL "UTIL-HSH" USING WS-CONTROL-CLAVE.

           IF WS-OPCION NOT = 2
             EXIT PARAGRAPH
           END-IF.

           IF WS-HSH-RESUMEN = OPE-PASSWORD
             MOVE 0 TO WS-BANDERA-CLAVE
           END-IF.

           PERFORM VARYING WS-IND-CLAVE FROM 1 BY 1
                   UNTIL WS-IND-CLAVE > 4
             IF OPE-CLAVE-ANTERIOR(WS-IND-CLAVE) = WS-HSH-RESUMEN
               MOVE 0 TO WS-BANDERA-CLAVE
             END-IF
           END-PERFORM.

           IF WS-CLAVE-RECHAZADA
             DISPLAY "LA CONTRASENIA YA FUE USADA RECIENTEMENTE"
           END-IF.

       3000-VALIDAR-ID.
      *----------------
           IF WS-OPE-ID = SPACES

       3000-MOVER-DATOS.
      *-----------------
           IF WS-OPCION = 1
             MOVE ZEROS  TO OPE-INTENTOS-FALLIDOS
             MOVE "N"    TO OPE-BLOQUEADO
             MOVE ZEROS  TO OPE-FEC-CAMBIO-NUM
             MOVE SPACES TO OPE-CLAVES-ANTERIORES
           END-IF.

           IF WS-OPE-PASSWORD NOT = SPACES
             PERFORM 3020-ASIGNAR-CLAVE-TEMPORAL
           END-IF.

           MOVE WS-OPE-ID       TO OPE-ID.
           MOVE WS-OPE-NOMBRE   TO OPE-NOMBRE.
           MOVE WS-OPE-ROL      TO OPE-ROL.
           MOVE WS-OPE-ESTADO   TO OPE-ESTADO.
           MOVE WS-OPE-COD-EMPLEADO TO OPE-COD-EMPLEADO.

       3020-ASIGNAR-CLAVE-TEMPORAL.
      *----------------------------
      *    LA CONTRASENIA ANTERIOR PASA AL HISTORIAL; LA NUEVA QUEDA
      *    COMO TEMPORAL PARA QUE EL OPERADOR LA CAMBIE AL INGRESAR.
           IF OPE-PASSWORD NOT = SPACES AND
              OPE-PASSWORD NOT = LOW-VALUES
             PERFORM VARYING WS-IND-CLAVE FROM 4 BY -1
                     UNTIL WS-IND-CLAVE < 2
               MOVE OPE-CLAVE-ANTERIOR(WS-IND-CLAVE - 1)
                 TO OPE-CLAVE-ANTERIOR(WS-IND-CLAVE)
             END-PERFORM
             MOVE OPE-PASSWORD TO OPE-CLAVE-ANTERIOR(1)
           END-IF.

           MOVE WS-HSH-RESUMEN TO OPE-PASSWORD.
           MOVE ZEROS          TO OPE-FEC-CAMBIO-NUM.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
      *--------------------
           CLOSE ARCHIVO-OPERADORES.

       5000-DESBLOQUEAR-CUENTA.
      *------------------------
      *    EL DESBLOQUEO LIMPIA LOS INTENTOS FALLIDOS Y EXIGE UNA
      *    CONTRASENIA TEMPORAL NUEVA, QUE EL OPERADOR CAMBIA EN SU
      *    PROXIMO INGRESO.
           IF OPE-INTENTOS-FALLIDOS IS NOT NUMERIC
             MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
           END-IF.

           DISPLAY "OPERADOR:          " OPE-ID " " OPE-NOMBRE.
           DISPLAY "BLOQUEADO:         " OPE-BLOQUEADO.
           DISPLAY "INTENTOS FALLIDOS: " OPE-INTENTOS-FALLIDOS.

           IF OPE-BLOQUEADO NOT = "S"
             DISPLAY "LA CUENTA NO ESTA BLOQUEADA"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA EL DESBLOQUEO? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "DESBLOQUEO CANCELADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO WS-OPCION.
           DISPLAY "INGRESE LA CONTRASENIA TEMPORAL: ".
           ACCEPT WS-OPE-PASSWORD.

           PERFORM 3010-VALIDAR-CLAVE-NUEVA.
           MOVE 5 TO WS-OPCION.

           IF WS-CLAVE-RECHAZADA OR WS-OPE-PASSWORD = SPACES
             DISPLAY "NO SE PUDO DESBLOQUEAR LA CUENTA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3020-ASIGNAR-CLAVE-TEMPORAL.
           MOVE ZEROS TO OPE-INTENTOS-FALLIDOS.
           MOVE "N"   TO OPE-BLOQUEADO.

           REWRITE OPE-DATOS.

           IF FL-OPE = "00"
              DISPLAY "CUENTA DESBLOQUEADA CORRECTAMENTE"
              MOVE "CUENTA DESBLOQUEADA CON CONTRASENIA TEMPORAL"
                TO WS-DETALLE-AUD
              PERFORM 5100-AUDITAR-DESBLOQUEO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL DESBLOQUEAR"
           END-IF.

       5100-AUDITAR-DESBLOQUEO.
      *------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA      TO AUD-FEC-AA.
           MOVE WS-FEC-MM      TO AUD-FEC-MM.
           MOVE WS-FEC-DD      TO AUD-FEC-DD.
           MOVE WS-HOR-HH      TO AUD-HOR-HH.
           MOVE WS-HOR-MM      TO AUD-HOR-MM.
           MOVE WS-HOR-SS      TO AUD-HOR-SS.
           MOVE "CRUD-OPE"     TO AUD-PROGRAMA.
           MOVE LK-OPERADOR    TO AUD-OPERADOR.
           MOVE "U"            TO AUD-OPERACION.
           MOVE "OPE"          TO AUD-ARCHIVO.
           MOVE OPE-ID         TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- DESBLOQUEAR CUENTA".
           DISPLAY " 6.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY "ROL:           " OPE-ROL.
           DISPLAY "ESTADO:        " OPE-ESTADO.
           DISPLAY "EMPLEADO:      " OPE-COD-EMPLEADO.
           DISPLAY "BLOQUEADO:     " OPE-BLOQUEADO.
           DISPLAY "INT. FALLIDOS: " OPE-INTENTOS-FALLIDOS.
           DISPLAY "CAMBIO CLAVE:  " OPE-FEC-CAMBIO-CLAVE.
           DISPLAY WS-DECORADOR-2.
