      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-ACC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-ACC.cpy".
            COPY "./Copys/FISI-DES.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-ACC.cpy".
            COPY "./Copys/LOGI-DES.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-ACC                  PIC XX.
       01  FL-DES                  PIC XX.

      *    REGISTRO DE ACCIDENTES DE TRABAJO Y ENFERMEDADES
      *    PROFESIONALES: EL SUCESO CON SU LUGAR, TIPO, PARTE DEL
      *    CUERPO, DIAS PERDIDOS Y TESTIGOS, EL AVISO AL SEGURO DE
      *    RIESGOS DEL TRABAJO DEL IESS CON SU PLAZO, Y LOS DIAS
      *    PERDIDOS COMO AUSENCIA DE ENFERMEDAD EN EL ARCHIVO DE
      *    DESCUENTOS PARA QUE LA NOMINA LOS SUBSIDIE.
       01  WS-ACCIDENTE.
           03 WS-ACC-COD-EMPLEADO    PIC 9(8).
           03 WS-ACC-SECUENCIA       PIC 9(3).
           03 WS-ACC-FEC-AA          PIC 9(4).
           03 WS-ACC-FEC-MM          PIC 9(2).
           03 WS-ACC-FEC-DD          PIC 9(2).
           03 WS-ACC-TIPO            PIC X(1).
           03 WS-ACC-COD-OFICINA     PIC 9(3).
           03 WS-ACC-COD-DEPTO       PIC 9(3).
           03 WS-ACC-LUGAR           PIC X(40).
           03 WS-ACC-DESCRIPCION     PIC X(60).
           03 WS-ACC-PARTE-CUERPO    PIC X(20).
           03 WS-ACC-DIAS-PERDIDOS   PIC 9(3).
           03 WS-ACC-TESTIGOS        PIC X(60).
           03 WS-ACC-ESTADO          PIC X(1).
           03 WS-ACC-NUM-AVISO       PIC X(15).
           03 WS-ACC-FEC-AVI-AA      PIC 9(4).
           03 WS-ACC-FEC-AVI-MM      PIC 9(2).
           03 WS-ACC-FEC-AVI-DD      PIC 9(2).

      *    PLAZO DEL AVISO AL IESS EN DIAS DESDE EL SUCESO Y TIPO DE
      *    AUSENCIA DE ENFERMEDAD CERTIFICADA QUE LA NOMINA REBAJA
      *    DEL SUELDO Y PAGA COMO SUBSIDIO.
       77  WS-DIAS-PLAZO-AVISO      PIC 9(2) VALUE 10.
       77  WS-TIPO-AUS-ENFERMEDAD   PIC 9(2) VALUE 21.

       01  WS-DIAS-ANTERIORES       PIC 9(3).

      *    REPARTO DE LOS DIAS PERDIDOS EN NOVEDADES MENSUALES: LA
      *    NOMINA REBAJA LOS DIAS EN EL MES DE LA NOVEDAD, ASI QUE
      *    UNA INCAPACIDAD QUE CRUZA FIN DE MES SE PARTE POR MES.
       01  WS-CONTROL-AUSENCIA.
           03 WS-AUS-FECHA.
              05 WS-AUS-FEC-AA      PIC 9(4).
              05 WS-AUS-FEC-MM      PIC 9(2).
              05 WS-AUS-FEC-DD      PIC 9(2).
           03 WS-AUS-PENDIENTES     PIC 9(3).
           03 WS-AUS-TRAMO          PIC 9(3).
           03 WS-AUS-DIAS-MES       PIC 9(2).
           03 WS-AUS-SIG-AA         PIC 9(4).
           03 WS-AUS-SIG-MM         PIC 9(2).
           03 WS-AUS-ERROR          PIC X(1).
               88 WS-AUS-CON-ERROR  VALUE "S".

       01  WS-CALCULO-FECHAS.
           03 WS-DIA-SUCESO         PIC 9(8).
           03 WS-DIA-LIMITE         PIC 9(8).
           03 WS-DIA-AVISO          PIC 9(8).
           03 WS-DIA-HOY            PIC 9(8).
           03 WS-FECHA-CALCULADA    PIC 9(8).
           03 WS-DIAS-RESTANTES     PIC S9(5).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    VALIDACION CALENDARIO CENTRALIZADA: MESES REALES,
      *    BISIESTOS Y FECHA NO FUTURA.
       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FUTURO         PIC X(1).
           03 WS-VAL-PERIODO        PIC X(1).
           03 WS-VAL-EMPRESA        PIC 9(3).
           03 WS-VAL-RESULTADO      PIC X(1).
               88 WS-FECHA-VALIDA   VALUE "0".
           03 WS-VAL-MENSAJE        PIC X(60).

       01  WS-TOTAL-PENDIENTES      PIC 9(5).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 7.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-ACC WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO ACC-DATOS WS-ACCIDENTE.

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
                       INITIALIZE ACC-DATOS
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ESCRIBIR-REGISTRO
                     ELSE
                       DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                   END-IF
                 ELSE
                    DISPLAY "YA EXISTE UN ACCIDENTE CON DICHA CLAVE"
                    DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   MOVE ACC-DIAS-PERDIDOS TO WS-DIAS-ANTERIORES
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
                   DISPLAY "NO SE ENCONTRO EL ACCIDENTE"
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO SE ENCONTRO EL ACCIDENTE"
                 END-IF

               WHEN WS-OPCION = 5

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 5000-REGISTRAR-AVISO
                 ELSE
                   DISPLAY "NO SE ENCONTRO EL ACCIDENTE"
                 END-IF

               WHEN WS-OPCION = 6

                 PERFORM 6000-AVISOS-PENDIENTES

               WHEN WS-OPCION = 7

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
               WHEN WS-OPCION = 6
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.


       2000-PEDIR-ID.
      *--------------
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-ACC-COD-EMPLEADO.
           DISPLAY "INGRESE LA SECUENCIA DEL ACCIDENTE: ".
           ACCEPT WS-ACC-SECUENCIA.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "INGRESE LA FECHA DEL SUCESO O DEL DIAGNOSTICO "
               "(AAAA MM DD): ".
           ACCEPT WS-ACC-FEC-AA.
           ACCEPT WS-ACC-FEC-MM.
           ACCEPT WS-ACC-FEC-DD.
           DISPLAY "INGRESE EL TIPO (A=ACCIDENTE EN EL TRABAJO / "
               "T=IN ITINERE / E=ENFERMEDAD PROFESIONAL): ".
           ACCEPT WS-ACC-TIPO.
           DISPLAY "INGRESE LA OFICINA DEL SUCESO "
               "(0=LA DEL EMPLEADO): ".
           ACCEPT WS-ACC-COD-OFICINA.
           DISPLAY "INGRESE EL DEPARTAMENTO DEL SUCESO "
               "(0=EL DEL EMPLEADO): ".
           ACCEPT WS-ACC-COD-DEPTO.
           DISPLAY "INGRESE EL LUGAR EXACTO DEL SUCESO: ".
           ACCEPT WS-ACC-LUGAR.
           DISPLAY "INGRESE LA DESCRIPCION DEL SUCESO: ".
           ACCEPT WS-ACC-DESCRIPCION.
           DISPLAY "INGRESE LA PARTE DEL CUERPO AFECTADA: ".
           ACCEPT WS-ACC-PARTE-CUERPO.
           DISPLAY "INGRESE LOS DIAS PERDIDOS (0 SI NO HUBO "
               "INCAPACIDAD): ".
           ACCEPT WS-ACC-DIAS-PERDIDOS.
           DISPLAY "INGRESE LOS TESTIGOS (NOMBRES SEPARADOS POR "
               "COMA): ".
           ACCEPT WS-ACC-TESTIGOS.
           DISPLAY "INGRESE EL ESTADO DEL REGISTRO (A/I): ".
           ACCEPT WS-ACC-ESTADO.


       3000-VALIDACION-DATOS.
      *----------------------
           MOVE WS-ACC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00"
             IF WS-ACC-COD-OFICINA IS NUMERIC AND
                WS-ACC-COD-OFICINA = ZEROS
               MOVE EMP-COD-OFICINA TO WS-ACC-COD-OFICINA
             END-IF
             IF WS-ACC-COD-DEPTO IS NUMERIC AND
                WS-ACC-COD-DEPTO = ZEROS
               MOVE EMP-COD-DEPARTAMENTO TO WS-ACC-COD-DEPTO
             END-IF
           END-IF.

           PERFORM 3010-VALIDAR-CODIGOS-FK.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESA CLAVE"
               WHEN LK-CIA-ACTIVA IS NUMERIC AND
                    LK-CIA-ACTIVA > ZEROS AND
                    EMP-COD-EMPRESA NOT = LK-CIA-ACTIVA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA ACTIVA"
               WHEN WS-ACC-FEC-AA IS NOT NUMERIC OR
                    WS-ACC-FEC-MM IS NOT NUMERIC OR
                    WS-ACC-FEC-DD IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA FECHA"
               WHEN NOT (WS-ACC-TIPO = "A" OR WS-ACC-TIPO = "T" OR
                         WS-ACC-TIPO = "E")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO SOLO PUEDE SER A/T/E"
               WHEN FL-OFI NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE LA OFICINA " WS-ACC-COD-OFICINA
               WHEN FL-DEP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "NO EXISTE EL DEPARTAMENTO " WS-ACC-COD-DEPTO
                     " EN LA OFICINA " WS-ACC-COD-OFICINA
               WHEN WS-ACC-LUGAR = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL LUGAR DEL SUCESO"
               WHEN WS-ACC-DESCRIPCION = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA DESCRIPCION"
               WHEN WS-ACC-PARTE-CUERPO = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA PARTE DEL CUERPO"
               WHEN WS-ACC-DIAS-PERDIDOS IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LOS DIAS PERDIDOS"
               WHEN NOT (WS-ACC-ESTADO = "A" OR WS-ACC-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 PERFORM 3015-VALIDAR-FECHA-CALENDARIO
           END-EVALUATE.

       3010-VALIDAR-CODIGOS-FK.
      *------------------------
           MOVE "23" TO FL-OFI.
           MOVE "23" TO FL-DEP.

           IF WS-ACC-COD-OFICINA IS NUMERIC AND
              WS-ACC-COD-DEPTO IS NUMERIC
             MOVE WS-ACC-COD-OFICINA TO OFI-CLAVE
             READ ARCHIVO-OFICINAS
             END-READ
             MOVE WS-ACC-COD-OFICINA TO DEP-COD-OFICINA
             MOVE WS-ACC-COD-DEPTO   TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
           END-IF.

       3015-VALIDAR-FECHA-CALENDARIO.
      *-------------------------------
      *    EL SUCESO NO PUEDE SER FUTURO; EL PERIODO PUEDE ESTAR
      *    CERRADO PORQUE EL REGISTRO ES DEL HECHO, NO DE NOMINA.
           MOVE WS-ACC-FEC-AA       TO WS-VAL-FEC-AA.
           MOVE WS-ACC-FEC-MM       TO WS-VAL-FEC-MM.
           MOVE WS-ACC-FEC-DD       TO WS-VAL-FEC-DD.
           MOVE "S"                 TO WS-VAL-FUTURO.
           MOVE "N"                 TO WS-VAL-PERIODO.
           MOVE EMP-COD-EMPRESA     TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "FECHA DEL SUCESO: " WS-VAL-MENSAJE
           END-IF.

       3000-VALIDAR-ID.
      *----------------
           IF WS-ACC-COD-EMPLEADO IS NOT NUMERIC OR
                WS-ACC-COD-EMPLEADO <= ZEROS OR
                WS-ACC-SECUENCIA IS NOT NUMERIC OR
                WS-ACC-SECUENCIA <= ZEROS
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "ERROR AL INGRESAR LA CLAVE DEL ACCIDENTE"
           ELSE
               MOVE 1 TO WS-BANDERA-CAMPOS
               MOVE WS-ACC-COD-EMPLEADO TO ACC-COD-EMPLEADO
               MOVE WS-ACC-SECUENCIA    TO ACC-SECUENCIA
               PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
      *    EL AVISO AL IESS Y EL VINCULO CON LA AUSENCIA NO SE
      *    DIGITAN AQUI: SE CONSERVAN EN LAS ACTUALIZACIONES.
           MOVE WS-ACC-COD-EMPLEADO  TO ACC-COD-EMPLEADO.
           MOVE WS-ACC-SECUENCIA     TO ACC-SECUENCIA.
           MOVE EMP-COD-EMPRESA      TO ACC-COD-EMPRESA.
           MOVE WS-ACC-FEC-AA        TO ACC-FEC-AA.
           MOVE WS-ACC-FEC-MM        TO ACC-FEC-MM.
           MOVE WS-ACC-FEC-DD        TO ACC-FEC-DD.
           MOVE WS-ACC-TIPO          TO ACC-TIPO.
           MOVE WS-ACC-COD-OFICINA   TO ACC-COD-OFICINA.
           MOVE WS-ACC-COD-DEPTO     TO ACC-COD-DEPARTAMENTO.
           MOVE WS-ACC-LUGAR         TO ACC-LUGAR.
           MOVE WS-ACC-DESCRIPCION   TO ACC-DESCRIPCION.
           MOVE WS-ACC-PARTE-CUERPO  TO ACC-PARTE-CUERPO.
           MOVE WS-ACC-DIAS-PERDIDOS TO ACC-DIAS-PERDIDOS.
           MOVE WS-ACC-TESTIGOS      TO ACC-TESTIGOS.
           MOVE WS-ACC-ESTADO        TO ACC-ESTADO.

           PERFORM 3020-CALCULAR-PLAZO-AVISO.

       3020-CALCULAR-PLAZO-AVISO.
      *--------------------------
           COMPUTE WS-DIA-SUCESO = FUNCTION INTEGER-OF-DATE(
               ACC-FEC-AA * 10000 + ACC-FEC-MM * 100 + ACC-FEC-DD).
           COMPUTE WS-DIA-LIMITE = WS-DIA-SUCESO + WS-DIAS-PLAZO-AVISO.
           COMPUTE WS-FECHA-CALCULADA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE).
           MOVE WS-FECHA-CALCULADA TO ACC-FEC-LIMITE-AVISO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-ACCIDENTES.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-DEPARTAMENTOS.
           OPEN INPUT ARCHIVO-DESCUENTOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-ACCIDENTES.

           IF FL-ACC NOT = "00"
             CLOSE ARCHIVO-ACCIDENTES
             OPEN OUTPUT ARCHIVO-ACCIDENTES
             CLOSE ARCHIVO-ACCIDENTES
             OPEN I-O ARCHIVO-ACCIDENTES
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-DEPARTAMENTOS.

           OPEN I-O ARCHIVO-DESCUENTOS.
           IF FL-DES NOT = "00"
             CLOSE ARCHIVO-DESCUENTOS
             OPEN OUTPUT ARCHIVO-DESCUENTOS
             CLOSE ARCHIVO-DESCUENTOS
             OPEN I-O ARCHIVO-DESCUENTOS
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-ACCIDENTES
           END-READ.

           IF FL-ACC = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           MOVE SPACES TO ACC-NUM-AVISO-IESS.
           MOVE ZEROS  TO ACC-FEC-AVISO.
           MOVE ZEROS  TO ACC-DES-FECHA ACC-DES-TIPO ACC-DES-MESES.

           WRITE ACC-DATOS.

           IF FL-ACC = "00"
              DISPLAY "ACCIDENTE REGISTRADO"
              DISPLAY "PLAZO DEL AVISO AL IESS: " ACC-FEC-LIM-AA "-"
                  ACC-FEC-LIM-MM "-" ACC-FEC-LIM-DD
              IF ACC-DIAS-PERDIDOS > ZEROS AND ACC-ESTADO = "A"
                PERFORM 4500-GENERAR-AUSENCIA
              END-IF
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4500-GENERAR-AUSENCIA.
      *----------------------
      *    LOS DIAS PERDIDOS FLUYEN AL ARCHIVO DE DESCUENTOS COMO
      *    AUSENCIA APROBADA DE ENFERMEDAD CERTIFICADA DESDE EL DIA
      *    DEL SUCESO, UNA NOVEDAD POR CADA MES QUE ABARCA.
           MOVE ACC-FECHA         TO WS-AUS-FECHA.
           MOVE ACC-DIAS-PERDIDOS TO WS-AUS-PENDIENTES.
           MOVE "N"               TO WS-AUS-ERROR.
           MOVE ZEROS             TO ACC-DES-MESES.

           PERFORM 4510-GENERAR-TRAMO
               UNTIL WS-AUS-PENDIENTES = ZEROS OR WS-AUS-CON-ERROR.

           IF ACC-DES-MESES > ZEROS
             MOVE WS-TIPO-AUS-ENFERMEDAD TO ACC-DES-TIPO
             REWRITE ACC-DATOS
             DISPLAY "DIAS PERDIDOS ENVIADOS AL ARCHIVO DE DESCUENTOS"
                 " EN " ACC-DES-MESES " NOVEDAD(ES)"
           END-IF.

           IF WS-AUS-CON-ERROR
             DISPLAY "QUEDARON " WS-AUS-PENDIENTES " DIAS SIN "
                 "REGISTRAR COMO AUSENCIA: REGISTRELOS EN DESCUENTOS"
           END-IF.

       4510-GENERAR-TRAMO.
      *-------------------
           IF WS-AUS-FEC-MM = 12
             COMPUTE WS-AUS-SIG-AA = WS-AUS-FEC-AA + 1
             MOVE 1 TO WS-AUS-SIG-MM
           ELSE
             MOVE WS-AUS-FEC-AA TO WS-AUS-SIG-AA
             COMPUTE WS-AUS-SIG-MM = WS-AUS-FEC-MM + 1
           END-IF.

           COMPUTE WS-AUS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(
                   WS-AUS-SIG-AA * 10000 + WS-AUS-SIG-MM * 100 + 1)
             - FUNCTION INTEGER-OF-DATE(
                   WS-AUS-FEC-AA * 10000 + WS-AUS-FEC-MM * 100 + 1).

           COMPUTE WS-AUS-TRAMO = WS-AUS-DIAS-MES - WS-AUS-FEC-DD + 1.
           IF WS-AUS-TRAMO > WS-AUS-PENDIENTES
             MOVE WS-AUS-PENDIENTES TO WS-AUS-TRAMO
           END-IF.

           INITIALIZE DES-DATOS.
           MOVE ACC-COD-EMPRESA        TO DES-COD-EMPRESA.
           MOVE ACC-COD-EMPLEADO       TO DES-COD-EMPLEADO.
           MOVE WS-AUS-FEC-AA          TO DES-FEC-NOVE-AA.
           MOVE WS-AUS-FEC-MM          TO DES-FEC-NOVE-MM.
           MOVE WS-AUS-FEC-DD          TO DES-FEC-NOVE-DD.
           MOVE WS-TIPO-AUS-ENFERMEDAD TO DES-TIPO-DESCUENTO.
           STRING "ACCIDENTE " ACC-SECUENCIA " - " ACC-DESCRIPCION
               DELIMITED BY SIZE INTO DES-MOTIVO
           END-STRING.
           MOVE ZEROS                  TO DES-VALOR.
           MOVE "A"                    TO DES-ESTADO.
           MOVE "N"                    TO DES-CATEGORIA.
           MOVE WS-AUS-TRAMO           TO DES-DIAS.
           MOVE "A"                    TO DES-ESTADO-APROBACION.

           WRITE DES-DATOS.

           IF FL-DES NOT = "00"
             MOVE "S" TO WS-AUS-ERROR
             DISPLAY "NO SE PUDO REGISTRAR LA AUSENCIA DEL "
                 WS-AUS-FEC-AA "-" WS-AUS-FEC-MM "-" WS-AUS-FEC-DD
                 " (YA EXISTE UNA NOVEDAD CON ESA CLAVE O ERROR "
                 FL-DES ")"
             EXIT PARAGRAPH
           END-IF.

           IF ACC-DES-MESES = ZEROS
             MOVE WS-AUS-FECHA TO ACC-DES-FECHA
           END-IF.
           ADD 1 TO ACC-DES-MESES.
           SUBTRACT WS-AUS-TRAMO FROM WS-AUS-PENDIENTES.

           MOVE WS-AUS-SIG-AA TO WS-AUS-FEC-AA.
           MOVE WS-AUS-SIG-MM TO WS-AUS-FEC-MM.
           MOVE 1             TO WS-AUS-FEC-DD.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE ACC-DATOS.

           IF FL-ACC = "00"
              DISPLAY "ACCIDENTE ACTUALIZADO"
              PERFORM 4600-REVISAR-AUSENCIA
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4600-REVISAR-AUSENCIA.
      *----------------------
      *    SI TODAVIA NO HAY AUSENCIA VINCULADA SE GENERA CON LOS
      *    DIAS ACTUALES; SI YA EXISTE Y LOS DIAS CAMBIARON, LA
      *    NOVEDAD PUEDE ESTAR YA PAGADA Y SE AJUSTA A MANO.
           IF ACC-DES-MESES = ZEROS
             IF ACC-DIAS-PERDIDOS > ZEROS AND ACC-ESTADO = "A"
               PERFORM 4500-GENERAR-AUSENCIA
             END-IF
           ELSE
             IF ACC-DIAS-PERDIDOS NOT = WS-DIAS-ANTERIORES
               DISPLAY "ATENCION: LOS DIAS PERDIDOS CAMBIARON DE "
                   WS-DIAS-ANTERIORES " A " ACC-DIAS-PERDIDOS
                   "; AJUSTE LA AUSENCIA DEL " ACC-DES-FEC-AA "-"
                   ACC-DES-FEC-MM "-" ACC-DES-FEC-DD
                   " EN DESCUENTOS"
             END-IF
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO ACC-ESTADO.

           REWRITE ACC-DATOS.

           IF FL-ACC = "00"
              DISPLAY "ACCIDENTE INACTIVADO"
              IF ACC-DES-MESES > ZEROS
                DISPLAY "ATENCION: LA AUSENCIA VINCULADA DEL "
                    ACC-DES-FEC-AA "-" ACC-DES-FEC-MM "-"
                    ACC-DES-FEC-DD " SIGUE ACTIVA EN DESCUENTOS"
              END-IF
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-ACCIDENTES.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-DESCUENTOS.

       5000-REGISTRAR-AVISO.
      *---------------------
      *    NUMERO Y FECHA DEL AVISO PRESENTADO AL SEGURO DE RIESGOS
      *    DEL TRABAJO; UN AVISO FUERA DE PLAZO SE ACEPTA PERO QUEDA
      *    ADVERTIDO.
           PERFORM 9999-IMPRESION-DATOS.

           DISPLAY "INGRESE EL NUMERO DE AVISO DEL IESS: ".
           ACCEPT WS-ACC-NUM-AVISO.
           DISPLAY "INGRESE LA FECHA DE PRESENTACION (AAAA MM DD): ".
           ACCEPT WS-ACC-FEC-AVI-AA.
           ACCEPT WS-ACC-FEC-AVI-MM.
           ACCEPT WS-ACC-FEC-AVI-DD.

           IF WS-ACC-NUM-AVISO = SPACES
             DISPLAY "ERROR AL INGRESAR EL NUMERO DE AVISO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACC-FEC-AVI-AA   TO WS-VAL-FEC-AA.
           MOVE WS-ACC-FEC-AVI-MM   TO WS-VAL-FEC-MM.
           MOVE WS-ACC-FEC-AVI-DD   TO WS-VAL-FEC-DD.
           MOVE "S"                 TO WS-VAL-FUTURO.
           MOVE "N"                 TO WS-VAL-PERIODO.
           MOVE ACC-COD-EMPRESA     TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DEL AVISO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           IF WS-VAL-FECHA < ACC-FECHA
             DISPLAY "EL AVISO NO PUEDE SER ANTERIOR AL SUCESO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACC-NUM-AVISO  TO ACC-NUM-AVISO-IESS.
           MOVE WS-VAL-FECHA      TO ACC-FEC-AVISO.

           REWRITE ACC-DATOS.

           IF FL-ACC = "00"
             DISPLAY "AVISO AL IESS REGISTRADO"
             IF ACC-FEC-AVISO > ACC-FEC-LIMITE-AVISO
               DISPLAY "*** AVISO PRESENTADO FUERA DEL PLAZO, QUE "
                   "VENCIA EL " ACC-FEC-LIM-AA "-" ACC-FEC-LIM-MM
                   "-" ACC-FEC-LIM-DD " ***"
             END-IF
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL REGISTRAR EL AVISO - "
                 FL-ACC
           END-IF.

       6000-AVISOS-PENDIENTES.
      *-----------------------
      *    ACCIDENTES ACTIVOS DE LA EMPRESA SIN AVISO AL IESS, CON
      *    LOS DIAS QUE QUEDAN DEL PLAZO O LOS QUE LLEVA VENCIDO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD).

           MOVE ZERO TO WS-TOTAL-PENDIENTES.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "ACCIDENTES SIN AVISO AL IESS".
           DISPLAY WS-DECORADOR-2.

           MOVE LOW-VALUES TO ACC-CLAVE.

           START ARCHIVO-ACCIDENTES KEY IS NOT LESS THAN ACC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ACC
           END-START.

           IF FL-ACC = "00"
             PERFORM 6010-LEER-ACCIDENTE
           END-IF.

           PERFORM UNTIL FL-ACC NOT = "00"
             IF ACC-ESTADO = "A" AND ACC-NUM-AVISO-IESS = SPACES AND
                (LK-CIA-ACTIVA IS NOT NUMERIC OR
                 LK-CIA-ACTIVA = ZEROS OR
                 ACC-COD-EMPRESA = LK-CIA-ACTIVA)
               PERFORM 6020-MOSTRAR-PENDIENTE
             END-IF
             PERFORM 6010-LEER-ACCIDENTE
           END-PERFORM.

           DISPLAY "TOTAL SIN AVISO: " WS-TOTAL-PENDIENTES.
           DISPLAY WS-DECORADOR-2.

       6010-LEER-ACCIDENTE.
      *--------------------
           READ ARCHIVO-ACCIDENTES NEXT RECORD
           END-READ.

       6020-MOSTRAR-PENDIENTE.
      *-----------------------
           ADD 1 TO WS-TOTAL-PENDIENTES.

           COMPUTE WS-DIA-LIMITE = FUNCTION INTEGER-OF-DATE(
               ACC-FEC-LIM-AA * 10000 + ACC-FEC-LIM-MM * 100 +
               ACC-FEC-LIM-DD).
           COMPUTE WS-DIAS-RESTANTES = WS-DIA-LIMITE - WS-DIA-HOY.

           IF WS-DIAS-RESTANTES < ZEROS
             DISPLAY "  " ACC-COD-EMPLEADO "-" ACC-SECUENCIA " "
                 ACC-FEC-AA "-" ACC-FEC-MM "-" ACC-FEC-DD
                 " PLAZO " ACC-FEC-LIM-AA "-" ACC-FEC-LIM-MM "-"
                 ACC-FEC-LIM-DD " *** VENCIDO ***"
           ELSE
             DISPLAY "  " ACC-COD-EMPLEADO "-" ACC-SECUENCIA " "
                 ACC-FEC-AA "-" ACC-FEC-MM "-" ACC-FEC-DD
                 " PLAZO " ACC-FEC-LIM-AA "-" ACC-FEC-LIM-MM "-"
                 ACC-FEC-LIM-DD " QUEDAN " WS-DIAS-RESTANTES " DIAS"
           END-IF.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "### REGISTRO DE ACCIDENTES Y ENFERMEDADES "
               "PROFESIONALES ###".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- REGISTRAR AVISO AL IESS".
           DISPLAY " 6.- ACCIDENTES SIN AVISO AL IESS".
           DISPLAY " 7.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "COD. EMPLEADO: " ACC-COD-EMPLEADO.
           DISPLAY "SECUENCIA:     " ACC-SECUENCIA.
           DISPLAY "EMPRESA:       " ACC-COD-EMPRESA.
           DISPLAY "FECHA:         " ACC-FEC-AA "-" ACC-FEC-MM
               "-" ACC-FEC-DD.
           DISPLAY "TIPO:          " ACC-TIPO
               " (A=TRABAJO T=IN ITINERE E=ENF. PROFESIONAL)".
           DISPLAY "OFICINA/DEPTO: " ACC-COD-OFICINA "/"
               ACC-COD-DEPARTAMENTO.
           DISPLAY "LUGAR:         " ACC-LUGAR.
           DISPLAY "DESCRIPCION:   " ACC-DESCRIPCION.
           DISPLAY "PARTE CUERPO:  " ACC-PARTE-CUERPO.
           DISPLAY "DIAS PERDIDOS: " ACC-DIAS-PERDIDOS.
           DISPLAY "TESTIGOS:      " ACC-TESTIGOS.
           DISPLAY "PLAZO AVISO:   " ACC-FEC-LIM-AA "-"
               ACC-FEC-LIM-MM "-" ACC-FEC-LIM-DD.
           IF ACC-NUM-AVISO-IESS = SPACES
             DISPLAY "AVISO IESS:    *** PENDIENTE ***"
           ELSE
             DISPLAY "AVISO IESS:    " ACC-NUM-AVISO-IESS " DEL "
                 ACC-FEC-AVI-AA "-" ACC-FEC-AVI-MM "-"
                 ACC-FEC-AVI-DD
           END-IF.
           IF ACC-DES-MESES > ZEROS
             PERFORM 9999-IMPRESION-AUSENCIA
           ELSE
             DISPLAY "AUSENCIA:      (SIN VINCULAR)"
           END-IF.
           DISPLAY "ESTADO:        " ACC-ESTADO.
           DISPLAY WS-DECORADOR-2.

       9999-IMPRESION-AUSENCIA.
      *------------------------
           MOVE ACC-COD-EMPRESA  TO DES-COD-EMPRESA.
           MOVE ACC-COD-EMPLEADO TO DES-COD-EMPLEADO.
           MOVE ACC-DES-FEC-AA   TO DES-FEC-NOVE-AA.
           MOVE ACC-DES-FEC-MM   TO DES-FEC-NOVE-MM.
           MOVE ACC-DES-FEC-DD   TO DES-FEC-NOVE-DD.
           MOVE ACC-DES-TIPO     TO DES-TIPO-DESCUENTO.

           READ ARCHIVO-DESCUENTOS
           END-READ.

           IF FL-DES = "00"
             DISPLAY "AUSENCIA:      " ACC-DES-FEC-AA "-"
                 ACC-DES-FEC-MM "-" ACC-DES-FEC-DD " TIPO "
                 ACC-DES-TIPO " DIAS " DES-DIAS " EN "
                 ACC-DES-MESES " MES(ES) ESTADO " DES-ESTADO
                 " APROBACION " DES-ESTADO-APROBACION
           ELSE
             DISPLAY "AUSENCIA:      " ACC-DES-FEC-AA "-"
                 ACC-DES-FEC-MM "-" ACC-DES-FEC-DD
                 " *** YA NO EXISTE EN DESCUENTOS ***"
           END-IF.
