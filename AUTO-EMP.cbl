      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUTO-EMP.
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
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-VAC.cpy".
            COPY "./Copys/FISI-PRE.cpy".
            COPY "./Copys/FISI-SCE.cpy".
            COPY "./Copys/FISI-AUD.cpy".
           SELECT ARCHIVO-LOG-CERT
             ASSIGN TO "../Archivos/Certificados-Log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-LOG.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-PIN.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-VAC.cpy".
            COPY "./Copys/LOGI-PRE.cpy".
            COPY "./Copys/LOGI-SCE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".
       FD  ARCHIVO-LOG-CERT.
           01 LOG-DATOS.
              03 LOG-NUMERO         PIC 9(6).
              03 LOG-COD-EMPLEADO   PIC 9(8).
              03 LOG-CEDULA         PIC 9(10).
              03 LOG-FECHA-EMISION.
                 05 LOG-FEC-AA      PIC 9(4).
                 05 LOG-FEC-MM      PIC 9(2).
                 05 LOG-FEC-DD      PIC 9(2).
              03 LOG-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.

       01  FL-PIN                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-VAC                  PIC XX.
       01  FL-PRE                  PIC XX.
       01  FL-SCE                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-LOG                  PIC XX.

      *    AUTOSERVICIO DEL EMPLEADO: EL EMPLEADO INGRESA CON SU
      *    CEDULA Y EL PIN QUE LE ASIGNA TALENTO HUMANO (CRUD-PIN).
      *    LA EMPRESA Y LA CLAVE DEL EMPLEADO SALEN DEL MAESTRO Y NO
      *    SE PIDEN NUNCA, ASI SOLO PUEDE VER SU PROPIA INFORMACION.
       01  WS-SESION.
           03 WS-SES-CEDULA         PIC 9(10).
           03 WS-SES-COD-EMPRESA    PIC 9(3).
           03 WS-SES-COD-EMPLEADO   PIC 9(8).
           03 WS-SES-NOMBRES        PIC X(40).

       01  WS-CEDULA-INGRESADA      PIC 9(10).
       01  WS-PIN-INGRESADO         PIC X(6).

       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

      *    MISMA POLITICA DE INTENTOS QUE LOS OPERADORES: TRES POR
      *    SESION Y BLOQUEO DEL PIN AL ACUMULAR CINCO SEGUIDOS.
       77  WS-MAX-INTENTOS-PIN      PIC 9(2) VALUE 5.

       01  WS-BANDERA-LOGIN         PIC 9.
           88 WS-LOGIN-CORRECTO     VALUE 1.
           88 WS-LOGIN-INCORRECTO   VALUE 0.

       01  WS-INTENTOS-LOGIN        PIC 9.

       01  WS-OPCION                PIC S9(2).

      *    PERIODOS CON ROL DE PAGOS (NOMINA VIGENTE E HISTORICO).
       01  WS-TABLA-PERIODOS.
           03 WS-TPE-PERIODO        PIC 9(6) OCCURS 240 TIMES.
       01  WS-CANT-PERIODOS         PIC 9(3).
       01  WS-IND-PER               PIC 9(3).
       01  WS-PERIODO-LEIDO         PIC 9(6).
       01  WS-PERIODO-EXISTE        PIC 9.

       01  WS-PERIODO-CONSULTA.
           03 WS-PCO-AA             PIC 9(4).
           03 WS-PCO-MM             PIC 9(2).
       01  WS-PERIODO-CONSULTA-NUM REDEFINES WS-PERIODO-CONSULTA
                                    PIC 9(6).

       01  WS-ROL-PAGOS.
           03 WS-ROL-INGRESOS       PIC 9(9)V9(2).
           03 WS-ROL-DEDUCCIONES    PIC 9(9)V9(2).
           03 WS-ROL-NETO           PIC S9(9)V9(2).
           03 WS-ROL-LINEAS         PIC 9(3).

       01  WS-RUBRO-LINEA.
           03 WS-RLI-CODIGO         PIC 9(2).
           03 WS-RLI-DESCRIPCION    PIC X(30).
           03 WS-RLI-NATURALEZA     PIC X(1).
           03 WS-RLI-VALOR          PIC 9(8)V9(2).

       01  WS-SALDO-VACACIONES      PIC S9(4)V9(2).
       01  WS-TOTAL-PRESTAMOS       PIC 9(9)V9(2).
       01  WS-CANT-REGISTROS        PIC 9(4).

       01  WS-MOTIVO-SOLICITUD      PIC X(40).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-SOLICITUD-PENDIENTE   PIC 9.

       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-ARCHIVO-AUD           PIC X(11).
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

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           DISPLAY WS-DECORADOR.
           DISPLAY "   AUTOSERVICIO DEL EMPLEADO".
           DISPLAY WS-DECORADOR.

           PERFORM 1000-VALIDAR-EMPLEADO.

           IF WS-LOGIN-INCORRECTO
             DISPLAY "ACCESO DENEGADO, SE TERMINA LA SESION"
             STOP RUN
           END-IF.

           INITIALIZE WS-OPCION.

           PERFORM 2000-MENU-AUTOSERVICIO UNTIL WS-OPCION = 6.

           MOVE "V"   TO WS-OPERACION-AUD.
           MOVE "PIN" TO WS-ARCHIVO-AUD.
           MOVE "FIN DE SESION DE AUTOSERVICIO" TO WS-DETALLE-AUD.
           PERFORM 9000-AUDITAR-ACCESO.

           DISPLAY WS-DECORADOR.
           DISPLAY "   SESION DE AUTOSERVICIO TERMINADA".
           DISPLAY WS-DECORADOR.

           STOP RUN.

       1000-VALIDAR-EMPLEADO.
      *-----------------------
           MOVE 0 TO WS-BANDERA-LOGIN.
           MOVE 0 TO WS-INTENTOS-LOGIN.

           PERFORM UNTIL WS-LOGIN-CORRECTO OR
                   WS-INTENTOS-LOGIN >= 3
             ADD 1 TO WS-INTENTOS-LOGIN
             INITIALIZE WS-CEDULA-INGRESADA WS-PIN-INGRESADO
             DISPLAY "INGRESE SU NUMERO DE CEDULA: "
             ACCEPT WS-CEDULA-INGRESADA
             DISPLAY "INGRESE SU PIN: "
             ACCEPT WS-PIN-INGRESADO
             PERFORM 1010-VERIFICAR-PIN
             IF WS-LOGIN-INCORRECTO
               DISPLAY "CEDULA O PIN INCORRECTOS"
             END-IF
           END-PERFORM.

       1010-VERIFICAR-PIN.
      *--------------------
           OPEN I-O ARCHIVO-PINES.

           IF FL-PIN NOT = "00"
             DISPLAY "EL AUTOSERVICIO NO ESTA HABILITADO, CONSULTE "
                 "A TALENTO HUMANO"
             MOVE 3 TO WS-INTENTOS-LOGIN
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CEDULA-INGRESADA TO PIN-CEDULA.
           READ ARCHIVO-PINES
           END-READ.

           IF FL-PIN NOT = "00" OR PIN-ESTADO NOT = "A"
             CLOSE ARCHIVO-PINES
             MOVE WS-CEDULA-INGRESADA TO WS-SES-CEDULA
             MOVE "V"   TO WS-OPERACION-AUD
             MOVE "PIN" TO WS-ARCHIVO-AUD
             MOVE "INTENTO DE INGRESO CON CEDULA SIN PIN ACTIVO"
               TO WS-DETALLE-AUD
             PERFORM 9000-AUDITAR-ACCESO
             EXIT PARAGRAPH
           END-IF.

           IF PIN-BLOQUEADO = "S"
             DISPLAY "SU ACCESO ESTA BLOQUEADO POR INTENTOS FALLIDOS,"
                 " SOLICITE UN PIN NUEVO A TALENTO HUMANO"
             CLOSE ARCHIVO-PINES
             MOVE 3 TO WS-INTENTOS-LOGIN
             EXIT PARAGRAPH
           END-IF.

           MOVE PIN-CEDULA       TO WS-HSH-OPERADOR.
           MOVE WS-PIN-INGRESADO TO WS-HSH-CLAVE.
           CALL "UTIL-HSH" USING WS-CONTROL-CLAVE.

           IF PIN-INTENTOS-FALLIDOS IS NOT NUMERIC
             MOVE ZEROS TO PIN-INTENTOS-FALLIDOS
           END-IF.

           IF PIN-RESUMEN = WS-HSH-RESUMEN
             PERFORM 1020-ABRIR-SESION
             IF WS-LOGIN-CORRECTO
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE ZEROS     TO PIN-INTENTOS-FALLIDOS
               MOVE WS-FEC-AA TO PIN-FEC-ING-AA
               MOVE WS-FEC-MM TO PIN-FEC-ING-MM
               MOVE WS-FEC-DD TO PIN-FEC-ING-DD
               REWRITE PIN-DATOS
               END-REWRITE
             END-IF
           ELSE
             PERFORM 1030-REGISTRAR-INTENTO-FALLIDO
           END-IF.

           CLOSE ARCHIVO-PINES.

       1020-ABRIR-SESION.
      *-------------------
      *    LA CEDULA DEBE SEGUIR CORRESPONDIENDO AL EMPLEADO PARA EL
      *    QUE SE EMITIO EL PIN.
           OPEN INPUT ARCHIVO-EMPLEADOS.

           MOVE PIN-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS KEY IS EMP-CEDULA
           END-READ.

           IF FL-EMP = "00" AND EMP-CLAVE = PIN-COD-EMPLEADO
             MOVE PIN-CEDULA      TO WS-SES-CEDULA
             MOVE EMP-COD-EMPRESA TO WS-SES-COD-EMPRESA
             MOVE EMP-CLAVE       TO WS-SES-COD-EMPLEADO
             MOVE EMP-NOMBRES     TO WS-SES-NOMBRES
             MOVE 1 TO WS-BANDERA-LOGIN
             DISPLAY "BIENVENIDO(A) " EMP-NOMBRES
             MOVE "V"   TO WS-OPERACION-AUD
             MOVE "PIN" TO WS-ARCHIVO-AUD
             MOVE "INGRESO AL AUTOSERVICIO" TO WS-DETALLE-AUD
             PERFORM 9000-AUDITAR-ACCESO
           ELSE
             DISPLAY "SU PIN NO CORRESPONDE A UN EMPLEADO VIGENTE, "
                 "CONSULTE A TALENTO HUMANO"
             MOVE 3 TO WS-INTENTOS-LOGIN
           END-IF.

           CLOSE ARCHIVO-EMPLEADOS.

       1030-REGISTRAR-INTENTO-FALLIDO.
      *--------------------------------
           ADD 1 TO PIN-INTENTOS-FALLIDOS.

           IF PIN-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS-PIN
             MOVE "S" TO PIN-BLOQUEADO
           END-IF.

           REWRITE PIN-DATOS
           END-REWRITE.

           MOVE PIN-CEDULA TO WS-SES-CEDULA.
           MOVE "V"        TO WS-OPERACION-AUD.
           MOVE "PIN"      TO WS-ARCHIVO-AUD.
           INITIALIZE WS-DETALLE-AUD.
           IF PIN-BLOQUEADO = "S"
             DISPLAY "SE ALCANZO EL MAXIMO DE INTENTOS: SU ACCESO "
                 "QUEDA BLOQUEADO"
             STRING "PIN BLOQUEADO TRAS " PIN-INTENTOS-FALLIDOS
                 " INTENTOS FALLIDOS DE INGRESO"
                 DELIMITED BY SIZE INTO WS-DETALLE-AUD
             MOVE 3 TO WS-INTENTOS-LOGIN
           ELSE
             MOVE "INTENTO FALLIDO DE INGRESO AL AUTOSERVICIO"
               TO WS-DETALLE-AUD
           END-IF.
           PERFORM 9000-AUDITAR-ACCESO.

       2000-MENU-AUTOSERVICIO.
      *------------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- " WS-SES-COD-EMPLEADO " " WS-SES-NOMBRES
               " ---".
           DISPLAY " 1.- MIS ROLES DE PAGO".
           DISPLAY " 2.- MI SALDO DE VACACIONES".
           DISPLAY " 3.- MIS PRESTAMOS".
           DISPLAY " 4.- MIS CERTIFICADOS".
           DISPLAY " 5.- SOLICITAR CERTIFICADO LABORAL".
           DISPLAY " 6.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 1
                 PERFORM 3000-PANEL-ROLES
               WHEN 2
                 PERFORM 4000-PANEL-VACACIONES
               WHEN 3
                 PERFORM 5000-PANEL-PRESTAMOS
               WHEN 4
                 PERFORM 6000-PANEL-CERTIFICADOS
               WHEN 5
                 PERFORM 7000-SOLICITAR-CERTIFICADO
               WHEN 6
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       3000-PANEL-ROLES.
      *------------------
      *    SE LISTAN LOS PERIODOS QUE TIENEN ROL (EN LA NOMINA
      *    VIGENTE O EN EL HISTORICO) Y SE MUESTRA EL QUE ELIJA.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-NOMINAS-HIST.
           OPEN INPUT ARCHIVO-RUBROS.

           INITIALIZE WS-TABLA-PERIODOS WS-CANT-PERIODOS.

           PERFORM 3010-PERIODOS-NOMINA.
           PERFORM 3020-PERIODOS-HISTORICO.

           IF WS-CANT-PERIODOS = ZEROS
             DISPLAY "NO TIENE ROLES DE PAGO REGISTRADOS"
           ELSE
             DISPLAY WS-DECORADOR
             DISPLAY "PERIODOS CON ROL DE PAGOS (AAAAMM):"
             PERFORM VARYING WS-IND-PER FROM 1 BY 1
                     UNTIL WS-IND-PER > WS-CANT-PERIODOS
               DISPLAY "  " WS-TPE-PERIODO(WS-IND-PER)
             END-PERFORM
             DISPLAY WS-DECORADOR
             DISPLAY "INGRESE EL PERIODO A CONSULTAR (AAAAMM, "
                 "0 PARA VOLVER): "
             INITIALIZE WS-PERIODO-CONSULTA-NUM
             ACCEPT WS-PERIODO-CONSULTA-NUM
             IF WS-PERIODO-CONSULTA-NUM > ZEROS
               PERFORM 3100-MOSTRAR-ROL
             END-IF
           END-IF.

           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-RUBROS.

       3010-PERIODOS-NOMINA.
      *----------------------
           IF FL-NOM NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES          TO NOM-CLAVE.
           MOVE WS-SES-COD-EMPRESA  TO NOM-COD-EMPRESA.
           MOVE WS-SES-COD-EMPLEADO TO NOM-COD-EMPLEADO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-SES-COD-EMPRESA OR
                   NOM-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO
             COMPUTE WS-PERIODO-LEIDO =
                 NOM-FEC-NOMINA-AA * 100 + NOM-FEC-NOMINA-MM
             PERFORM 3030-AGREGAR-PERIODO
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-PERFORM.

       3020-PERIODOS-HISTORICO.
      *-------------------------
           IF FL-NOH NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES          TO NOH-CLAVE.
           MOVE WS-SES-COD-EMPRESA  TO NOH-COD-EMPRESA.
           MOVE WS-SES-COD-EMPLEADO TO NOH-COD-EMPLEADO.

           START ARCHIVO-NOMINAS-HIST KEY IS NOT LESS THAN NOH-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOH
           END-START.

           IF FL-NOH = "00"
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-NOH NOT = "00" OR
                   NOH-COD-EMPRESA NOT = WS-SES-COD-EMPRESA OR
                   NOH-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO
             COMPUTE WS-PERIODO-LEIDO =
                 NOH-FEC-NOMINA-AA * 100 + NOH-FEC-NOMINA-MM
             PERFORM 3030-AGREGAR-PERIODO
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
           END-PERFORM.

       3030-AGREGAR-PERIODO.
      *----------------------
           MOVE 0 TO WS-PERIODO-EXISTE.

           PERFORM VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-CANT-PERIODOS
             IF WS-TPE-PERIODO(WS-IND-PER) = WS-PERIODO-LEIDO
               MOVE 1 TO WS-PERIODO-EXISTE
             END-IF
           END-PERFORM.

           IF WS-PERIODO-EXISTE = 0 AND WS-CANT-PERIODOS < 240
             ADD 1 TO WS-CANT-PERIODOS
             MOVE WS-PERIODO-LEIDO TO WS-TPE-PERIODO(WS-CANT-PERIODOS)
           END-IF.

       3100-MOSTRAR-ROL.
      *------------------
      *    UN PERIODO VIVE EN LA NOMINA VIGENTE O, UNA VEZ
      *    ARCHIVADO, EN EL HISTORICO; SE BUSCA PRIMERO EN LA
      *    VIGENTE.
           INITIALIZE WS-ROL-PAGOS.

           DISPLAY WS-DECORADOR.
           DISPLAY "ROL DE PAGOS " WS-PCO-AA "-" WS-PCO-MM.
           DISPLAY "EMPLEADO: " WS-SES-COD-EMPLEADO " "
               WS-SES-NOMBRES.
           DISPLAY WS-DECORADOR.

           PERFORM 3110-ROL-DE-NOMINA.

           IF WS-ROL-LINEAS = ZEROS
             PERFORM 3120-ROL-DE-HISTORICO
           END-IF.

           IF WS-ROL-LINEAS = ZEROS
             DISPLAY "NO HAY ROL DE PAGOS PARA ESE PERIODO"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ROL-NETO =
               WS-ROL-INGRESOS - WS-ROL-DEDUCCIONES.

           DISPLAY WS-DECORADOR.
           DISPLAY "  TOTAL INGRESOS:     " WS-ROL-INGRESOS.
           DISPLAY "  TOTAL DEDUCCIONES:  " WS-ROL-DEDUCCIONES.
           DISPLAY "  NETO A RECIBIR:     " WS-ROL-NETO.
           DISPLAY WS-DECORADOR.

           MOVE "C"   TO WS-OPERACION-AUD.
           MOVE "NOM" TO WS-ARCHIVO-AUD.
           INITIALIZE WS-DETALLE-AUD.
           STRING "CONSULTA DEL ROL DE PAGOS DEL PERIODO "
               WS-PCO-AA "-" WS-PCO-MM
               DELIMITED BY SIZE INTO WS-DETALLE-AUD.
           PERFORM 9000-AUDITAR-ACCESO.

       3110-ROL-DE-NOMINA.
      *--------------------
           IF FL-NOM NOT = "00" AND FL-NOM NOT = "10"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-SES-COD-EMPRESA  TO NOM-COD-EMPRESA.
           MOVE WS-SES-COD-EMPLEADO TO NOM-COD-EMPLEADO.
           MOVE WS-PCO-AA           TO NOM-FEC-NOMINA-AA.
           MOVE WS-PCO-MM           TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS               TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
             NOT INVALID KEY
               MOVE "00" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-SES-COD-EMPRESA OR
                   NOM-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO OR
                   NOM-FEC-NOMINA-AA NOT = WS-PCO-AA OR
                   NOM-FEC-NOMINA-MM NOT = WS-PCO-MM
             MOVE NOM-TIPO-RUBRO TO WS-RLI-CODIGO
             MOVE NOM-VALOR      TO WS-RLI-VALOR
             PERFORM 3130-MOSTRAR-RUBRO
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-PERFORM.

       3120-ROL-DE-HISTORICO.
      *-----------------------
           IF FL-NOH NOT = "00" AND FL-NOH NOT = "10"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-SES-COD-EMPRESA  TO NOH-COD-EMPRESA.
           MOVE WS-SES-COD-EMPLEADO TO NOH-COD-EMPLEADO.
           MOVE WS-PCO-AA           TO NOH-FEC-NOMINA-AA.
           MOVE WS-PCO-MM           TO NOH-FEC-NOMINA-MM.
           MOVE ZEROS               TO NOH-TIPO-RUBRO.

           START ARCHIVO-NOMINAS-HIST KEY IS NOT LESS THAN NOH-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOH
             NOT INVALID KEY
               MOVE "00" TO FL-NOH
           END-START.

           IF FL-NOH = "00"
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-NOH NOT = "00" OR
                   NOH-COD-EMPRESA NOT = WS-SES-COD-EMPRESA OR
                   NOH-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO OR
                   NOH-FEC-NOMINA-AA NOT = WS-PCO-AA OR
                   NOH-FEC-NOMINA-MM NOT = WS-PCO-MM
             MOVE NOH-TIPO-RUBRO TO WS-RLI-CODIGO
             MOVE NOH-VALOR      TO WS-RLI-VALOR
             PERFORM 3130-MOSTRAR-RUBRO
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
           END-PERFORM.

       3130-MOSTRAR-RUBRO.
      *--------------------
           MOVE WS-RLI-CODIGO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB = "00"
             MOVE RUB-DESCRIPCION TO WS-RLI-DESCRIPCION
             MOVE RUB-NATURALEZA  TO WS-RLI-NATURALEZA
           ELSE
             MOVE "*** RUBRO NO DEFINIDO ***" TO WS-RLI-DESCRIPCION
             MOVE SPACES TO WS-RLI-NATURALEZA
           END-IF.

           EVALUATE WS-RLI-NATURALEZA
               WHEN "I"
                 ADD WS-RLI-VALOR TO WS-ROL-INGRESOS
                 DISPLAY "  " WS-RLI-DESCRIPCION " (+) " WS-RLI-VALOR
               WHEN "E"
                 ADD WS-RLI-VALOR TO WS-ROL-DEDUCCIONES
                 DISPLAY "  " WS-RLI-DESCRIPCION " (-) " WS-RLI-VALOR
               WHEN OTHER
                 DISPLAY "  " WS-RLI-DESCRIPCION "     " WS-RLI-VALOR
           END-EVALUATE.

           ADD 1 TO WS-ROL-LINEAS.

       4000-PANEL-VACACIONES.
      *-----------------------
           OPEN INPUT ARCHIVO-VACACIONES.

           MOVE WS-SES-COD-EMPRESA  TO VAC-COD-EMPRESA.
           MOVE WS-SES-COD-EMPLEADO TO VAC-COD-EMPLEADO.
           READ ARCHIVO-VACACIONES
           END-READ.

           IF FL-VAC NOT = "00"
             DISPLAY "NO TIENE LIBRO DE VACACIONES REGISTRADO"
           ELSE
             COMPUTE WS-SALDO-VACACIONES =
                 VAC-DIAS-ACUMULADOS - VAC-DIAS-TOMADOS
             DISPLAY WS-DECORADOR
             DISPLAY "DIAS ACUMULADOS:    " VAC-DIAS-ACUMULADOS
             DISPLAY "DIAS TOMADOS:       " VAC-DIAS-TOMADOS
             DISPLAY "SALDO DISPONIBLE:   " WS-SALDO-VACACIONES
             DISPLAY "ULTIMA ACUMULACION: " VAC-ULT-ACUM-AA "-"
                 VAC-ULT-ACUM-MM
             DISPLAY WS-DECORADOR
           END-IF.

           CLOSE ARCHIVO-VACACIONES.

           MOVE "C"   TO WS-OPERACION-AUD.
           MOVE "VAC" TO WS-ARCHIVO-AUD.
           MOVE "CONSULTA DEL SALDO DE VACACIONES" TO WS-DETALLE-AUD.
           PERFORM 9000-AUDITAR-ACCESO.

       5000-PANEL-PRESTAMOS.
      *----------------------
           OPEN INPUT ARCHIVO-PRESTAMOS.

           MOVE ZEROS TO WS-TOTAL-PRESTAMOS WS-CANT-REGISTROS.

           DISPLAY WS-DECORADOR.
           DISPLAY "SEC  PRINCIPAL    CUOTA        SALDO        "
               "ESTADO".

           IF FL-PRE = "00"
             MOVE LOW-VALUES          TO PRE-CLAVE
             MOVE WS-SES-COD-EMPRESA  TO PRE-COD-EMPRESA
             MOVE WS-SES-COD-EMPLEADO TO PRE-COD-EMPLEADO
             START ARCHIVO-PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-PRE
             END-START
           END-IF.

           IF FL-PRE = "00"
             READ ARCHIVO-PRESTAMOS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-PRE NOT = "00" OR
                   PRE-COD-EMPRESA NOT = WS-SES-COD-EMPRESA OR
                   PRE-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO
             DISPLAY PRE-SECUENCIA "  " PRE-VALOR-PRINCIPAL " "
                 PRE-VALOR-CUOTA " " PRE-SALDO " " PRE-ESTADO
             IF PRE-ESTADO = "A"
               ADD PRE-SALDO TO WS-TOTAL-PRESTAMOS
             END-IF
             ADD 1 TO WS-CANT-REGISTROS
             READ ARCHIVO-PRESTAMOS NEXT RECORD
             END-READ
           END-PERFORM.

           IF WS-CANT-REGISTROS = ZEROS
             DISPLAY "NO TIENE PRESTAMOS REGISTRADOS"
           ELSE
             DISPLAY "SALDO TOTAL DE PRESTAMOS ACTIVOS: "
                 WS-TOTAL-PRESTAMOS
           END-IF.
           DISPLAY WS-DECORADOR.

           CLOSE ARCHIVO-PRESTAMOS.

           MOVE "C"   TO WS-OPERACION-AUD.
           MOVE "PRE" TO WS-ARCHIVO-AUD.
           MOVE "CONSULTA DE SALDOS DE PRESTAMOS" TO WS-DETALLE-AUD.
           PERFORM 9000-AUDITAR-ACCESO.

       6000-PANEL-CERTIFICADOS.
      *-------------------------
      *    CERTIFICADOS YA EMITIDOS (LOG DE CERT-LAB) Y SOLICITUDES
      *    HECHAS DESDE EL AUTOSERVICIO CON SU ESTADO.
           MOVE ZEROS TO WS-CANT-REGISTROS.

           DISPLAY WS-DECORADOR.
           DISPLAY "CERTIFICADOS LABORALES EMITIDOS:".

           OPEN INPUT ARCHIVO-LOG-CERT.

           IF FL-LOG = "00"
             READ ARCHIVO-LOG-CERT NEXT RECORD
             END-READ
             PERFORM UNTIL FL-LOG NOT = "00"
               IF LOG-COD-EMPLEADO = WS-SES-COD-EMPLEADO
                 DISPLAY "  NO. " LOG-NUMERO " DEL " LOG-FEC-AA "-"
                     LOG-FEC-MM "-" LOG-FEC-DD
                 ADD 1 TO WS-CANT-REGISTROS
               END-IF
               READ ARCHIVO-LOG-CERT NEXT RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVO-LOG-CERT
           END-IF.

           IF WS-CANT-REGISTROS = ZEROS
             DISPLAY "  NINGUNO"
           END-IF.

           MOVE ZEROS TO WS-CANT-REGISTROS.

           DISPLAY "SOLICITUDES DE CERTIFICADO:".

           OPEN INPUT ARCHIVO-SOLICITUDES-CERT.

           IF FL-SCE = "00"
             PERFORM 6010-POSICIONAR-SOLICITUDES
             PERFORM UNTIL FL-SCE NOT = "00" OR
                     SCE-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO
               IF SCE-ESTADO = "P"
                 DISPLAY "  " SCE-FEC-SOL-AA "-" SCE-FEC-SOL-MM "-"
                     SCE-FEC-SOL-DD " PENDIENTE EN TALENTO HUMANO"
               ELSE
                 DISPLAY "  " SCE-FEC-SOL-AA "-" SCE-FEC-SOL-MM "-"
                     SCE-FEC-SOL-DD " EMITIDO CON NO. "
                     SCE-NUMERO-CERT
               END-IF
               ADD 1 TO WS-CANT-REGISTROS
               READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVO-SOLICITUDES-CERT
           END-IF.

           IF WS-CANT-REGISTROS = ZEROS
             DISPLAY "  NINGUNA"
           END-IF.
           DISPLAY WS-DECORADOR.

           MOVE "C"   TO WS-OPERACION-AUD.
           MOVE "SCE" TO WS-ARCHIVO-AUD.
           MOVE "CONSULTA DE CERTIFICADOS EMITIDOS Y SOLICITADOS"
             TO WS-DETALLE-AUD.
           PERFORM 9000-AUDITAR-ACCESO.

       6010-POSICIONAR-SOLICITUDES.
      *-----------------------------
           MOVE LOW-VALUES          TO SCE-CLAVE.
           MOVE WS-SES-COD-EMPLEADO TO SCE-COD-EMPLEADO.

           START ARCHIVO-SOLICITUDES-CERT
               KEY IS NOT LESS THAN SCE-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SCE
           END-START.

           IF FL-SCE = "00"
             READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
             END-READ
           END-IF.

       7000-SOLICITAR-CERTIFICADO.
      *----------------------------
      *    LA SOLICITUD QUEDA EN COLA PARA TALENTO HUMANO, QUE LA
      *    ATIENDE AL EMITIR EL CERTIFICADO EN CERT-LAB. NO SE
      *    ADMITE UNA SEGUNDA SOLICITUD MIENTRAS HAYA UNA PENDIENTE.
           OPEN I-O ARCHIVO-SOLICITUDES-CERT.

           IF FL-SCE NOT = "00"
             CLOSE ARCHIVO-SOLICITUDES-CERT
             OPEN OUTPUT ARCHIVO-SOLICITUDES-CERT
             CLOSE ARCHIVO-SOLICITUDES-CERT
             OPEN I-O ARCHIVO-SOLICITUDES-CERT
           END-IF.

           MOVE 0 TO WS-SOLICITUD-PENDIENTE.

           PERFORM 6010-POSICIONAR-SOLICITUDES.
           PERFORM UNTIL FL-SCE NOT = "00" OR
                   SCE-COD-EMPLEADO NOT = WS-SES-COD-EMPLEADO
             IF SCE-ESTADO = "P"
               MOVE 1 TO WS-SOLICITUD-PENDIENTE
             END-IF
             READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
             END-READ
           END-PERFORM.

           IF WS-SOLICITUD-PENDIENTE = 1
             DISPLAY "YA TIENE UNA SOLICITUD PENDIENTE EN TALENTO "
                 "HUMANO"
             CLOSE ARCHIVO-SOLICITUDES-CERT
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL MOTIVO DE LA SOLICITUD: ".
           INITIALIZE WS-MOTIVO-SOLICITUD.
           ACCEPT WS-MOTIVO-SOLICITUD.

           DISPLAY "CONFIRMA LA SOLICITUD DEL CERTIFICADO? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "SOLICITUD CANCELADA"
             CLOSE ARCHIVO-SOLICITUDES-CERT
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE SCE-DATOS.
           MOVE WS-SES-COD-EMPLEADO TO SCE-COD-EMPLEADO.
           MOVE WS-FEC-AA           TO SCE-FEC-SOL-AA.
           MOVE WS-FEC-MM           TO SCE-FEC-SOL-MM.
           MOVE WS-FEC-DD           TO SCE-FEC-SOL-DD.
           MOVE WS-HOR-HH           TO SCE-HOR-SOL-HH.
           MOVE WS-HOR-MM           TO SCE-HOR-SOL-MM.
           MOVE WS-HOR-SS           TO SCE-HOR-SOL-SS.
           MOVE WS-SES-COD-EMPRESA  TO SCE-COD-EMPRESA.
           MOVE WS-SES-CEDULA       TO SCE-CEDULA.
           MOVE WS-MOTIVO-SOLICITUD TO SCE-MOTIVO.
           MOVE "P"                 TO SCE-ESTADO.

           WRITE SCE-DATOS.

           IF FL-SCE = "00"
             DISPLAY "SOLICITUD REGISTRADA: TALENTO HUMANO EMITIRA "
                 "SU CERTIFICADO"
             MOVE "I"   TO WS-OPERACION-AUD
             MOVE "SCE" TO WS-ARCHIVO-AUD
             INITIALIZE WS-DETALLE-AUD
             STRING "SOLICITUD DE CERTIFICADO LABORAL: "
                 WS-MOTIVO-SOLICITUD
                 DELIMITED BY SIZE INTO WS-DETALLE-AUD
             PERFORM 9000-AUDITAR-ACCESO
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL REGISTRAR LA SOLICITUD - "
                 FL-SCE
           END-IF.

           CLOSE ARCHIVO-SOLICITUDES-CERT.

       9000-AUDITAR-ACCESO.
      *---------------------
      *    TODO ACCESO DEL AUTOSERVICIO QUEDA EN LA AUDITORIA CON LA
      *    CEDULA COMO OPERADOR; NUNCA SE ASIENTA EL PIN.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA           TO AUD-FEC-AA.
           MOVE WS-FEC-MM           TO AUD-FEC-MM.
           MOVE WS-FEC-DD           TO AUD-FEC-DD.
           MOVE WS-HOR-HH           TO AUD-HOR-HH.
           MOVE WS-HOR-MM           TO AUD-HOR-MM.
           MOVE WS-HOR-SS           TO AUD-HOR-SS.
           MOVE "AUTO-EMP"          TO AUD-PROGRAMA.
           MOVE WS-SES-CEDULA       TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD    TO AUD-OPERACION.
           MOVE WS-ARCHIVO-AUD      TO AUD-ARCHIVO.
           MOVE WS-SES-COD-EMPLEADO TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD      TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.
