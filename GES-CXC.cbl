      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-CXC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-CXC.cpy".
            COPY "./Copys/FISI-MCX.cpy".
            COPY "./Copys/FISI-CGL.cpy".
            COPY "./Copys/FISI-AUD.cpy".

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-CXC.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-INT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-CXC.cpy".
            COPY "./Copys/LOGI-MCX.cpy".
            COPY "./Copys/LOGI-CGL.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-CXC                  PIC XX.
       01  FL-MCX                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-INT                  PIC XX.

      *    CUENTAS POR COBRAR A EX EMPLEADOS: SALDOS QUE DEJARON LAS
      *    LIQUIDACIONES (LIQ-EMP / LIQ-CIA) CUANDO LAS DEUDAS DEL
      *    EMPLEADO SUPERARON LO QUE SE LE DEBIA. AQUI SE PACTAN
      *    ACUERDOS DE PAGO, SE REGISTRAN LOS COBROS, SE ENVEJECEN LOS
      *    SALDOS Y SE CASTIGAN CON APROBACION DE FINANZAS.
       01  WS-PARAMETROS-CXC.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-CXC-COD-EMPLEADO   PIC 9(8).
           03 WS-CXC-SECUENCIA      PIC 9(3).

       01  WS-CAPTURA-CXC.
           03 WS-CXC-NUM-CUOTAS     PIC 9(3).
           03 WS-CXC-INICIO-AA      PIC 9(4).
           03 WS-CXC-INICIO-MM      PIC 9(2).
           03 WS-CXC-VALOR          PIC 9(10)V9(2).
           03 WS-CXC-REFERENCIA     PIC X(30).
           03 WS-CXC-MOTIVO         PIC X(40).
           03 WS-CXC-DECISION       PIC X(1).

       01  WS-CUENTAS-EMPLEADO      PIC 9(3).
       01  WS-DESC-ESTADO           PIC X(10).
       01  WS-DESC-ACUERDO          PIC X(11).
       01  WS-DESC-CASTIGO          PIC X(10).
       01  WS-DESC-MOVIMIENTO       PIC X(8).

      *    ANTIGUEDAD DE SALDOS POR DIAS DESDE LA LIQUIDACION QUE LOS
      *    ORIGINO.
       01  WS-CONTROL-ANTIGUEDAD.
           03 WS-DIA-HOY            PIC 9(8).
           03 WS-DIA-ORIGEN         PIC 9(8).
           03 WS-DIAS-SALDO         PIC 9(5).
           03 WS-FECHA-AUX          PIC 9(8).
           03 WS-TRAMO              PIC 9(1).
           03 WS-DESC-TRAMO         PIC X(8).
           03 WS-MESES-ACUERDO      PIC S9(5).
           03 WS-ACU-ESPERADO       PIC 9(10)V9(2).
           03 WS-ACU-ATRASADO       PIC X(1).
               88 WS-ACUERDO-ATRASADO   VALUE "S".

       01  WS-TOTALES-ANTIGUEDAD.
           03 WS-TOT-CUENTAS        PIC 9(5).
           03 WS-TOT-ATRASADOS      PIC 9(5).
           03 WS-TOT-SALDO          PIC 9(12)V9(2).
           03 WS-TOT-TRAMO          PIC 9(12)V9(2) OCCURS 5 TIMES.

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-TOTAL-EDITADO         PIC Z(11)9.99.

       01  WS-CTA-GASTO             PIC X(10).
       01  WS-CTA-POR-COBRAR        PIC X(10).

       01  INT-ASIENTO.
           03 INT-TIPO-LINEA        PIC X(1).
           03 INT-EMPRESA           PIC 9(3).
           03 INT-PERIODO           PIC 9(6).
           03 INT-OFICINA           PIC 9(3).
           03 INT-CUENTA            PIC X(10).
           03 INT-RUBRO             PIC 9(2).
           03 INT-VALOR             PIC 9(11)V9(2).
           03 FILLER                PIC X(12) VALUE SPACES.

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
               88 WS-ROL-ADMINISTRADOR  VALUE "A".

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    AUDITORIA (U=ACUERDO, COBRO O CASTIGO DE LA CUENTA).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-BANDERA-CAMPOS        PIC 9.
       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

      *    RUBRO CONTABLE DEL CASTIGO: DEBE = GASTO POR CUENTAS
      *    INCOBRABLES, HABER = CUENTA POR COBRAR A EX EMPLEADOS.
       77  WS-RUBRO-CASTIGO         PIC 9(2) VALUE 28.
       77  WS-IND-TRAMO             PIC 9(1).
       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
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
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- CUENTAS POR COBRAR EX EMPLEADOS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CONSULTAR CUENTA Y MOVIMIENTOS".
           DISPLAY " 2.- REGISTRAR ACUERDO DE PAGO".
           DISPLAY " 3.- REGISTRAR COBRO".
           DISPLAY " 4.- SOLICITAR CASTIGO DEL SALDO".
           DISPLAY " 5.- APROBAR O RECHAZAR CASTIGO (FINANZAS)".
           DISPLAY " 6.- ANTIGUEDAD DE SALDOS".
           DISPLAY " 7.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 6
             IF WS-OPCION NOT = 7
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    ACUERDOS, COBROS Y SOLICITUDES DE CASTIGO LOS REGISTRA
      *    TALENTO HUMANO; EL CASTIGO SOLO LO APRUEBA UN ADMINISTRADOR.
           IF WS-OPCION > 1 AND WS-OPCION < 5 AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           IF WS-OPCION = 5 AND NOT WS-ROL-ADMINISTRADOR
             DISPLAY "SOLO UN ADMINISTRADOR PUEDE APROBAR CASTIGOS"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-CONSULTAR-CUENTA
               WHEN WS-OPCION = 2
                 PERFORM 3000-REGISTRAR-ACUERDO
               WHEN WS-OPCION = 3
                 PERFORM 3500-REGISTRAR-COBRO
               WHEN WS-OPCION = 4
                 PERFORM 4000-SOLICITAR-CASTIGO
               WHEN WS-OPCION = 5
                 PERFORM 4500-RESOLVER-CASTIGO
               WHEN WS-OPCION = 6
                 PERFORM 5000-ANTIGUEDAD-SALDOS
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-CONTABLE.
           IF FL-CGL NOT = "00"
             OPEN OUTPUT ARCHIVO-CONTABLE
             CLOSE ARCHIVO-CONTABLE
             OPEN INPUT ARCHIVO-CONTABLE
           END-IF.

           OPEN I-O ARCHIVO-CXC-EXEMPLEADOS.
           IF FL-CXC NOT = "00"
             CLOSE ARCHIVO-CXC-EXEMPLEADOS
             OPEN OUTPUT ARCHIVO-CXC-EXEMPLEADOS
             CLOSE ARCHIVO-CXC-EXEMPLEADOS
             OPEN I-O ARCHIVO-CXC-EXEMPLEADOS
           END-IF.

           OPEN I-O ARCHIVO-MOV-CXC.
           IF FL-MCX NOT = "00"
             CLOSE ARCHIVO-MOV-CXC
             OPEN OUTPUT ARCHIVO-MOV-CXC
             CLOSE ARCHIVO-MOV-CXC
             OPEN I-O ARCHIVO-MOV-CXC
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CONTABLE.
           CLOSE ARCHIVO-CXC-EXEMPLEADOS.
           CLOSE ARCHIVO-MOV-CXC.

       1200-PEDIR-EMPRESA.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1300-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1400-PEDIR-EMPLEADO.
      *--------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "INGRESE LA CLAVE DEL EX EMPLEADO: ".
           ACCEPT WS-CXC-COD-EMPLEADO.

           MOVE WS-CXC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO EXISTE"
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-CIA-CODIGO
           END-EVALUATE.

       1500-LEER-CUENTA.
      *-----------------
      *    UN EX EMPLEADO PUEDE TENER MAS DE UNA CUENTA (UNA POR CADA
      *    LIQUIDACION); SE LISTAN Y SE ELIGE LA SECUENCIA.
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1600-LISTAR-CUENTAS.

           IF WS-CUENTAS-EMPLEADO = ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO NO TIENE CUENTAS POR COBRAR"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "SECUENCIA DE LA CUENTA: ".
           ACCEPT WS-CXC-SECUENCIA.

           MOVE WS-CIA-CODIGO       TO CXC-COD-EMPRESA.
           MOVE WS-CXC-COD-EMPLEADO TO CXC-COD-EMPLEADO.
           MOVE WS-CXC-SECUENCIA    TO CXC-SECUENCIA.

           READ ARCHIVO-CXC-EXEMPLEADOS
           END-READ.

           IF FL-CXC NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CUENTA POR COBRAR NO EXISTE"
           END-IF.

       1600-LISTAR-CUENTAS.
      *--------------------
           MOVE ZEROS TO WS-CUENTAS-EMPLEADO.

           MOVE LOW-VALUES          TO CXC-CLAVE.
           MOVE WS-CIA-CODIGO       TO CXC-COD-EMPRESA.
           MOVE WS-CXC-COD-EMPLEADO TO CXC-COD-EMPLEADO.

           START ARCHIVO-CXC-EXEMPLEADOS
               KEY IS NOT LESS THAN CXC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CXC
           END-START.

           IF FL-CXC = "00"
             PERFORM 1610-LEER-CUENTA
           END-IF.

           PERFORM UNTIL FL-CXC NOT = "00" OR
                   CXC-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   CXC-COD-EMPLEADO NOT = WS-CXC-COD-EMPLEADO
             ADD 1 TO WS-CUENTAS-EMPLEADO
             PERFORM 9400-DESCRIBIR-ESTADO
             MOVE CXC-SALDO TO WS-VALOR-EDITADO
             DISPLAY CXC-SECUENCIA " " CXC-PROGRAMA-ORIGEN " "
                 CXC-FEC-ORI-AA "-" CXC-FEC-ORI-MM "-"
                 CXC-FEC-ORI-DD
                 " SALDO " WS-VALOR-EDITADO " " WS-DESC-ESTADO
             PERFORM 1610-LEER-CUENTA
           END-PERFORM.

       1610-LEER-CUENTA.
      *-----------------
           READ ARCHIVO-CXC-EXEMPLEADOS NEXT RECORD
           END-READ.

       1700-VERIFICAR-ABIERTA.
      *-----------------------
           IF CXC-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CUENTA YA NO ESTA ABIERTA"
             EXIT PARAGRAPH
           END-IF.

           IF CXC-CAS-ESTADO = "S"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA CUENTA TIENE UN CASTIGO PENDIENTE DE "
                 "APROBACION"
           END-IF.

       2000-CONSULTAR-CUENTA.
      *----------------------
           PERFORM 1500-LEER-CUENTA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CUENTA.

           DISPLAY WS-DECORADOR.
           DISPLAY "MOVIMIENTOS:".

           MOVE CXC-CLAVE  TO MCX-CLAVE (1:14).
           MOVE ZEROS      TO MCX-MOVIMIENTO.

           START ARCHIVO-MOV-CXC KEY IS NOT LESS THAN MCX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MCX
           END-START.

           IF FL-MCX = "00"
             PERFORM 2010-LEER-MOVIMIENTO
           END-IF.

           PERFORM UNTIL FL-MCX NOT = "00" OR
                   MCX-COD-EMPRESA NOT = CXC-COD-EMPRESA OR
                   MCX-COD-EMPLEADO NOT = CXC-COD-EMPLEADO OR
                   MCX-SECUENCIA NOT = CXC-SECUENCIA
             PERFORM 9500-DESCRIBIR-MOVIMIENTO
             MOVE MCX-VALOR TO WS-VALOR-EDITADO
             DISPLAY MCX-MOVIMIENTO " " MCX-FEC-AA "-" MCX-FEC-MM
                 "-" MCX-FEC-DD " " WS-DESC-MOVIMIENTO
                 " " WS-VALOR-EDITADO
                 " SALDO " MCX-SALDO-POSTERIOR
                 " " MCX-REFERENCIA " " MCX-OPERADOR
             PERFORM 2010-LEER-MOVIMIENTO
           END-PERFORM.

       2010-LEER-MOVIMIENTO.
      *---------------------
           READ ARCHIVO-MOV-CXC NEXT RECORD
           END-READ.

       3000-REGISTRAR-ACUERDO.
      *-----------------------
      *    EL ACUERDO REPARTE EL SALDO EN CUOTAS MENSUALES IGUALES A
      *    PARTIR DEL MES QUE SE PACTE; LOS COBROS SE REGISTRAN CON LA
      *    OPCION 3 A MEDIDA QUE EL EX EMPLEADO PAGA.
           PERFORM 1500-LEER-CUENTA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1700-VERIFICAR-ABIERTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CUENTA.

           IF CXC-ACU-ESTADO = "V"
             DISPLAY "LA CUENTA YA TIENE UN ACUERDO VIGENTE; LO "
                 "REEMPLAZA (S/N)? "
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           INITIALIZE WS-CAPTURA-CXC.

           DISPLAY "NUMERO DE CUOTAS MENSUALES: ".
           ACCEPT WS-CXC-NUM-CUOTAS.
           DISPLAY "ANIO DE LA PRIMERA CUOTA (AAAA): ".
           ACCEPT WS-CXC-INICIO-AA.
           DISPLAY "MES DE LA PRIMERA CUOTA (MM): ".
           ACCEPT WS-CXC-INICIO-MM.

           EVALUATE TRUE
               WHEN WS-CXC-NUM-CUOTAS IS NOT NUMERIC OR
                    WS-CXC-NUM-CUOTAS = ZEROS
                 DISPLAY "EL NUMERO DE CUOTAS DEBE SER MAYOR A CERO"
                 EXIT PARAGRAPH
               WHEN WS-CXC-INICIO-AA IS NOT NUMERIC OR
                    WS-CXC-INICIO-MM IS NOT NUMERIC OR
                    WS-CXC-INICIO-MM < 1 OR WS-CXC-INICIO-MM > 12
                 DISPLAY "ERROR AL INGRESAR EL MES DE LA PRIMERA CUOTA"
                 EXIT PARAGRAPH
               WHEN WS-CXC-INICIO-AA * 100 + WS-CXC-INICIO-MM <
                    WS-FEC-AA * 100 + WS-FEC-MM
                 DISPLAY "LA PRIMERA CUOTA NO PUEDE SER DE UN MES "
                     "PASADO"
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: ACUERDO " CXC-ACU-ESTADO
               " CUOTAS " CXC-ACU-NUM-CUOTAS
               " DE " CXC-ACU-VALOR-CUOTA
               " SALDO " CXC-SALDO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           MOVE "V"               TO CXC-ACU-ESTADO.
           MOVE WS-CXC-NUM-CUOTAS TO CXC-ACU-NUM-CUOTAS.
           COMPUTE CXC-ACU-VALOR-CUOTA ROUNDED =
               CXC-SALDO / WS-CXC-NUM-CUOTAS.
           MOVE WS-CXC-INICIO-AA  TO CXC-ACU-INICIO-AA.
           MOVE WS-CXC-INICIO-MM  TO CXC-ACU-INICIO-MM.
           MOVE ZEROS             TO CXC-ACU-COBRADO.
           MOVE LK-OPERADOR       TO CXC-ACU-OPERADOR.

           MOVE "A"               TO MCX-TIPO.
           MOVE CXC-SALDO         TO MCX-VALOR.
           MOVE SPACES            TO MCX-REFERENCIA.
           STRING "ACUERDO " CXC-ACU-NUM-CUOTAS " CUOTAS DESDE "
               CXC-ACU-INICIO-AA "-" CXC-ACU-INICIO-MM
               DELIMITED BY SIZE INTO MCX-REFERENCIA
           END-STRING.

           PERFORM 9100-GRABAR-CUENTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "ACUERDO REGISTRADO: " CXC-ACU-NUM-CUOTAS
               " CUOTAS DE " CXC-ACU-VALOR-CUOTA.

       3500-REGISTRAR-COBRO.
      *---------------------
           PERFORM 1500-LEER-CUENTA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1700-VERIFICAR-ABIERTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CUENTA.

           INITIALIZE WS-CAPTURA-CXC.

           DISPLAY "VALOR COBRADO: ".
           ACCEPT WS-CXC-VALOR.
           DISPLAY "REFERENCIA DEL PAGO (RECIBO O DEPOSITO): ".
           ACCEPT WS-CXC-REFERENCIA.

           EVALUATE TRUE
               WHEN WS-CXC-VALOR IS NOT NUMERIC OR
                    WS-CXC-VALOR = ZEROS
                 DISPLAY "EL VALOR COBRADO DEBE SER MAYOR A CERO"
                 EXIT PARAGRAPH
               WHEN WS-CXC-VALOR > CXC-SALDO
                 DISPLAY "EL VALOR COBRADO SUPERA EL SALDO DE LA "
                     "CUENTA"
                 EXIT PARAGRAPH
               WHEN WS-CXC-REFERENCIA = SPACES
                 DISPLAY "DEBE INGRESAR LA REFERENCIA DEL PAGO"
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: SALDO " CXC-SALDO
               " COBRADO " CXC-TOTAL-COBRADO
               " ACUERDO " CXC-ACU-ESTADO
               " COBRADO EN ACUERDO " CXC-ACU-COBRADO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           SUBTRACT WS-CXC-VALOR FROM CXC-SALDO.
           ADD WS-CXC-VALOR      TO CXC-TOTAL-COBRADO.
           MOVE WS-FEC-AA        TO CXC-FEC-COB-AA.
           MOVE WS-FEC-MM        TO CXC-FEC-COB-MM.
           MOVE WS-FEC-DD        TO CXC-FEC-COB-DD.

      *    EL ACUERDO SE CUMPLE AL PAGARSE TODAS SUS CUOTAS O AL
      *    QUEDAR LA CUENTA EN CERO.
           IF CXC-ACU-ESTADO = "V"
             ADD WS-CXC-VALOR TO CXC-ACU-COBRADO
             IF CXC-SALDO = ZEROS OR
                CXC-ACU-COBRADO >=
                    CXC-ACU-NUM-CUOTAS * CXC-ACU-VALOR-CUOTA
               MOVE "C" TO CXC-ACU-ESTADO
             END-IF
           END-IF.

           IF CXC-SALDO = ZEROS
             MOVE "C" TO CXC-ESTADO
           END-IF.

           MOVE "C"               TO MCX-TIPO.
           MOVE WS-CXC-VALOR      TO MCX-VALOR.
           MOVE WS-CXC-REFERENCIA TO MCX-REFERENCIA.

           PERFORM 9100-GRABAR-CUENTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE CXC-SALDO TO WS-VALOR-EDITADO.
           DISPLAY "COBRO REGISTRADO, SALDO PENDIENTE "
               WS-VALOR-EDITADO.
           IF CXC-ESTADO = "C"
             DISPLAY "LA CUENTA QUEDA COBRADA EN SU TOTALIDAD"
           END-IF.

       4000-SOLICITAR-CASTIGO.
      *-----------------------
      *    EL CASTIGO DA DE BAJA TODO EL SALDO PENDIENTE; LO SOLICITA
      *    TALENTO HUMANO Y LO APRUEBA FINANZAS CON OTRO OPERADOR.
           PERFORM 1500-LEER-CUENTA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1700-VERIFICAR-ABIERTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CUENTA.

           INITIALIZE WS-CAPTURA-CXC.

           DISPLAY "MOTIVO DEL CASTIGO: ".
           ACCEPT WS-CXC-MOTIVO.

           IF WS-CXC-MOTIVO = SPACES
             DISPLAY "DEBE INGRESAR EL MOTIVO DEL CASTIGO"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "SOLICITUD DE CASTIGO DEL SALDO " CXC-SALDO
               " MOTIVO " WS-CXC-MOTIVO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           MOVE "S"              TO CXC-CAS-ESTADO.
           MOVE WS-CXC-MOTIVO    TO CXC-CAS-MOTIVO.
           MOVE LK-OPERADOR      TO CXC-CAS-SOLICITANTE.
           MOVE SPACES           TO CXC-CAS-APROBADOR.
           MOVE WS-FECHA-SISTEMA TO CXC-CAS-FECHA.

           REWRITE CXC-DATOS
           END-REWRITE.

           IF FL-CXC NOT = "00"
             DISPLAY "ERROR AL SOLICITAR EL CASTIGO: " FL-CXC
             EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-CUENTA.

           DISPLAY "CASTIGO SOLICITADO, PENDIENTE DE APROBACION DE "
               "FINANZAS".

       4500-RESOLVER-CASTIGO.
      *----------------------
           PERFORM 1500-LEER-CUENTA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF CXC-ESTADO NOT = "A" OR CXC-CAS-ESTADO NOT = "S"
             DISPLAY "LA CUENTA NO TIENE UN CASTIGO PENDIENTE"
             EXIT PARAGRAPH
           END-IF.

      *    QUIEN SOLICITA EL CASTIGO NO PUEDE APROBARLO.
           IF CXC-CAS-SOLICITANTE = LK-OPERADOR
             DISPLAY "EL CASTIGO DEBE APROBARLO UN OPERADOR DISTINTO "
                 "DE QUIEN LO SOLICITO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CUENTA.

           INITIALIZE WS-CAPTURA-CXC.

           DISPLAY "APRUEBA EL CASTIGO (A = APROBAR, R = RECHAZAR): ".
           ACCEPT WS-CXC-DECISION.

           IF NOT (WS-CXC-DECISION = "A" OR WS-CXC-DECISION = "R")
             DISPLAY "LA DECISION SOLO PUEDE SER A/R"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "CASTIGO SOLICITADO POR " CXC-CAS-SOLICITANTE
               " EL " CXC-CAS-FECHA " SALDO " CXC-SALDO
               " DECISION " WS-CXC-DECISION
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           IF WS-CXC-DECISION = "R"
             MOVE "R"              TO CXC-CAS-ESTADO
             MOVE LK-OPERADOR      TO CXC-CAS-APROBADOR
             MOVE WS-FECHA-SISTEMA TO CXC-CAS-FECHA
             REWRITE CXC-DATOS
             END-REWRITE
             IF FL-CXC NOT = "00"
               DISPLAY "ERROR AL RECHAZAR EL CASTIGO: " FL-CXC
               EXIT PARAGRAPH
             END-IF
             MOVE "U" TO WS-OPERACION-AUD
             PERFORM 9200-AUDITAR-CUENTA
             DISPLAY "CASTIGO RECHAZADO, LA CUENTA SIGUE ABIERTA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUBRO-CASTIGO TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.
           IF FL-CGL NOT = "00" OR CGL-ESTADO NOT = "A"
             DISPLAY "EL RUBRO " WS-RUBRO-CASTIGO " (CASTIGO DE "
                 "CUENTAS POR COBRAR) NO TIENE MAPEO CONTABLE ACTIVO"
             EXIT PARAGRAPH
           END-IF.
           MOVE CGL-CUENTA-DEBE  TO WS-CTA-GASTO.
           MOVE CGL-CUENTA-HABER TO WS-CTA-POR-COBRAR.

           MOVE CXC-SALDO        TO WS-CXC-VALOR.

           ADD CXC-SALDO         TO CXC-TOTAL-CASTIGADO.
           MOVE ZEROS            TO CXC-SALDO.
           MOVE "K"              TO CXC-ESTADO.
           MOVE "A"              TO CXC-CAS-ESTADO.
           MOVE LK-OPERADOR      TO CXC-CAS-APROBADOR.
           MOVE WS-FECHA-SISTEMA TO CXC-CAS-FECHA.
           IF CXC-ACU-ESTADO = "V"
             MOVE "R"            TO CXC-ACU-ESTADO
           END-IF.

           MOVE "K"              TO MCX-TIPO.
           MOVE WS-CXC-VALOR     TO MCX-VALOR.
           MOVE CXC-CAS-MOTIVO   TO MCX-REFERENCIA.

           PERFORM 9100-GRABAR-CUENTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 4600-POSTEAR-CASTIGO-GL.

           MOVE WS-CXC-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "CASTIGO APROBADO POR " WS-VALOR-EDITADO.
           DISPLAY "ASIENTO: ../Archivos/Interfaz-CXC.txt".

       4600-POSTEAR-CASTIGO-GL.
      *------------------------
      *    EL CASTIGO VA AL GASTO POR INCOBRABLES Y CANCELA LA CUENTA
      *    POR COBRAR; LOS ASIENTOS SE ACUMULAN EN LA INTERFAZ HASTA
      *    QUE CONTABILIDAD LOS RECOJA.
           OPEN EXTEND ARCHIVO-INTERFAZ.
           IF FL-INT NOT = "00"
             OPEN OUTPUT ARCHIVO-INTERFAZ
           END-IF.

           MOVE WS-CIA-CODIGO TO INT-EMPRESA.
           COMPUTE INT-PERIODO = WS-FEC-AA * 100 + WS-FEC-MM.
           MOVE ZEROS         TO INT-OFICINA.
           MOVE WS-RUBRO-CASTIGO TO INT-RUBRO.
           MOVE WS-CXC-VALOR  TO INT-VALOR.

           MOVE "D"               TO INT-TIPO-LINEA.
           MOVE WS-CTA-GASTO      TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.

           MOVE "H"               TO INT-TIPO-LINEA.
           MOVE WS-CTA-POR-COBRAR TO INT-CUENTA.
           WRITE INT-LINEA FROM INT-ASIENTO.

           CLOSE ARCHIVO-INTERFAZ.

       5000-ANTIGUEDAD-SALDOS.
      *-----------------------
      *    SALDOS ABIERTOS DE LA EMPRESA POR TRAMOS DE 0-30, 31-60,
      *    61-90, 91-180 Y MAS DE 180 DIAS DESDE LA LIQUIDACION, CON
      *    LOS ACUERDOS DE PAGO QUE VAN ATRASADOS.
           INITIALIZE WS-TOTALES-ANTIGUEDAD.

           MOVE WS-FECHA-SISTEMA TO WS-FECHA-AUX.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-CXC "    TO WS-RPT-NOMBRE.
           MOVE "ANTIGUEDAD DE CUENTAS POR COBRAR A EX EMPLEADOS"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO CXC-CLAVE.
           MOVE WS-CIA-CODIGO TO CXC-COD-EMPRESA.

           START ARCHIVO-CXC-EXEMPLEADOS
               KEY IS NOT LESS THAN CXC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CXC
           END-START.

           IF FL-CXC = "00"
             PERFORM 1610-LEER-CUENTA
           END-IF.

           PERFORM UNTIL FL-CXC NOT = "00" OR
                   CXC-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CXC-ESTADO = "A"
               PERFORM 5100-IMPRIMIR-CUENTA
             END-IF
             PERFORM 1610-LEER-CUENTA
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
               UNTIL WS-IND-TRAMO > 5
             MOVE WS-IND-TRAMO TO WS-TRAMO
             PERFORM 5300-DESCRIBIR-TRAMO
             MOVE WS-TOT-TRAMO (WS-IND-TRAMO) TO WS-TOTAL-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "TRAMO " WS-DESC-TRAMO " DIAS  "
                 WS-TOTAL-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-PERFORM.

           MOVE WS-TOT-SALDO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: CUENTAS " WS-TOT-CUENTAS
               " SALDO " WS-TOTAL-EDITADO
               " ACUERDOS ATRASADOS " WS-TOT-ATRASADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5100-IMPRIMIR-CUENTA.
      *---------------------
           MOVE CXC-FEC-ORIGEN TO WS-FECHA-AUX.
           COMPUTE WS-DIA-ORIGEN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           IF WS-DIA-HOY > WS-DIA-ORIGEN
             COMPUTE WS-DIAS-SALDO = WS-DIA-HOY - WS-DIA-ORIGEN
           ELSE
             MOVE ZEROS TO WS-DIAS-SALDO
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-SALDO <= 30
                 MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS-SALDO <= 60
                 MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS-SALDO <= 90
                 MOVE 3 TO WS-TRAMO
               WHEN WS-DIAS-SALDO <= 180
                 MOVE 4 TO WS-TRAMO
               WHEN OTHER
                 MOVE 5 TO WS-TRAMO
           END-EVALUATE.

           PERFORM 5300-DESCRIBIR-TRAMO.
           PERFORM 5200-REVISAR-ACUERDO.

           ADD 1         TO WS-TOT-CUENTAS.
           ADD CXC-SALDO TO WS-TOT-SALDO.
           ADD CXC-SALDO TO WS-TOT-TRAMO (WS-TRAMO).

           MOVE CXC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           PERFORM 9400-DESCRIBIR-ESTADO.

           MOVE CXC-SALDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING CXC-COD-EMPLEADO "-" CXC-SECUENCIA " "
               EMP-NOMBRES (1:28)
               " " CXC-FEC-ORI-AA "-" CXC-FEC-ORI-MM "-"
               CXC-FEC-ORI-DD
               " " WS-DIAS-SALDO " DIAS " WS-DESC-TRAMO
               " " WS-VALOR-EDITADO
               " ACUERDO " WS-DESC-ACUERDO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-ACUERDO-ATRASADO
             MOVE "ATRASADO" TO WS-LINEA-SPOOL (122:8)
           END-IF.
           IF CXC-CAS-ESTADO = "S"
             MOVE "CASTIGO" TO WS-LINEA-SPOOL (122:8)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       5200-REVISAR-ACUERDO.
      *---------------------
      *    UN ACUERDO VIGENTE VA ATRASADO CUANDO LO COBRADO NO
      *    ALCANZA LAS CUOTAS VENCIDAS HASTA EL MES EN CURSO.
           MOVE "N" TO WS-ACU-ATRASADO.

           IF CXC-ACU-ESTADO NOT = "V"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MESES-ACUERDO =
               (WS-FEC-AA * 12 + WS-FEC-MM) -
               (CXC-ACU-INICIO-AA * 12 + CXC-ACU-INICIO-MM) + 1.

           IF WS-MESES-ACUERDO <= ZEROS
             EXIT PARAGRAPH
           END-IF.

           IF WS-MESES-ACUERDO > CXC-ACU-NUM-CUOTAS
             MOVE CXC-ACU-NUM-CUOTAS TO WS-MESES-ACUERDO
           END-IF.

           COMPUTE WS-ACU-ESPERADO =
               WS-MESES-ACUERDO * CXC-ACU-VALOR-CUOTA.

           IF CXC-ACU-COBRADO < WS-ACU-ESPERADO
             MOVE "S" TO WS-ACU-ATRASADO
             ADD 1 TO WS-TOT-ATRASADOS
           END-IF.

       5300-DESCRIBIR-TRAMO.
      *---------------------
           EVALUATE WS-TRAMO
               WHEN 1
                 MOVE "0-30"    TO WS-DESC-TRAMO
               WHEN 2
                 MOVE "31-60"   TO WS-DESC-TRAMO
               WHEN 3
                 MOVE "61-90"   TO WS-DESC-TRAMO
               WHEN 4
                 MOVE "91-180"  TO WS-DESC-TRAMO
               WHEN OTHER
                 MOVE "MAS 180" TO WS-DESC-TRAMO
           END-EVALUATE.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-GRABAR-CUENTA.
      *-------------------
      *    REGRABA LA CUENTA Y DEJA EL MOVIMIENTO QUE LA MODIFICO
      *    (TIPO, VALOR Y REFERENCIA YA CARGADOS EN MCX-DATOS).
           MOVE 1 TO WS-BANDERA-CAMPOS.

           ADD 1 TO CXC-ULT-MOVIMIENTO.

           REWRITE CXC-DATOS
           END-REWRITE.

           IF FL-CXC NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL GRABAR LA CUENTA POR COBRAR: " FL-CXC
             EXIT PARAGRAPH
           END-IF.

           MOVE CXC-COD-EMPRESA    TO MCX-COD-EMPRESA.
           MOVE CXC-COD-EMPLEADO   TO MCX-COD-EMPLEADO.
           MOVE CXC-SECUENCIA      TO MCX-SECUENCIA.
           MOVE CXC-ULT-MOVIMIENTO TO MCX-MOVIMIENTO.
           MOVE WS-FEC-AA          TO MCX-FEC-AA.
           MOVE WS-FEC-MM          TO MCX-FEC-MM.
           MOVE WS-FEC-DD          TO MCX-FEC-DD.
           MOVE CXC-SALDO          TO MCX-SALDO-POSTERIOR.
           MOVE LK-OPERADOR        TO MCX-OPERADOR.

           WRITE MCX-DATOS
           END-WRITE.

           IF FL-MCX NOT = "00"
             DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DE LA CUENTA: "
                 FL-MCX
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-CUENTA.

       9200-AUDITAR-CUENTA.
      *--------------------
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
           MOVE "GES-CXC"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "CXC"            TO AUD-ARCHIVO.

           STRING CXC-COD-EMPRESA CXC-COD-EMPLEADO CXC-SECUENCIA
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE CXC-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-CUENTA.
      *--------------------
           PERFORM 9400-DESCRIBIR-ESTADO.

           DISPLAY WS-DECORADOR.
           DISPLAY "EX EMPLEADO:   " CXC-COD-EMPLEADO " " EMP-NOMBRES.
           DISPLAY "ORIGEN:        " CXC-PROGRAMA-ORIGEN " DEL "
               CXC-FEC-ORI-AA "-" CXC-FEC-ORI-MM "-" CXC-FEC-ORI-DD
               " (PERIODO " CXC-PER-LIQ-AA "-" CXC-PER-LIQ-MM ")".
           DISPLAY "  PRESTAMOS:   " CXC-ORI-PRESTAMOS.
           DISPLAY "  ANTICIPOS:   " CXC-ORI-ANTICIPOS.
           DISPLAY "  EQUIPOS:     " CXC-ORI-EQUIPOS.
           DISPLAY "VALOR ORIGINAL:" CXC-VALOR-ORIGINAL.
           DISPLAY "COBRADO:       " CXC-TOTAL-COBRADO
               " ULTIMO COBRO " CXC-FEC-COB-AA "-" CXC-FEC-COB-MM
               "-" CXC-FEC-COB-DD.
           DISPLAY "CASTIGADO:     " CXC-TOTAL-CASTIGADO.
           DISPLAY "SALDO:         " CXC-SALDO.
           DISPLAY "ESTADO:        " WS-DESC-ESTADO.
           DISPLAY "ACUERDO:       " WS-DESC-ACUERDO
               " CUOTAS " CXC-ACU-NUM-CUOTAS
               " DE " CXC-ACU-VALOR-CUOTA
               " DESDE " CXC-ACU-INICIO-AA "-" CXC-ACU-INICIO-MM
               " COBRADO " CXC-ACU-COBRADO.
           DISPLAY "CASTIGO:       " WS-DESC-CASTIGO
               " " CXC-CAS-MOTIVO.
           IF CXC-CAS-ESTADO NOT = "N"
             DISPLAY "               SOLICITA " CXC-CAS-SOLICITANTE
                 " RESUELVE " CXC-CAS-APROBADOR
                 " FECHA " CXC-CAS-FECHA
           END-IF.

       9400-DESCRIBIR-ESTADO.
      *----------------------
           EVALUATE CXC-ESTADO
               WHEN "A"
                 MOVE "ABIERTA"    TO WS-DESC-ESTADO
               WHEN "C"
                 MOVE "COBRADA"    TO WS-DESC-ESTADO
               WHEN "K"
                 MOVE "CASTIGADA"  TO WS-DESC-ESTADO
               WHEN OTHER
                 MOVE SPACES       TO WS-DESC-ESTADO
           END-EVALUATE.

           EVALUATE CXC-ACU-ESTADO
               WHEN "V"
                 MOVE "VIGENTE"    TO WS-DESC-ACUERDO
               WHEN "C"
                 MOVE "CUMPLIDO"   TO WS-DESC-ACUERDO
               WHEN "R"
                 MOVE "ROTO"       TO WS-DESC-ACUERDO
               WHEN OTHER
                 MOVE "SIN ACUERDO" TO WS-DESC-ACUERDO
           END-EVALUATE.

           EVALUATE CXC-CAS-ESTADO
               WHEN "S"
                 MOVE "SOLICITADO" TO WS-DESC-CASTIGO
               WHEN "A"
                 MOVE "APROBADO"   TO WS-DESC-CASTIGO
               WHEN "R"
                 MOVE "RECHAZADO"  TO WS-DESC-CASTIGO
               WHEN OTHER
                 MOVE "NO"         TO WS-DESC-CASTIGO
           END-EVALUATE.

       9500-DESCRIBIR-MOVIMIENTO.
      *--------------------------
           EVALUATE MCX-TIPO
               WHEN "O"
                 MOVE "ORIGEN"   TO WS-DESC-MOVIMIENTO
               WHEN "A"
                 MOVE "ACUERDO"  TO WS-DESC-MOVIMIENTO
               WHEN "C"
                 MOVE "COBRO"    TO WS-DESC-MOVIMIENTO
               WHEN "K"
                 MOVE "CASTIGO"  TO WS-DESC-MOVIMIENTO
               WHEN OTHER
                 MOVE SPACES     TO WS-DESC-MOVIMIENTO
           END-EVALUATE.
