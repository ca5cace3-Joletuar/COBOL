      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-BHO.
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
            COPY "./Copys/FISI-BHO.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-BHO.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-BHO                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    BANCO DE HORAS COMPENSATORIAS: LAS HORAS EXTRAS APROBADAS
      *    DE LOS EMPLEADOS QUE ACUMULAN SE ACREDITAN EN LA NOMINA
      *    (PROC-NOM), SE GOZAN CON EL CALENDARIO DE AUSENCIAS
      *    (CRUD-DES), VENCEN A LOS MESES QUE FIJA LA POLITICA Y EL
      *    SALDO SE PAGA EN LA LIQUIDACION (LIQ-EMP). AQUI SE FIJA EL
      *    REGIMEN DE CADA EMPLEADO, SE CONSULTA, SE VENCE Y SE
      *    REPORTA.
       01  WS-PARAMETROS-BHO.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-BHO-COD-EMPLEADO   PIC 9(8).
           03 WS-BHO-REGIMEN-NUEVO  PIC X(1).
           03 WS-FECHA-CORTE        PIC 9(8).

       01  WS-CONTROL-BHO.
           03 WS-BHO-OPERACION      PIC X(1).
           03 WS-BHO-EMPRESA        PIC 9(3).
           03 WS-BHO-EMPLEADO       PIC 9(8).
           03 WS-BHO-FECHA          PIC 9(8).
           03 WS-BHO-HORAS          PIC 9(5)V9(2).
           03 WS-BHO-VALOR-PAGAR    PIC 9(8)V9(2).
           03 WS-BHO-SALDO          PIC 9(5)V9(2).
           03 WS-BHO-EN-BANCO       PIC X(1).
           03 WS-BHO-MESES-VIGENCIA PIC 9(2).
           03 WS-BHO-MOVIMIENTOS    PIC 9(5).
           03 WS-BHO-REFERENCIA     PIC X(30).
           03 WS-BHO-PROGRAMA       PIC X(8).
           03 WS-BHO-OPERADOR       PIC X(10).
           03 WS-BHO-RESULTADO      PIC X(1).

       01  WS-DESC-REGIMEN          PIC X(20).
       01  WS-DESC-MOVIMIENTO       PIC X(8).
       01  WS-REGIMEN-ANTERIOR      PIC X(1).
       01  WS-FEC-VENCE-NUM         PIC 9(8).

      *    SALDOS DEL REPORTE: CORTE DE CONTROL POR EMPLEADO SOBRE
      *    LOS CREDITOS AUN VIGENTES A LA FECHA DEL REPORTE.
       01  WS-CONTROL-REPORTE-BHO.
           03 WS-EMP-ANTERIOR       PIC 9(8).
           03 WS-HORAS-EMPLEADO     PIC 9(5)V9(2).
           03 WS-HORAS-POR-VENCER   PIC 9(5)V9(2).
           03 WS-VALOR-EMPLEADO     PIC 9(8)V9(2).
           03 WS-FECHA-AVISO        PIC 9(8).
           03 WS-MESES-AVISO        PIC 9(6).
           03 WS-AVISO-AA           PIC 9(4).
           03 WS-AVISO-MM           PIC 9(2).

       01  WS-TOTALES-BHO.
           03 WS-TOT-EMPLEADOS      PIC 9(5).
           03 WS-TOT-HORAS          PIC 9(7)V9(2).
           03 WS-TOT-POR-VENCER     PIC 9(7)V9(2).
           03 WS-TOT-VALOR          PIC 9(10)V9(2).

       01  WS-HORAS-EDITADO         PIC Z(4)9.99.
       01  WS-VENCER-EDITADO        PIC Z(4)9.99.
       01  WS-VALOR-EDITADO         PIC Z(7)9.99.
       01  WS-TOT-HORAS-EDITADO     PIC Z(6)9.99.
       01  WS-TOTAL-EDITADO         PIC Z(9)9.99.

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

      *    AUDITORIA (I=REGIMEN NUEVO, U=CAMBIO DE REGIMEN).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-BANDERA-CAMPOS        PIC 9.
       01  WS-OPCION                PIC S9(2).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

      *    EL VALOR DE LA HORA ES EL SUELDO DEL MES SOBRE 240 HORAS,
      *    LA MISMA BASE CON QUE SE VALORIZAN LAS HORAS EXTRAS; EL
      *    REPORTE SENALA LO QUE VENCE EN LOS PROXIMOS DOS MESES.
       77  WS-HORAS-MES-BASE        PIC 9(3) VALUE 240.
       77  WS-MESES-POR-VENCER      PIC 9(2) VALUE 2.
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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- BANCO DE HORAS COMPENSATORIAS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGIMEN DEL EMPLEADO (BANCO O PAGO)".
           DISPLAY " 2.- CONSULTAR SALDO Y MOVIMIENTOS".
           DISPLAY " 3.- VENCER SALDOS CUMPLIDOS".
           DISPLAY " 4.- REPORTE DE SALDOS".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 4
             IF WS-OPCION NOT = 5
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    EL REGIMEN Y EL VENCIMIENTO LOS MANEJA TALENTO HUMANO.
           IF (WS-OPCION = 1 OR WS-OPCION = 3) AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REGIMEN-EMPLEADO
               WHEN WS-OPCION = 2
                 PERFORM 3000-CONSULTAR-SALDO
               WHEN WS-OPCION = 3
                 PERFORM 4000-VENCER-SALDOS
               WHEN WS-OPCION = 4
                 PERFORM 5000-REPORTE-SALDOS
           END-EVALUATE.

       1100-ABRIR-BANCO.
      *-----------------
           OPEN I-O ARCHIVO-BANCO-HORAS.
           IF FL-BHO NOT = "00"
             CLOSE ARCHIVO-BANCO-HORAS
             OPEN OUTPUT ARCHIVO-BANCO-HORAS
             CLOSE ARCHIVO-BANCO-HORAS
             OPEN I-O ARCHIVO-BANCO-HORAS
           END-IF.

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

           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-BHO-COD-EMPLEADO.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           MOVE WS-BHO-COD-EMPLEADO TO EMP-CLAVE.
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

           CLOSE ARCHIVO-EMPLEADOS.

       1500-CONSULTAR-BANCO.
      *---------------------
      *    REGIMEN VIGENTE Y SALDO DISPONIBLE A LA FECHA SEGUN
      *    UTIL-BHO.
           INITIALIZE WS-CONTROL-BHO.
           MOVE "C"                 TO WS-BHO-OPERACION.
           MOVE WS-CIA-CODIGO       TO WS-BHO-EMPRESA.
           MOVE WS-BHO-COD-EMPLEADO TO WS-BHO-EMPLEADO.
           MOVE WS-FECHA-SISTEMA    TO WS-BHO-FECHA.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

       2000-REGIMEN-EMPLEADO.
      *----------------------
      *    B = LAS HORAS EXTRAS VAN AL BANCO, P = SE PAGAN EN LA
      *    NOMINA, ESPACIO = RIGE LA POLITICA DE LA EMPRESA. EL
      *    CAMBIO VALE DESDE LA PROXIMA CORRIDA DE NOMINA; LO YA
      *    ACREDITADO QUEDA EN EL BANCO HASTA GOZARSE O VENCER.
           PERFORM 1400-PEDIR-EMPLEADO.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1500-CONSULTAR-BANCO.
           PERFORM 9300-MOSTRAR-REGIMEN.

           DISPLAY "NUEVO REGIMEN (B=BANCO / P=PAGO / "
               "ESPACIO=SEGUN POLITICA): ".
           MOVE SPACE TO WS-BHO-REGIMEN-NUEVO.
           ACCEPT WS-BHO-REGIMEN-NUEVO.

           IF NOT (WS-BHO-REGIMEN-NUEVO = "B" OR
                   WS-BHO-REGIMEN-NUEVO = "P" OR
                   WS-BHO-REGIMEN-NUEVO = SPACE)
             DISPLAY "EL REGIMEN SOLO PUEDE SER B/P O ESPACIO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-BANCO.

           MOVE WS-CIA-CODIGO       TO BHO-COD-EMPRESA.
           MOVE WS-BHO-COD-EMPLEADO TO BHO-COD-EMPLEADO.
           MOVE ZEROS               TO BHO-FECHA-MOV.
           MOVE "H"                 TO BHO-TIPO-MOV.
           MOVE ZEROS               TO BHO-SECUENCIA.
           READ ARCHIVO-BANCO-HORAS
           END-READ.

           IF FL-BHO = "00"
             MOVE BHO-REGIMEN TO WS-REGIMEN-ANTERIOR
             MOVE "U"         TO WS-OPERACION-AUD
           ELSE
             INITIALIZE BHO-DATOS
             MOVE WS-CIA-CODIGO       TO BHO-COD-EMPRESA
             MOVE WS-BHO-COD-EMPLEADO TO BHO-COD-EMPLEADO
             MOVE ZEROS               TO BHO-FECHA-MOV
             MOVE "H"                 TO BHO-TIPO-MOV
             MOVE ZEROS               TO BHO-SECUENCIA
             MOVE SPACE               TO WS-REGIMEN-ANTERIOR
             MOVE "I"                 TO WS-OPERACION-AUD
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: REGIMEN '" WS-REGIMEN-ANTERIOR "'"
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           MOVE WS-BHO-REGIMEN-NUEVO TO BHO-REGIMEN.
           MOVE "REGIMEN DEL EMPLEADO" TO BHO-REFERENCIA.
           MOVE "GES-BHO"            TO BHO-PROGRAMA.
           MOVE LK-OPERADOR          TO BHO-OPERADOR.
           MOVE WS-FECHA-SISTEMA     TO BHO-FEC-REGISTRO.

           IF WS-OPERACION-AUD = "U"
             REWRITE BHO-DATOS
           ELSE
             WRITE BHO-DATOS
           END-IF.

           IF FL-BHO = "00"
             DISPLAY "REGIMEN ACTUALIZADO"
             PERFORM 9200-AUDITAR-REGIMEN
           ELSE
             DISPLAY "ERROR AL GRABAR EL REGIMEN: " FL-BHO
           END-IF.

           CLOSE ARCHIVO-BANCO-HORAS.

       3000-CONSULTAR-SALDO.
      *---------------------
           PERFORM 1400-PEDIR-EMPLEADO.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1500-CONSULTAR-BANCO.
           PERFORM 9300-MOSTRAR-REGIMEN.

           MOVE WS-BHO-SALDO TO WS-HORAS-EDITADO.
           DISPLAY "SALDO DISPONIBLE:  " WS-HORAS-EDITADO " HORAS".
           DISPLAY "VIGENCIA:          " WS-BHO-MESES-VIGENCIA
               " MESES".

           DISPLAY WS-DECORADOR.
           DISPLAY "MOVIMIENTOS:".
           DISPLAY "FECHA      TIPO        HORAS PENDIENTE VENCE"
               "      REFERENCIA".

           PERFORM 1100-ABRIR-BANCO.

           MOVE LOW-VALUES          TO BHO-CLAVE.
           MOVE WS-CIA-CODIGO       TO BHO-COD-EMPRESA.
           MOVE WS-BHO-COD-EMPLEADO TO BHO-COD-EMPLEADO.

           START ARCHIVO-BANCO-HORAS KEY IS NOT LESS THAN BHO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BHO
           END-START.

           IF FL-BHO = "00"
             PERFORM 3010-LEER-MOVIMIENTO
           END-IF.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   BHO-COD-EMPLEADO NOT = WS-BHO-COD-EMPLEADO
             IF BHO-TIPO-MOV NOT = "H"
               PERFORM 9500-DESCRIBIR-MOVIMIENTO
               MOVE BHO-HORAS TO WS-HORAS-EDITADO
               IF BHO-TIPO-MOV = "C"
                 MOVE BHO-HORAS-PENDIENTES TO WS-VENCER-EDITADO
                 DISPLAY BHO-FEC-MOV-AA "-" BHO-FEC-MOV-MM "-"
                     BHO-FEC-MOV-DD " " WS-DESC-MOVIMIENTO " "
                     WS-HORAS-EDITADO "  " WS-VENCER-EDITADO " "
                     BHO-FEC-VEN-AA "-" BHO-FEC-VEN-MM "-"
                     BHO-FEC-VEN-DD " " BHO-REFERENCIA
               ELSE
                 DISPLAY BHO-FEC-MOV-AA "-" BHO-FEC-MOV-MM "-"
                     BHO-FEC-MOV-DD " " WS-DESC-MOVIMIENTO " "
                     WS-HORAS-EDITADO "                       "
                     BHO-REFERENCIA
               END-IF
             END-IF
             PERFORM 3010-LEER-MOVIMIENTO
           END-PERFORM.

           CLOSE ARCHIVO-BANCO-HORAS.

           DISPLAY WS-DECORADOR.

       3010-LEER-MOVIMIENTO.
      *---------------------
           READ ARCHIVO-BANCO-HORAS NEXT RECORD
           END-READ.

       4000-VENCER-SALDOS.
      *-------------------
      *    DA DE BAJA LAS HORAS PENDIENTES DE LOS CREDITOS CUYO PLAZO
      *    SE CUMPLIO A LA FECHA DE CORTE, EN TODA LA EMPRESA.
           DISPLAY "FECHA DE CORTE AAAAMMDD (0 = HOY): ".
           MOVE ZEROS TO WS-FECHA-CORTE.
           ACCEPT WS-FECHA-CORTE.

           IF WS-FECHA-CORTE IS NOT NUMERIC OR
              WS-FECHA-CORTE = ZEROS
             MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORTE
           END-IF.

           IF WS-FECHA-CORTE > WS-FECHA-SISTEMA
             DISPLAY "LA FECHA DE CORTE NO PUEDE SER FUTURA"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CONTROL-BHO.
           MOVE "V"              TO WS-BHO-OPERACION.
           MOVE WS-CIA-CODIGO    TO WS-BHO-EMPRESA.
           MOVE ZEROS            TO WS-BHO-EMPLEADO.
           MOVE WS-FECHA-CORTE   TO WS-BHO-FECHA.
           MOVE "GES-BHO"        TO WS-BHO-PROGRAMA.
           MOVE LK-OPERADOR      TO WS-BHO-OPERADOR.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

           MOVE WS-BHO-HORAS TO WS-HORAS-EDITADO.
           DISPLAY "CREDITOS VENCIDOS: " WS-BHO-MOVIMIENTOS.
           DISPLAY "HORAS VENCIDAS:    " WS-HORAS-EDITADO.
           IF WS-BHO-RESULTADO NOT = "0"
             DISPLAY "HUBO ERRORES AL GRABAR ALGUNOS VENCIMIENTOS"
           END-IF.

       5000-REPORTE-SALDOS.
      *--------------------
      *    SALDO DISPONIBLE POR EMPLEADO, LO QUE VENCE PRONTO Y SU
      *    VALOR A LA HORA DEL SUELDO ACTUAL (LO QUE COSTARIA PAGARLO
      *    EN UNA LIQUIDACION).
           INITIALIZE WS-TOTALES-BHO WS-CONTROL-REPORTE-BHO.

           COMPUTE WS-MESES-AVISO =
               WS-FEC-AA * 12 + WS-FEC-MM + WS-MESES-POR-VENCER - 1.
           DIVIDE WS-MESES-AVISO BY 12 GIVING WS-AVISO-AA
               REMAINDER WS-AVISO-MM.
           ADD 1 TO WS-AVISO-MM.
           COMPUTE WS-FECHA-AVISO =
               WS-AVISO-AA * 10000 + WS-AVISO-MM * 100 + WS-FEC-DD.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-BHO "    TO WS-RPT-NOMBRE.
           MOVE "SALDOS DEL BANCO DE HORAS COMPENSATORIAS"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO NOMBRE                          "
               "    HORAS POR VENCER       VALOR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           PERFORM 1100-ABRIR-BANCO.

           MOVE LOW-VALUES    TO BHO-CLAVE.
           MOVE WS-CIA-CODIGO TO BHO-COD-EMPRESA.

           START ARCHIVO-BANCO-HORAS KEY IS NOT LESS THAN BHO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BHO
           END-START.

           IF FL-BHO = "00"
             PERFORM 3010-LEER-MOVIMIENTO
             MOVE BHO-COD-EMPLEADO TO WS-EMP-ANTERIOR
           END-IF.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF BHO-COD-EMPLEADO NOT = WS-EMP-ANTERIOR
               PERFORM 5100-IMPRIMIR-EMPLEADO
               MOVE BHO-COD-EMPLEADO TO WS-EMP-ANTERIOR
             END-IF
             MOVE BHO-FEC-VENCE TO WS-FEC-VENCE-NUM
             IF BHO-TIPO-MOV = "C" AND
                BHO-HORAS-PENDIENTES > ZEROS AND
                WS-FEC-VENCE-NUM > WS-FECHA-SISTEMA
               ADD BHO-HORAS-PENDIENTES TO WS-HORAS-EMPLEADO
               IF WS-FEC-VENCE-NUM <= WS-FECHA-AVISO
                 ADD BHO-HORAS-PENDIENTES TO WS-HORAS-POR-VENCER
               END-IF
             END-IF
             PERFORM 3010-LEER-MOVIMIENTO
           END-PERFORM.

           PERFORM 5100-IMPRIMIR-EMPLEADO.

           CLOSE ARCHIVO-BANCO-HORAS.
           CLOSE ARCHIVO-EMPLEADOS.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-HORAS TO WS-TOT-HORAS-EDITADO.
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: EMPLEADOS " WS-TOT-EMPLEADOS
               " HORAS " WS-TOT-HORAS-EDITADO
               " VALOR " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-POR-VENCER TO WS-TOT-HORAS-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "HORAS QUE VENCEN HASTA EL " WS-AVISO-AA "-"
               WS-AVISO-MM "-" WS-FEC-DD ": " WS-TOT-HORAS-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5100-IMPRIMIR-EMPLEADO.
      *-----------------------
           IF WS-HORAS-EMPLEADO = ZEROS
             MOVE ZEROS TO WS-HORAS-POR-VENCER
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EMP-ANTERIOR TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE ZEROS  TO EMP-SUELDO-ACTUAL
           END-IF.

           COMPUTE WS-VALOR-EMPLEADO ROUNDED =
               WS-HORAS-EMPLEADO * EMP-SUELDO-ACTUAL /
               WS-HORAS-MES-BASE.

           ADD 1                   TO WS-TOT-EMPLEADOS.
           ADD WS-HORAS-EMPLEADO   TO WS-TOT-HORAS.
           ADD WS-HORAS-POR-VENCER TO WS-TOT-POR-VENCER.
           ADD WS-VALOR-EMPLEADO   TO WS-TOT-VALOR.

           MOVE WS-HORAS-EMPLEADO   TO WS-HORAS-EDITADO.
           MOVE WS-HORAS-POR-VENCER TO WS-VENCER-EDITADO.
           MOVE WS-VALOR-EMPLEADO   TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-EMP-ANTERIOR " " EMP-NOMBRES (1:30) " "
               WS-HORAS-EDITADO "   " WS-VENCER-EDITADO " "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ZEROS TO WS-HORAS-EMPLEADO WS-HORAS-POR-VENCER.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9200-AUDITAR-REGIMEN.
      *---------------------
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
           MOVE "GES-BHO"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "BHO"            TO AUD-ARCHIVO.

           STRING BHO-COD-EMPRESA BHO-COD-EMPLEADO
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE BHO-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-REGIMEN.
      *---------------------
           IF WS-BHO-EN-BANCO = "S"
             MOVE "BANCO DE HORAS" TO WS-DESC-REGIMEN
           ELSE
             MOVE "PAGO EN NOMINA" TO WS-DESC-REGIMEN
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO:          " WS-BHO-COD-EMPLEADO " "
               EMP-NOMBRES.
           DISPLAY "REGIMEN VIGENTE:   " WS-DESC-REGIMEN.

       9500-DESCRIBIR-MOVIMIENTO.
      *--------------------------
           EVALUATE BHO-TIPO-MOV
               WHEN "C"
                 MOVE "CREDITO"  TO WS-DESC-MOVIMIENTO
               WHEN "G"
                 MOVE "GOCE"     TO WS-DESC-MOVIMIENTO
               WHEN "V"
                 MOVE "VENCIDO"  TO WS-DESC-MOVIMIENTO
               WHEN "L"
                 MOVE "PAGADO"   TO WS-DESC-MOVIMIENTO
               WHEN OTHER
                 MOVE SPACES     TO WS-DESC-MOVIMIENTO
           END-EVALUATE.
