      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-CXC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-PRE.cpy".
            COPY "./Copys/FISI-ANT.cpy".
            COPY "./Copys/FISI-CXC.cpy".
            COPY "./Copys/FISI-MCX.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-PRE.cpy".
            COPY "./Copys/LOGI-ANT.cpy".
            COPY "./Copys/LOGI-CXC.cpy".
            COPY "./Copys/LOGI-MCX.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-PRE                  PIC XX.
       01  FL-ANT                  PIC XX.
       01  FL-CXC                  PIC XX.
       01  FL-MCX                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-RESTO-DISPONIBLE      PIC 9(10)V9(2).
       01  WS-SECUENCIA-MAYOR       PIC 9(3).

       LINKAGE SECTION.
      *----------------

      *    DEUDAS DEL EMPLEADO QUE SE LIQUIDA: SALDOS DE PRESTAMOS Y
      *    ANTICIPOS PAGADOS QUE LA NOMINA AUN NO RECUPERO. "C" LAS
      *    CONSULTA Y REPARTE LO DISPONIBLE DE LA LIQUIDACION ENTRE
      *    ELLAS (PRIMERO PRESTAMOS); "R" LAS DA POR CERRADAS EN LA
      *    LIQUIDACION Y LLEVA LO QUE QUEDO SIN CUBRIR, JUNTO CON LOS
      *    EQUIPOS NO CUBIERTOS, A LA CUENTA POR COBRAR DEL EX
      *    EMPLEADO.
       01  LK-CONTROL-CXC.
           03 LK-CXC-OPERACION      PIC X(1).
               88 LK-OP-CONSULTAR   VALUE "C".
               88 LK-OP-REGISTRAR   VALUE "R".
           03 LK-CXC-EMPRESA        PIC 9(3).
           03 LK-CXC-EMPLEADO       PIC 9(8).
           03 LK-CXC-PROGRAMA       PIC X(8).
           03 LK-CXC-OPERADOR       PIC X(10).
           03 LK-CXC-PAGO-AA        PIC 9(4).
           03 LK-CXC-PAGO-MM        PIC 9(2).
           03 LK-CXC-DISPONIBLE     PIC 9(10)V9(2).
           03 LK-CXC-EQUIPOS        PIC 9(10)V9(2).
           03 LK-CXC-PRESTAMOS      PIC 9(10)V9(2).
           03 LK-CXC-ANTICIPOS      PIC 9(10)V9(2).
           03 LK-CXC-DESC-PRESTAMOS PIC 9(10)V9(2).
           03 LK-CXC-DESC-ANTICIPOS PIC 9(10)V9(2).
           03 LK-CXC-SALDO-DEUDOR   PIC 9(10)V9(2).
           03 LK-CXC-SECUENCIA      PIC 9(3).
           03 LK-CXC-RESULTADO      PIC X(1).
               88 LK-CXC-OK         VALUE "0".
               88 LK-CXC-ERROR      VALUE "1".

       PROCEDURE DIVISION USING LK-CONTROL-CXC.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE "0"   TO LK-CXC-RESULTADO.
           MOVE ZEROS TO LK-CXC-PRESTAMOS LK-CXC-ANTICIPOS
                         LK-CXC-DESC-PRESTAMOS LK-CXC-DESC-ANTICIPOS
                         LK-CXC-SALDO-DEUDOR LK-CXC-SECUENCIA.

           IF NOT (LK-OP-CONSULTAR OR LK-OP-REGISTRAR)
             DISPLAY "UTIL-CXC: OPERACION INVALIDA - "
                 LK-CXC-OPERACION
             MOVE "1" TO LK-CXC-RESULTADO
             GOBACK
           END-IF.

           IF LK-CXC-DISPONIBLE IS NOT NUMERIC
             MOVE ZEROS TO LK-CXC-DISPONIBLE
           END-IF.
           IF LK-CXC-EQUIPOS IS NOT NUMERIC
             MOVE ZEROS TO LK-CXC-EQUIPOS
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 2000-SUMAR-PRESTAMOS.
           PERFORM 2100-SUMAR-ANTICIPOS.
           PERFORM 2200-REPARTIR-DISPONIBLE.

           IF LK-OP-REGISTRAR
             PERFORM 3000-CERRAR-PRESTAMOS
             PERFORM 3100-CERRAR-ANTICIPOS
             IF LK-CXC-SALDO-DEUDOR > ZEROS
               PERFORM 4000-REGISTRAR-CUENTA
             END-IF
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN I-O ARCHIVO-PRESTAMOS.
           IF FL-PRE NOT = "00"
             CLOSE ARCHIVO-PRESTAMOS
             OPEN OUTPUT ARCHIVO-PRESTAMOS
             CLOSE ARCHIVO-PRESTAMOS
             OPEN I-O ARCHIVO-PRESTAMOS
           END-IF.

           OPEN I-O ARCHIVO-ANTICIPOS.
           IF FL-ANT NOT = "00"
             CLOSE ARCHIVO-ANTICIPOS
             OPEN OUTPUT ARCHIVO-ANTICIPOS
             CLOSE ARCHIVO-ANTICIPOS
             OPEN I-O ARCHIVO-ANTICIPOS
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

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-ANTICIPOS.
           CLOSE ARCHIVO-CXC-EXEMPLEADOS.
           CLOSE ARCHIVO-MOV-CXC.

       2000-SUMAR-PRESTAMOS.
      *---------------------
           PERFORM 2010-POSICIONAR-PRESTAMOS.

           PERFORM UNTIL FL-PRE NOT = "00" OR
                   PRE-COD-EMPRESA NOT = LK-CXC-EMPRESA OR
                   PRE-COD-EMPLEADO NOT = LK-CXC-EMPLEADO
             IF PRE-ESTADO = "A" AND PRE-SALDO > ZEROS
               ADD PRE-SALDO TO LK-CXC-PRESTAMOS
             END-IF
             PERFORM 2020-LEER-PRESTAMO
           END-PERFORM.

       2010-POSICIONAR-PRESTAMOS.
      *--------------------------
           MOVE LK-CXC-EMPRESA  TO PRE-COD-EMPRESA.
           MOVE LK-CXC-EMPLEADO TO PRE-COD-EMPLEADO.
           MOVE ZERO            TO PRE-SECUENCIA.

           START ARCHIVO-PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PRE
           END-START.

           IF FL-PRE = "00"
             PERFORM 2020-LEER-PRESTAMO
           END-IF.

       2020-LEER-PRESTAMO.
      *-------------------
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           END-READ.

       2100-SUMAR-ANTICIPOS.
      *---------------------
      *    SOLO LOS ANTICIPOS APROBADOS QUE YA SE PAGARON Y QUE LA
      *    NOMINA TODAVIA NO DESCONTO SON DEUDA DEL EMPLEADO.
           PERFORM 2110-POSICIONAR-ANTICIPOS.

           PERFORM UNTIL FL-ANT NOT = "00" OR
                   ANT-COD-EMPRESA NOT = LK-CXC-EMPRESA OR
                   ANT-COD-EMPLEADO NOT = LK-CXC-EMPLEADO
             IF ANT-ESTADO = "A" AND
                ANT-ESTADO-APROBACION = "A" AND
                ANT-PAGADO = "S"
               ADD ANT-VALOR TO LK-CXC-ANTICIPOS
             END-IF
             PERFORM 2120-LEER-ANTICIPO
           END-PERFORM.

       2110-POSICIONAR-ANTICIPOS.
      *--------------------------
           MOVE LK-CXC-EMPRESA  TO ANT-COD-EMPRESA.
           MOVE LK-CXC-EMPLEADO TO ANT-COD-EMPLEADO.
           MOVE ZERO            TO ANT-SECUENCIA.

           START ARCHIVO-ANTICIPOS KEY IS NOT LESS THAN ANT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ANT
           END-START.

           IF FL-ANT = "00"
             PERFORM 2120-LEER-ANTICIPO
           END-IF.

       2120-LEER-ANTICIPO.
      *-------------------
           READ ARCHIVO-ANTICIPOS NEXT RECORD
           END-READ.

       2200-REPARTIR-DISPONIBLE.
      *-------------------------
      *    LO QUE LA LIQUIDACION TIENE DISPONIBLE CUBRE PRIMERO LOS
      *    PRESTAMOS Y LUEGO LOS ANTICIPOS; EL RESTO DE LA DEUDA, MAS
      *    LOS EQUIPOS QUE YA NO ALCANZO A CUBRIR, ES EL SALDO DEUDOR.
           MOVE LK-CXC-DISPONIBLE TO WS-RESTO-DISPONIBLE.

           IF LK-CXC-PRESTAMOS > WS-RESTO-DISPONIBLE
             MOVE WS-RESTO-DISPONIBLE TO LK-CXC-DESC-PRESTAMOS
           ELSE
             MOVE LK-CXC-PRESTAMOS    TO LK-CXC-DESC-PRESTAMOS
           END-IF.
           SUBTRACT LK-CXC-DESC-PRESTAMOS FROM WS-RESTO-DISPONIBLE.

           IF LK-CXC-ANTICIPOS > WS-RESTO-DISPONIBLE
             MOVE WS-RESTO-DISPONIBLE TO LK-CXC-DESC-ANTICIPOS
           ELSE
             MOVE LK-CXC-ANTICIPOS    TO LK-CXC-DESC-ANTICIPOS
           END-IF.

           COMPUTE LK-CXC-SALDO-DEUDOR =
               LK-CXC-PRESTAMOS - LK-CXC-DESC-PRESTAMOS +
               LK-CXC-ANTICIPOS - LK-CXC-DESC-ANTICIPOS +
               LK-CXC-EQUIPOS.

       3000-CERRAR-PRESTAMOS.
      *----------------------
      *    EL PRESTAMO QUEDA LIQUIDADO (L) CON EL PERIODO DE PAGO DE
      *    LA LIQUIDACION: NI LA NOMINA NI SU REVERSO LO VUELVEN A
      *    TOCAR. LO NO CUBIERTO SIGUE VIVO EN LA CUENTA POR COBRAR.
           PERFORM 2010-POSICIONAR-PRESTAMOS.

           PERFORM UNTIL FL-PRE NOT = "00" OR
                   PRE-COD-EMPRESA NOT = LK-CXC-EMPRESA OR
                   PRE-COD-EMPLEADO NOT = LK-CXC-EMPLEADO
             IF PRE-ESTADO = "A" AND PRE-SALDO > ZEROS
               MOVE ZEROS          TO PRE-SALDO
               MOVE "L"            TO PRE-ESTADO
               MOVE LK-CXC-PAGO-AA TO PRE-ULT-CUOTA-AA
               MOVE LK-CXC-PAGO-MM TO PRE-ULT-CUOTA-MM
               REWRITE PRE-DATOS
               IF FL-PRE NOT = "00"
                 MOVE "1" TO LK-CXC-RESULTADO
                 DISPLAY "UTIL-CXC: ERROR AL CERRAR EL PRESTAMO "
                     PRE-SECUENCIA " - " FL-PRE
                 MOVE "00" TO FL-PRE
               END-IF
             END-IF
             PERFORM 2020-LEER-PRESTAMO
           END-PERFORM.

       3100-CERRAR-ANTICIPOS.
      *----------------------
           PERFORM 2110-POSICIONAR-ANTICIPOS.

           PERFORM UNTIL FL-ANT NOT = "00" OR
                   ANT-COD-EMPRESA NOT = LK-CXC-EMPRESA OR
                   ANT-COD-EMPLEADO NOT = LK-CXC-EMPLEADO
             IF ANT-ESTADO = "A" AND
                ANT-ESTADO-APROBACION = "A" AND
                ANT-PAGADO = "S"
               MOVE "L" TO ANT-ESTADO
               REWRITE ANT-DATOS
               IF FL-ANT NOT = "00"
                 MOVE "1" TO LK-CXC-RESULTADO
                 DISPLAY "UTIL-CXC: ERROR AL CERRAR EL ANTICIPO "
                     ANT-SECUENCIA " - " FL-ANT
                 MOVE "00" TO FL-ANT
               END-IF
             END-IF
             PERFORM 2120-LEER-ANTICIPO
           END-PERFORM.

       4000-REGISTRAR-CUENTA.
      *----------------------
           PERFORM 4010-BUSCAR-SECUENCIA.

           INITIALIZE CXC-DATOS.
           MOVE LK-CXC-EMPRESA     TO CXC-COD-EMPRESA.
           MOVE LK-CXC-EMPLEADO    TO CXC-COD-EMPLEADO.
           ADD 1 WS-SECUENCIA-MAYOR GIVING CXC-SECUENCIA.
           MOVE LK-CXC-PROGRAMA    TO CXC-PROGRAMA-ORIGEN.
           MOVE WS-FECHA-SISTEMA   TO CXC-FEC-ORIGEN.
           MOVE LK-CXC-PAGO-AA     TO CXC-PER-LIQ-AA.
           MOVE LK-CXC-PAGO-MM     TO CXC-PER-LIQ-MM.
           COMPUTE CXC-ORI-PRESTAMOS =
               LK-CXC-PRESTAMOS - LK-CXC-DESC-PRESTAMOS.
           COMPUTE CXC-ORI-ANTICIPOS =
               LK-CXC-ANTICIPOS - LK-CXC-DESC-ANTICIPOS.
           MOVE LK-CXC-EQUIPOS     TO CXC-ORI-EQUIPOS.
           MOVE LK-CXC-SALDO-DEUDOR TO CXC-VALOR-ORIGINAL.
           MOVE LK-CXC-SALDO-DEUDOR TO CXC-SALDO.
           MOVE 1                  TO CXC-ULT-MOVIMIENTO.
           MOVE "N"                TO CXC-ACU-ESTADO.
           MOVE "N"                TO CXC-CAS-ESTADO.
           MOVE "A"                TO CXC-ESTADO.

           WRITE CXC-DATOS
           END-WRITE.

           IF FL-CXC NOT = "00"
             MOVE "1" TO LK-CXC-RESULTADO
             DISPLAY "UTIL-CXC: ERROR AL REGISTRAR LA CUENTA POR "
                 "COBRAR DEL EMPLEADO " LK-CXC-EMPLEADO " - " FL-CXC
             EXIT PARAGRAPH
           END-IF.

           MOVE CXC-SECUENCIA TO LK-CXC-SECUENCIA.

           INITIALIZE MCX-DATOS.
           MOVE CXC-COD-EMPRESA    TO MCX-COD-EMPRESA.
           MOVE CXC-COD-EMPLEADO   TO MCX-COD-EMPLEADO.
           MOVE CXC-SECUENCIA      TO MCX-SECUENCIA.
           MOVE 1                  TO MCX-MOVIMIENTO.
           MOVE "O"                TO MCX-TIPO.
           MOVE WS-FECHA-SISTEMA   TO MCX-FECHA.
           MOVE CXC-VALOR-ORIGINAL TO MCX-VALOR.
           MOVE CXC-SALDO          TO MCX-SALDO-POSTERIOR.
           STRING "LIQUIDACION " LK-CXC-PROGRAMA " "
               LK-CXC-PAGO-AA "-" LK-CXC-PAGO-MM
               DELIMITED BY SIZE INTO MCX-REFERENCIA
           END-STRING.
           MOVE LK-CXC-OPERADOR    TO MCX-OPERADOR.

           WRITE MCX-DATOS
           END-WRITE.

           IF FL-MCX NOT = "00"
             DISPLAY "UTIL-CXC: ERROR AL GRABAR EL MOVIMIENTO DE "
                 "ORIGEN - " FL-MCX
           END-IF.

           PERFORM 5000-AUDITAR.

           DISPLAY "SALDO A FAVOR DE LA EMPRESA " LK-CXC-SALDO-DEUDOR
               " REGISTRADO EN CUENTAS POR COBRAR DE EX EMPLEADOS".

       4010-BUSCAR-SECUENCIA.
      *----------------------
           MOVE ZEROS TO WS-SECUENCIA-MAYOR.

           MOVE LK-CXC-EMPRESA  TO CXC-COD-EMPRESA.
           MOVE LK-CXC-EMPLEADO TO CXC-COD-EMPLEADO.
           MOVE ZEROS           TO CXC-SECUENCIA.

           START ARCHIVO-CXC-EXEMPLEADOS
               KEY IS NOT LESS THAN CXC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CXC
           END-START.

           IF FL-CXC = "00"
             PERFORM 4020-LEER-CUENTA
           END-IF.

           PERFORM UNTIL FL-CXC NOT = "00" OR
                   CXC-COD-EMPRESA NOT = LK-CXC-EMPRESA OR
                   CXC-COD-EMPLEADO NOT = LK-CXC-EMPLEADO
             MOVE CXC-SECUENCIA TO WS-SECUENCIA-MAYOR
             PERFORM 4020-LEER-CUENTA
           END-PERFORM.

       4020-LEER-CUENTA.
      *-----------------
           READ ARCHIVO-CXC-EXEMPLEADOS NEXT RECORD
           END-READ.

       5000-AUDITAR.
      *--------------
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
           MOVE LK-CXC-PROGRAMA  TO AUD-PROGRAMA.
           MOVE LK-CXC-OPERADOR  TO AUD-OPERADOR.
           MOVE "C"              TO AUD-OPERACION.
           MOVE "CXC"            TO AUD-ARCHIVO.
           MOVE CXC-CLAVE        TO AUD-CLAVE.
           MOVE SPACES           TO AUD-ANTES.
           MOVE CXC-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.
