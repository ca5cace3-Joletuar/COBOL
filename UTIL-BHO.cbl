      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-BHO.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-BHO.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-TAR.cpy".
            COPY "./Copys/FISI-POL.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-BHO.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-TAR.cpy".
            COPY "./Copys/LOGI-POL.cpy".

       WORKING-STORAGE SECTION.

       01  FL-BHO                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-TAR                  PIC XX.
       01  FL-POL                  PIC XX.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-FECHA-REFERENCIA      PIC 9(8).
       01  WS-FECHA-REF-R REDEFINES WS-FECHA-REFERENCIA.
           03 WS-REF-AA             PIC 9(4).
           03 WS-REF-MM             PIC 9(2).
           03 WS-REF-DD             PIC 9(2).

      *    SIN POLITICA QUE LO DIGA LAS HORAS EXTRAS SE PAGAN Y LO
      *    ACREDITADO VENCE A LOS DOCE MESES DEL PERIODO.
       77  WS-MESES-DEFECTO         PIC 9(2) VALUE 12.
       01  WS-POL-BANCO             PIC X(1).
       01  WS-MESES-VIGENCIA        PIC 9(2).

       01  WS-CONTROL-CREDITO.
           03 WS-HORAS-PERIODO      PIC 9(5)V9(2).
           03 WS-HORAS-USADAS       PIC 9(5)V9(2).
           03 WS-HORAS-RESTO        PIC 9(5)V9(2).
           03 WS-HORAS-TOMADAS      PIC 9(5)V9(2).
           03 WS-HORAS-MOVIMIENTO   PIC 9(5)V9(2).
           03 WS-FEC-VENCE-NUM      PIC 9(8).
           03 WS-MESES-TOTAL        PIC 9(6).
           03 WS-VEN-AA             PIC 9(4).
           03 WS-VEN-MM             PIC 9(2).

      *    HORAS DE UNA NOVEDAD: DEL INICIO AL FIN REGISTRADOS. LAS
      *    NOVEDADES SIN TIEMPO TRANSCURRIDO (VALORES FIJOS DE LAS
      *    NOVEDADES RECURRENTES) NO SON HORAS Y SE SIGUEN PAGANDO.
       01  WS-CONTROL-NOVEDAD.
           03 WS-DIA-INI            PIC 9(8).
           03 WS-DIA-FIN            PIC 9(8).
           03 WS-SEGUNDOS-NOVEDAD   PIC S9(9).
           03 WS-HORAS-NOVEDAD      PIC 9(5)V9(2).
           03 WS-FECHA-NOVEDAD-NUM  PIC 9(8).
           03 WS-VIGENCIA-NUM       PIC 9(8).
           03 WS-VIGENCIA-MEJOR     PIC 9(8).
           03 WS-FACTOR-VIGENTE     PIC 9V99.

       01  WS-BANDERA-TARIFA        PIC 9.
           88 WS-TARIFA-ENCONTRADA     VALUE 1.
           88 WS-TARIFA-NO-ENCONTRADA  VALUE 0.

       01  WS-CLAVE-GUARDADA        PIC X(24).
       01  WS-EMPLEADO-MOV          PIC 9(8).
       01  WS-TIPO-NUEVO            PIC X(1).
       01  WS-REFERENCIA-NUEVA      PIC X(30).

       LINKAGE SECTION.
      *----------------

      *    BANCO DE HORAS DEL EMPLEADO. TODA OPERACION DEVUELVE EL
      *    REGIMEN QUE RIGE (CABECERA DEL EMPLEADO O POLITICA DE LA
      *    EMPRESA) Y EL SALDO DISPONIBLE A LA FECHA INDICADA.
      *    "A" ACREDITA LAS HORAS EXTRAS APROBADAS DEL PERIODO DE
      *    LA FECHA (REEMPLAZA LO ACREDITADO ANTES PARA ESE PERIODO)
      *    Y DEVUELVE EL VALOR DE LO QUE NO SON HORAS; "S" HACE EL
      *    MISMO CALCULO SIN GRABAR. "D" DEBITA LAS HORAS DE UN GOCE
      *    DEL CALENDARIO DE AUSENCIAS, "V" VENCE LOS CREDITOS
      *    CUMPLIDOS A LA FECHA (EMPLEADO CERO = TODA LA EMPRESA) Y
      *    "L" CIERRA EL SALDO QUE SE PAGA EN LA LIQUIDACION.
       01  LK-CONTROL-BHO.
           03 LK-BHO-OPERACION      PIC X(1).
               88 LK-OP-CONSULTAR   VALUE "C".
               88 LK-OP-ACREDITAR   VALUE "A".
               88 LK-OP-SIMULAR     VALUE "S".
               88 LK-OP-DEBITAR     VALUE "D".
               88 LK-OP-VENCER      VALUE "V".
               88 LK-OP-LIQUIDAR    VALUE "L".
           03 LK-BHO-EMPRESA        PIC 9(3).
           03 LK-BHO-EMPLEADO       PIC 9(8).
           03 LK-BHO-FECHA          PIC 9(8).
           03 LK-BHO-HORAS          PIC 9(5)V9(2).
           03 LK-BHO-VALOR-PAGAR    PIC 9(8)V9(2).
           03 LK-BHO-SALDO          PIC 9(5)V9(2).
           03 LK-BHO-EN-BANCO       PIC X(1).
               88 LK-BHO-ACUMULA    VALUE "S".
           03 LK-BHO-MESES-VIGENCIA PIC 9(2).
           03 LK-BHO-MOVIMIENTOS    PIC 9(5).
           03 LK-BHO-REFERENCIA     PIC X(30).
           03 LK-BHO-PROGRAMA       PIC X(8).
           03 LK-BHO-OPERADOR       PIC X(10).
           03 LK-BHO-RESULTADO      PIC X(1).
               88 LK-BHO-OK         VALUE "0".
               88 LK-BHO-ERROR      VALUE "1".

       PROCEDURE DIVISION USING LK-CONTROL-BHO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE "0"   TO LK-BHO-RESULTADO.
           MOVE "N"   TO LK-BHO-EN-BANCO.
           MOVE ZEROS TO LK-BHO-SALDO LK-BHO-VALOR-PAGAR
                         LK-BHO-MOVIMIENTOS.

           IF NOT (LK-OP-CONSULTAR OR LK-OP-ACREDITAR OR
                   LK-OP-SIMULAR OR LK-OP-DEBITAR OR LK-OP-VENCER OR
                   LK-OP-LIQUIDAR)
             DISPLAY "UTIL-BHO: OPERACION INVALIDA - "
                 LK-BHO-OPERACION
             MOVE "1" TO LK-BHO-RESULTADO
             GOBACK
           END-IF.

           IF LK-BHO-HORAS IS NOT NUMERIC OR NOT LK-OP-DEBITAR
             MOVE ZEROS TO LK-BHO-HORAS
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           IF LK-BHO-FECHA IS NOT NUMERIC OR LK-BHO-FECHA = ZEROS
             MOVE WS-FECHA-SISTEMA TO LK-BHO-FECHA
           END-IF.
           MOVE LK-BHO-FECHA TO WS-FECHA-REFERENCIA.

           OPEN I-O ARCHIVO-BANCO-HORAS.
           IF FL-BHO NOT = "00"
             CLOSE ARCHIVO-BANCO-HORAS
             OPEN OUTPUT ARCHIVO-BANCO-HORAS
             CLOSE ARCHIVO-BANCO-HORAS
             OPEN I-O ARCHIVO-BANCO-HORAS
           END-IF.

           PERFORM 1000-LEER-POLITICA.

           IF LK-BHO-EMPLEADO > ZEROS
             PERFORM 1100-DETERMINAR-REGIMEN
           END-IF.

           EVALUATE TRUE
               WHEN LK-OP-ACREDITAR
               WHEN LK-OP-SIMULAR
                 PERFORM 3000-ACREDITAR-PERIODO
               WHEN LK-OP-DEBITAR
                 PERFORM 4000-DEBITAR-GOCE
               WHEN LK-OP-VENCER
                 PERFORM 5000-VENCER-CREDITOS
               WHEN LK-OP-LIQUIDAR
                 PERFORM 6000-LIQUIDAR-SALDO
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF LK-BHO-EMPLEADO > ZEROS
             PERFORM 2000-CALCULAR-SALDO
           END-IF.

           CLOSE ARCHIVO-BANCO-HORAS.

           GOBACK.

       1000-LEER-POLITICA.
      *-------------------
      *    LA FILA PROPIA ACTIVA DE LA EMPRESA MANDA; SI NO HAY,
      *    RIGE LA FILA DEFECTO (EMPRESA 0).
           MOVE "N"              TO WS-POL-BANCO.
           MOVE WS-MESES-DEFECTO TO WS-MESES-VIGENCIA.

           OPEN INPUT ARCHIVO-POLITICAS.
           IF FL-POL NOT = "00"
             MOVE WS-MESES-VIGENCIA TO LK-BHO-MESES-VIGENCIA
             EXIT PARAGRAPH
           END-IF.

           MOVE LK-BHO-EMPRESA TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A"
             IF POL-BANCO-HORAS = "S"
               MOVE "S" TO WS-POL-BANCO
             END-IF
             IF POL-MESES-BANCO IS NUMERIC AND
                POL-MESES-BANCO > ZEROS
               MOVE POL-MESES-BANCO TO WS-MESES-VIGENCIA
             END-IF
           END-IF.

           CLOSE ARCHIVO-POLITICAS.

           MOVE WS-MESES-VIGENCIA TO LK-BHO-MESES-VIGENCIA.

       1100-DETERMINAR-REGIMEN.
      *------------------------
           MOVE WS-POL-BANCO TO LK-BHO-EN-BANCO.

           MOVE LK-BHO-EMPRESA  TO BHO-COD-EMPRESA.
           MOVE LK-BHO-EMPLEADO TO BHO-COD-EMPLEADO.
           MOVE ZEROS           TO BHO-FECHA-MOV.
           MOVE "H"             TO BHO-TIPO-MOV.
           MOVE ZEROS           TO BHO-SECUENCIA.
           READ ARCHIVO-BANCO-HORAS
           END-READ.

           IF FL-BHO = "00"
             EVALUATE BHO-REGIMEN
                 WHEN "B"
                   MOVE "S" TO LK-BHO-EN-BANCO
                 WHEN "P"
                   MOVE "N" TO LK-BHO-EN-BANCO
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF.

       2000-CALCULAR-SALDO.
      *--------------------
      *    DISPONIBLE ES LO PENDIENTE DE LOS CREDITOS QUE A LA FECHA
      *    AUN NO VENCEN.
           MOVE ZEROS TO LK-BHO-SALDO.

           PERFORM 2010-POSICIONAR-EMPLEADO.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = LK-BHO-EMPRESA OR
                   BHO-COD-EMPLEADO NOT = LK-BHO-EMPLEADO
             IF BHO-TIPO-MOV = "C" AND BHO-HORAS-PENDIENTES > ZEROS
               MOVE BHO-FEC-VENCE TO WS-FEC-VENCE-NUM
               IF WS-FEC-VENCE-NUM > WS-FECHA-REFERENCIA
                 ADD BHO-HORAS-PENDIENTES TO LK-BHO-SALDO
               END-IF
             END-IF
             PERFORM 2020-LEER-MOVIMIENTO
           END-PERFORM.

       2010-POSICIONAR-EMPLEADO.
      *-------------------------
           MOVE LOW-VALUES      TO BHO-CLAVE.
           MOVE LK-BHO-EMPRESA  TO BHO-COD-EMPRESA.
           MOVE LK-BHO-EMPLEADO TO BHO-COD-EMPLEADO.

           START ARCHIVO-BANCO-HORAS KEY IS NOT LESS THAN BHO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BHO
           END-START.

           IF FL-BHO = "00"
             PERFORM 2020-LEER-MOVIMIENTO
           END-IF.

       2020-LEER-MOVIMIENTO.
      *---------------------
           READ ARCHIVO-BANCO-HORAS NEXT RECORD
           END-READ.

       2030-REPOSICIONAR.
      *------------------
      *    DESPUES DE GRABAR UN MOVIMIENTO SE VUELVE AL REGISTRO DONDE
      *    IBA EL RECORRIDO.
           MOVE WS-CLAVE-GUARDADA TO BHO-CLAVE.

           START ARCHIVO-BANCO-HORAS KEY IS GREATER THAN BHO-CLAVE
             INVALID KEY
               MOVE "10" TO FL-BHO
           END-START.

           IF FL-BHO = "00"
             PERFORM 2020-LEER-MOVIMIENTO
           END-IF.

       3000-ACREDITAR-PERIODO.
      *-----------------------
           MOVE ZEROS TO WS-HORAS-PERIODO.

           IF NOT LK-BHO-ACUMULA
             IF LK-OP-ACREDITAR
               PERFORM 3200-REGISTRAR-CREDITO
             END-IF
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           IF FL-HEX NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-TARIFAS.

           MOVE LK-BHO-EMPRESA  TO HEX-COD-EMPRESA.
           MOVE LK-BHO-EMPLEADO TO HEX-COD-EMPLEADO.
           MOVE WS-REF-AA       TO HEX-FEC-NOVE-AA.
           MOVE WS-REF-MM       TO HEX-FEC-NOVE-MM.
           MOVE ZEROS           TO HEX-FEC-NOVE-DD.
           MOVE ZEROS           TO TIPO-NOVEDAD.

           START ARCHIVO-HORAS-EXTRAS KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             PERFORM 3010-LEER-NOVEDAD
           END-IF.

           PERFORM UNTIL FL-HEX NOT = "00" OR
                   HEX-COD-EMPRESA NOT = LK-BHO-EMPRESA OR
                   HEX-COD-EMPLEADO NOT = LK-BHO-EMPLEADO OR
                   HEX-FEC-NOVE-AA NOT = WS-REF-AA OR
                   HEX-FEC-NOVE-MM NOT = WS-REF-MM
             IF HEX-ESTADO = "A" AND HEX-ESTADO-APROBACION = "A"
               PERFORM 3100-MEDIR-NOVEDAD
             END-IF
             PERFORM 3010-LEER-NOVEDAD
           END-PERFORM.

           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-TARIFAS.

           MOVE WS-HORAS-PERIODO TO LK-BHO-HORAS.

           IF LK-OP-ACREDITAR
             PERFORM 3200-REGISTRAR-CREDITO
           END-IF.

       3010-LEER-NOVEDAD.
      *------------------
           READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
           END-READ.

       3100-MEDIR-NOVEDAD.
      *-------------------
           MOVE ZEROS TO WS-SEGUNDOS-NOVEDAD.

           IF HEX-FEC-INI-AA > ZEROS AND HEX-FEC-FIN-AA > ZEROS
             COMPUTE WS-DIA-INI =
                 FUNCTION INTEGER-OF-DATE(HEX-FEC-INI-AA * 10000 +
                     HEX-FEC-INI-MM * 100 + HEX-FEC-INI-DD)
             COMPUTE WS-DIA-FIN =
                 FUNCTION INTEGER-OF-DATE(HEX-FEC-FIN-AA * 10000 +
                     HEX-FEC-FIN-MM * 100 + HEX-FEC-FIN-DD)
             COMPUTE WS-SEGUNDOS-NOVEDAD =
                 (WS-DIA-FIN - WS-DIA-INI) * 86400
                 + HEX-HORA-FIN-HH * 3600 + HEX-HORA-FIN-MM * 60
                 + HEX-HORA-FIN-SS
                 - HEX-HORA-INI-HH * 3600 - HEX-HORA-INI-MM * 60
                 - HEX-HORA-INI-SS
           END-IF.

           IF WS-SEGUNDOS-NOVEDAD > ZEROS
             PERFORM 3110-BUSCAR-FACTOR
           ELSE
             MOVE 0 TO WS-BANDERA-TARIFA
           END-IF.

           IF WS-TARIFA-ENCONTRADA
             COMPUTE WS-HORAS-NOVEDAD ROUNDED =
                 WS-SEGUNDOS-NOVEDAD / 3600
             COMPUTE WS-HORAS-PERIODO ROUNDED = WS-HORAS-PERIODO +
                 WS-HORAS-NOVEDAD * WS-FACTOR-VIGENTE
           ELSE
             ADD HEX-VALOR-HORAS TO LK-BHO-VALOR-PAGAR
           END-IF.

       3110-BUSCAR-FACTOR.
      *-------------------
      *    EL MISMO FACTOR DE LA TARIFA VIGENTE A LA FECHA DE LA
      *    NOVEDAD CON QUE SE VALORIZAN LAS HORAS PAGADAS.
           MOVE 0     TO WS-BANDERA-TARIFA.
           MOVE ZEROS TO WS-VIGENCIA-MEJOR.

           COMPUTE WS-FECHA-NOVEDAD-NUM =
               HEX-FEC-NOVE-AA * 10000 + HEX-FEC-NOVE-MM * 100 +
               HEX-FEC-NOVE-DD.

           MOVE TIPO-NOVEDAD TO TAR-TIPO-NOVEDAD.
           MOVE ZEROS        TO TAR-FEC-VIGENCIA.

           START ARCHIVO-TARIFAS KEY IS NOT LESS THAN TAR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-TAR
           END-START.

           IF FL-TAR = "00"
             PERFORM 3120-LEER-TARIFA
           END-IF.

           PERFORM UNTIL FL-TAR NOT = "00" OR
                   TAR-TIPO-NOVEDAD NOT = TIPO-NOVEDAD
             COMPUTE WS-VIGENCIA-NUM =
                 TAR-VIG-AA * 10000 + TAR-VIG-MM * 100 + TAR-VIG-DD
             IF TAR-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-FECHA-NOVEDAD-NUM AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM TO WS-VIGENCIA-MEJOR
               MOVE TAR-FACTOR      TO WS-FACTOR-VIGENTE
               MOVE 1 TO WS-BANDERA-TARIFA
             END-IF
             PERFORM 3120-LEER-TARIFA
           END-PERFORM.

       3120-LEER-TARIFA.
      *-----------------
           READ ARCHIVO-TARIFAS NEXT RECORD
           END-READ.

       3200-REGISTRAR-CREDITO.
      *-----------------------
      *    EL CREDITO DEL PERIODO SE REEMPLAZA EN CADA CORRIDA O
      *    RECALCULO DE LA NOMINA; LAS HORAS YA GOZADAS DE ESE
      *    CREDITO SE RESPETAN.
           MOVE LK-BHO-EMPRESA  TO BHO-COD-EMPRESA.
           MOVE LK-BHO-EMPLEADO TO BHO-COD-EMPLEADO.
           MOVE WS-REF-AA       TO BHO-FEC-MOV-AA.
           MOVE WS-REF-MM       TO BHO-FEC-MOV-MM.
           MOVE 01              TO BHO-FEC-MOV-DD.
           MOVE "C"             TO BHO-TIPO-MOV.
           MOVE ZEROS           TO BHO-SECUENCIA.
           READ ARCHIVO-BANCO-HORAS
           END-READ.

           IF FL-BHO = "00"
             COMPUTE WS-HORAS-USADAS =
                 BHO-HORAS - BHO-HORAS-PENDIENTES
             IF WS-HORAS-PERIODO = ZEROS AND WS-HORAS-USADAS = ZEROS
               DELETE ARCHIVO-BANCO-HORAS RECORD
               EXIT PARAGRAPH
             END-IF
             IF WS-HORAS-PERIODO >= WS-HORAS-USADAS
               COMPUTE BHO-HORAS-PENDIENTES =
                   WS-HORAS-PERIODO - WS-HORAS-USADAS
             ELSE
               MOVE ZEROS TO BHO-HORAS-PENDIENTES
               DISPLAY "ATENCION: EL EMPLEADO " LK-BHO-EMPLEADO
                   " YA GOZO " WS-HORAS-USADAS " HORAS DEL CREDITO "
                   WS-REF-AA "-" WS-REF-MM ", QUE AHORA ES DE "
                   WS-HORAS-PERIODO
             END-IF
             MOVE WS-HORAS-PERIODO TO BHO-HORAS
             MOVE LK-BHO-PROGRAMA  TO BHO-PROGRAMA
             MOVE LK-BHO-OPERADOR  TO BHO-OPERADOR
             MOVE WS-FECHA-SISTEMA TO BHO-FEC-REGISTRO
             REWRITE BHO-DATOS
           ELSE
             IF WS-HORAS-PERIODO = ZEROS
               EXIT PARAGRAPH
             END-IF
             INITIALIZE BHO-DATOS
             MOVE LK-BHO-EMPRESA   TO BHO-COD-EMPRESA
             MOVE LK-BHO-EMPLEADO  TO BHO-COD-EMPLEADO
             MOVE WS-REF-AA        TO BHO-FEC-MOV-AA
             MOVE WS-REF-MM        TO BHO-FEC-MOV-MM
             MOVE 01               TO BHO-FEC-MOV-DD
             MOVE "C"              TO BHO-TIPO-MOV
             MOVE ZEROS            TO BHO-SECUENCIA
             MOVE WS-HORAS-PERIODO TO BHO-HORAS
             MOVE WS-HORAS-PERIODO TO BHO-HORAS-PENDIENTES
             PERFORM 3210-CALCULAR-VENCIMIENTO
             STRING "HORAS EXTRAS DEL PERIODO " WS-REF-AA "-"
                 WS-REF-MM
                 DELIMITED BY SIZE INTO BHO-REFERENCIA
             END-STRING
             MOVE LK-BHO-PROGRAMA  TO BHO-PROGRAMA
             MOVE LK-BHO-OPERADOR  TO BHO-OPERADOR
             MOVE WS-FECHA-SISTEMA TO BHO-FEC-REGISTRO
             WRITE BHO-DATOS
           END-IF.

           IF FL-BHO NOT = "00"
             MOVE "1" TO LK-BHO-RESULTADO
             DISPLAY "ERROR AL ACREDITAR EL BANCO DE HORAS DEL "
                 "EMPLEADO " LK-BHO-EMPLEADO " - " FL-BHO
           END-IF.

       3210-CALCULAR-VENCIMIENTO.
      *--------------------------
      *    EL CREDITO SE PUEDE GOZAR HASTA EL ULTIMO DIA DEL MES EN
      *    QUE SE CUMPLE EL PLAZO CONTADO DESDE SU PERIODO.
           COMPUTE WS-MESES-TOTAL =
               WS-REF-AA * 12 + WS-REF-MM + WS-MESES-VIGENCIA.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-VEN-AA
               REMAINDER WS-VEN-MM.

           MOVE WS-VEN-AA TO BHO-FEC-VEN-AA.
           MOVE WS-VEN-MM TO BHO-FEC-VEN-MM.
           MOVE 01        TO BHO-FEC-VEN-DD.
           IF WS-VEN-MM = ZEROS
             SUBTRACT 1 FROM BHO-FEC-VEN-AA
             MOVE 12 TO BHO-FEC-VEN-MM
           END-IF.

           ADD 1 TO BHO-FEC-VEN-MM.
           IF BHO-FEC-VEN-MM > 12
             MOVE 1 TO BHO-FEC-VEN-MM
             ADD 1 TO BHO-FEC-VEN-AA
           END-IF.

       4000-DEBITAR-GOCE.
      *------------------
           PERFORM 2000-CALCULAR-SALDO.

           IF LK-BHO-HORAS = ZEROS OR LK-BHO-HORAS > LK-BHO-SALDO
             MOVE "1" TO LK-BHO-RESULTADO
             EXIT PARAGRAPH
           END-IF.

      *    SE CONSUMEN PRIMERO LAS HORAS MAS ANTIGUAS, QUE SON LAS
      *    QUE VENCEN ANTES.
           MOVE LK-BHO-HORAS TO WS-HORAS-RESTO.

           PERFORM 2010-POSICIONAR-EMPLEADO.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = LK-BHO-EMPRESA OR
                   BHO-COD-EMPLEADO NOT = LK-BHO-EMPLEADO OR
                   WS-HORAS-RESTO = ZEROS
             IF BHO-TIPO-MOV = "C" AND BHO-HORAS-PENDIENTES > ZEROS
               MOVE BHO-FEC-VENCE TO WS-FEC-VENCE-NUM
               IF WS-FEC-VENCE-NUM > WS-FECHA-REFERENCIA
                 PERFORM 4010-CONSUMIR-CREDITO
               END-IF
             END-IF
             PERFORM 2020-LEER-MOVIMIENTO
           END-PERFORM.

           MOVE LK-BHO-EMPLEADO  TO WS-EMPLEADO-MOV.
           MOVE "G"              TO WS-TIPO-NUEVO.
           MOVE LK-BHO-HORAS     TO WS-HORAS-MOVIMIENTO.
           MOVE LK-BHO-REFERENCIA TO WS-REFERENCIA-NUEVA.
           PERFORM 7000-GRABAR-MOVIMIENTO.

       4010-CONSUMIR-CREDITO.
      *----------------------
           IF BHO-HORAS-PENDIENTES > WS-HORAS-RESTO
             MOVE WS-HORAS-RESTO TO WS-HORAS-TOMADAS
           ELSE
             MOVE BHO-HORAS-PENDIENTES TO WS-HORAS-TOMADAS
           END-IF.

           SUBTRACT WS-HORAS-TOMADAS FROM BHO-HORAS-PENDIENTES.
           SUBTRACT WS-HORAS-TOMADAS FROM WS-HORAS-RESTO.

           REWRITE BHO-DATOS.

       5000-VENCER-CREDITOS.
      *---------------------
           IF LK-BHO-EMPLEADO > ZEROS
             PERFORM 2010-POSICIONAR-EMPLEADO
           ELSE
             MOVE LOW-VALUES     TO BHO-CLAVE
             MOVE LK-BHO-EMPRESA TO BHO-COD-EMPRESA
             START ARCHIVO-BANCO-HORAS KEY IS NOT LESS THAN BHO-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-BHO
             END-START
             IF FL-BHO = "00"
               PERFORM 2020-LEER-MOVIMIENTO
             END-IF
           END-IF.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = LK-BHO-EMPRESA OR
                   (LK-BHO-EMPLEADO > ZEROS AND
                    BHO-COD-EMPLEADO NOT = LK-BHO-EMPLEADO)
             MOVE BHO-FEC-VENCE TO WS-FEC-VENCE-NUM
             IF BHO-TIPO-MOV = "C" AND
                BHO-HORAS-PENDIENTES > ZEROS AND
                WS-FEC-VENCE-NUM <= WS-FECHA-REFERENCIA
               PERFORM 5010-VENCER-CREDITO
             ELSE
               PERFORM 2020-LEER-MOVIMIENTO
             END-IF
           END-PERFORM.

       5010-VENCER-CREDITO.
      *--------------------
           MOVE BHO-CLAVE            TO WS-CLAVE-GUARDADA.
           MOVE BHO-HORAS-PENDIENTES TO WS-HORAS-MOVIMIENTO.
           MOVE BHO-COD-EMPLEADO     TO WS-EMPLEADO-MOV.
           MOVE SPACES               TO WS-REFERENCIA-NUEVA.
           STRING "VENCE CREDITO DEL PERIODO " BHO-FEC-MOV-AA "-"
               BHO-FEC-MOV-MM
               DELIMITED BY SIZE INTO WS-REFERENCIA-NUEVA
           END-STRING.

           MOVE ZEROS TO BHO-HORAS-PENDIENTES.
           REWRITE BHO-DATOS.

           ADD WS-HORAS-MOVIMIENTO TO LK-BHO-HORAS.
           ADD 1 TO LK-BHO-MOVIMIENTOS.

           MOVE "V" TO WS-TIPO-NUEVO.
           PERFORM 7000-GRABAR-MOVIMIENTO.

           PERFORM 2030-REPOSICIONAR.

       6000-LIQUIDAR-SALDO.
      *--------------------
      *    LO DISPONIBLE A LA FECHA DE BAJA SE PAGA Y LOS CREDITOS
      *    QUEDAN EN CERO; LO YA VENCIDO NO SE PAGA.
           PERFORM 2010-POSICIONAR-EMPLEADO.

           PERFORM UNTIL FL-BHO NOT = "00" OR
                   BHO-COD-EMPRESA NOT = LK-BHO-EMPRESA OR
                   BHO-COD-EMPLEADO NOT = LK-BHO-EMPLEADO
             IF BHO-TIPO-MOV = "C" AND BHO-HORAS-PENDIENTES > ZEROS
               MOVE BHO-FEC-VENCE TO WS-FEC-VENCE-NUM
               IF WS-FEC-VENCE-NUM > WS-FECHA-REFERENCIA
                 ADD BHO-HORAS-PENDIENTES TO LK-BHO-HORAS
                 MOVE ZEROS TO BHO-HORAS-PENDIENTES
                 REWRITE BHO-DATOS
               END-IF
             END-IF
             PERFORM 2020-LEER-MOVIMIENTO
           END-PERFORM.

           IF LK-BHO-HORAS > ZEROS
             MOVE LK-BHO-EMPLEADO   TO WS-EMPLEADO-MOV
             MOVE "L"               TO WS-TIPO-NUEVO
             MOVE LK-BHO-HORAS      TO WS-HORAS-MOVIMIENTO
             MOVE LK-BHO-REFERENCIA TO WS-REFERENCIA-NUEVA
             PERFORM 7000-GRABAR-MOVIMIENTO
           END-IF.

       7000-GRABAR-MOVIMIENTO.
      *-----------------------
      *    LOS MOVIMIENTOS DE UNA MISMA FECHA Y TIPO SE NUMERAN.
           INITIALIZE BHO-DATOS.
           MOVE LK-BHO-EMPRESA      TO BHO-COD-EMPRESA.
           MOVE WS-EMPLEADO-MOV     TO BHO-COD-EMPLEADO.
           MOVE WS-FECHA-REFERENCIA TO BHO-FECHA-MOV.
           MOVE WS-TIPO-NUEVO       TO BHO-TIPO-MOV.
           MOVE ZEROS               TO BHO-SECUENCIA.
           MOVE WS-HORAS-MOVIMIENTO TO BHO-HORAS.
           MOVE WS-REFERENCIA-NUEVA TO BHO-REFERENCIA.
           MOVE LK-BHO-PROGRAMA     TO BHO-PROGRAMA.
           MOVE LK-BHO-OPERADOR     TO BHO-OPERADOR.
           MOVE WS-FECHA-SISTEMA    TO BHO-FEC-REGISTRO.

           WRITE BHO-DATOS.

           PERFORM UNTIL FL-BHO NOT = "22" OR BHO-SECUENCIA = 999
             ADD 1 TO BHO-SECUENCIA
             WRITE BHO-DATOS
           END-PERFORM.

           IF FL-BHO NOT = "00"
             MOVE "1" TO LK-BHO-RESULTADO
             DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DEL BANCO DE "
                 "HORAS DEL EMPLEADO " WS-EMPLEADO-MOV " - " FL-BHO
           END-IF.
