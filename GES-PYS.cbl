      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-PYS.
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
            COPY "./Copys/FISI-PRE.cpy".
            COPY "./Copys/FISI-VIA.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-EQP.cpy".
            COPY "./Copys/FISI-PYS.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-PRE.cpy".
            COPY "./Copys/LOGI-VIA.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-EQP.cpy".
            COPY "./Copys/LOGI-PYS.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-PRE                  PIC XX.
       01  FL-VIA                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-EQP                  PIC XX.
       01  FL-PYS                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    PAZ Y SALVO DE SALIDA: SE ABRE SOLO AL DAR DE BAJA AL
      *    EMPLEADO (UTIL-PYS). SISTEMAS FIRMA CUANDO YA NO QUEDAN
      *    OPERADORES ACTIVOS LIGADOS; FINANZAS CUANDO NO QUEDAN
      *    PRESTAMOS CON SALDO NI VIATICOS SIN LIQUIDAR; EL SUPERVISOR
      *    DIRECTO DA LA TERCERA FIRMA. CON LAS TRES EL PAZ Y SALVO
      *    QUEDA COMPLETO Y LA LIQUIDACION PUEDE PAGARSE; UN
      *    ADMINISTRADOR PUEDE DISPENSARLO CON UN MOTIVO.
       01  WS-PARAMETROS-PYS.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-PYS-COD-EMPLEADO   PIC 9(8).
           03 WS-PYS-AREA           PIC X(1).
               88 WS-AREA-SISTEMAS      VALUE "S".
               88 WS-AREA-FINANZAS      VALUE "F".
               88 WS-AREA-SUPERVISOR    VALUE "J".
           03 WS-PYS-MOTIVO         PIC X(50).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-ANTES-AUD             PIC X(200).

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-ADMINISTRADOR  VALUE "A".
               88 WS-ROL-NOMINA         VALUE "A" "N".
           03 WS-EMP-OPERADOR       PIC 9(8).

      *    PENDIENTES QUE IMPIDEN LAS FIRMAS. LA CUENTA BANCARIA Y LOS
      *    EQUIPOS SE INFORMAN: LA CUENTA SE USA PARA PAGAR LA PROPIA
      *    LIQUIDACION Y LOS EQUIPOS SE COBRAN EN ELLA.
       01  WS-PENDIENTES.
           03 WS-PEND-OPERADORES    PIC 9(3).
           03 WS-PEND-PRESTAMOS     PIC 9(3).
           03 WS-SALDO-PRESTAMOS    PIC 9(10)V9(2).
           03 WS-PEND-VIATICOS      PIC 9(3).
           03 WS-VALOR-VIATICOS     PIC 9(10)V9(2).
           03 WS-PEND-EQUIPOS       PIC 9(3).
           03 WS-CUENTA-BANCO       PIC X(1).

       01  WS-BANDERA-PYS           PIC 9.
           88 WS-PYS-ENCONTRADO     VALUE 1.
           88 WS-PYS-NO-ENCONTRADO  VALUE 0.

      *    APERTURA DEL PAZ Y SALVO DE UNA BAJA ANTERIOR.
       01  WS-CONTROL-PAZ-SALVO.
           03 WS-PYS-OPERACION      PIC X(1).
           03 WS-PYS-EMPRESA        PIC 9(3).
           03 WS-PYS-EMPLEADO       PIC 9(8).
           03 WS-PYS-FEC-BAJA       PIC 9(8).
           03 WS-PYS-OPERADOR       PIC X(10).
           03 WS-PYS-PROGRAMA       PIC X(8).
           03 WS-PYS-ESTADO         PIC X(1).
           03 WS-PYS-OPE-INACT      PIC 9(2).
           03 WS-PYS-RESULTADO      PIC X(1).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       01  WS-TOTAL-PENDIENTES      PIC 9(6).
       01  WS-DESCRIPCION-ESTADO    PIC X(12).
       01  WS-NOMBRE-EMPLEADO       PIC X(40).
       01  WS-VALOR-EDITADO         PIC Z(9)9.99.

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
           DISPLAY "--- PAZ Y SALVO DE SALIDA ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CONSULTAR EL PAZ Y SALVO DE UN EMPLEADO".
           DISPLAY " 2.- FIRMAR (SISTEMAS / FINANZAS / SUPERVISOR)".
           DISPLAY " 3.- DISPENSAR EL PAZ Y SALVO".
           DISPLAY " 4.- REPORTE DE PAZ Y SALVOS PENDIENTES".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-CONSULTAR-PAZ-SALVO
               WHEN WS-OPCION = 2
                 PERFORM 3000-FIRMAR-PAZ-SALVO
               WHEN WS-OPCION = 3
                 PERFORM 4000-DISPENSAR-PAZ-SALVO
               WHEN WS-OPCION = 4
                 PERFORM 6000-REPORTE-PENDIENTES
               WHEN WS-OPCION = 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-PRESTAMOS.
           IF FL-PRE NOT = "00"
             OPEN OUTPUT ARCHIVO-PRESTAMOS
             CLOSE ARCHIVO-PRESTAMOS
             OPEN INPUT ARCHIVO-PRESTAMOS
           END-IF.

           OPEN INPUT ARCHIVO-VIATICOS.
           IF FL-VIA NOT = "00"
             OPEN OUTPUT ARCHIVO-VIATICOS
             CLOSE ARCHIVO-VIATICOS
             OPEN INPUT ARCHIVO-VIATICOS
           END-IF.

           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           IF FL-BCO NOT = "00"
             OPEN OUTPUT ARCHIVO-CUENTAS-BANCO
             CLOSE ARCHIVO-CUENTAS-BANCO
             OPEN INPUT ARCHIVO-CUENTAS-BANCO
           END-IF.

           OPEN INPUT ARCHIVO-EQUIPOS.
           IF FL-EQP NOT = "00"
             OPEN OUTPUT ARCHIVO-EQUIPOS
             CLOSE ARCHIVO-EQUIPOS
             OPEN INPUT ARCHIVO-EQUIPOS
           END-IF.

           OPEN I-O ARCHIVO-PAZ-SALVO.
           IF FL-PYS NOT = "00"
             CLOSE ARCHIVO-PAZ-SALVO
             OPEN OUTPUT ARCHIVO-PAZ-SALVO
             CLOSE ARCHIVO-PAZ-SALVO
             OPEN I-O ARCHIVO-PAZ-SALVO
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-VIATICOS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-EQUIPOS.
           CLOSE ARCHIVO-PAZ-SALVO.

       1100-PEDIR-EMPLEADO.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-PYS-COD-EMPLEADO.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR
              WS-CIA-CODIGO <= ZEROS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
             MOVE ZEROS TO WS-PYS-COD-EMPLEADO
           END-IF.

           IF WS-PYS-COD-EMPLEADO IS NOT NUMERIC OR
              WS-PYS-COD-EMPLEADO <= ZEROS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPLEADO"
             MOVE ZEROS TO WS-PYS-COD-EMPLEADO
           END-IF.

       1200-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.
           MOVE ZEROS TO WS-EMP-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
               IF OPE-COD-EMPLEADO IS NUMERIC
                 MOVE OPE-COD-EMPLEADO TO WS-EMP-OPERADOR
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1300-LEER-EMPLEADO.
      *-------------------
           MOVE WS-PYS-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00" AND EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
             MOVE "23" TO FL-EMP
           END-IF.

       1400-LEER-PAZ-SALVO.
      *--------------------
           MOVE WS-CIA-CODIGO       TO PYS-COD-EMPRESA.
           MOVE WS-PYS-COD-EMPLEADO TO PYS-COD-EMPLEADO.
           READ ARCHIVO-PAZ-SALVO
           END-READ.

           IF FL-PYS = "00"
             MOVE 1 TO WS-BANDERA-PYS
           ELSE
             MOVE 0 TO WS-BANDERA-PYS
           END-IF.

       1500-REVISAR-PENDIENTES.
      *------------------------
           INITIALIZE WS-PENDIENTES.
           MOVE "N" TO WS-CUENTA-BANCO.

           PERFORM 1510-CONTAR-OPERADORES.
           PERFORM 1520-CONTAR-PRESTAMOS.
           PERFORM 1530-CONTAR-VIATICOS.
           PERFORM 1540-CONTAR-EQUIPOS.

           MOVE WS-PYS-COD-EMPLEADO TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.
           IF FL-BCO = "00" AND BCO-ESTADO = "A"
             MOVE "S" TO WS-CUENTA-BANCO
           END-IF.

       1510-CONTAR-OPERADORES.
      *-----------------------
           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE NOT = "00"
             CLOSE ARCHIVO-OPERADORES
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO OPE-ID.
           START ARCHIVO-OPERADORES KEY IS NOT LESS THAN OPE-ID
             INVALID KEY
               MOVE "10" TO FL-OPE
           END-START.

           PERFORM UNTIL FL-OPE NOT = "00"
             READ ARCHIVO-OPERADORES NEXT RECORD
             END-READ
             IF FL-OPE = "00" AND OPE-COD-EMPLEADO IS NUMERIC AND
                OPE-COD-EMPLEADO = WS-PYS-COD-EMPLEADO AND
                OPE-ESTADO = "A"
               ADD 1 TO WS-PEND-OPERADORES
               DISPLAY "   OPERADOR ACTIVO: " OPE-ID " ROL " OPE-ROL
             END-IF
           END-PERFORM.

           CLOSE ARCHIVO-OPERADORES.

       1520-CONTAR-PRESTAMOS.
      *----------------------
           MOVE LOW-VALUES          TO PRE-CLAVE.
           MOVE WS-CIA-CODIGO       TO PRE-COD-EMPRESA.
           MOVE WS-PYS-COD-EMPLEADO TO PRE-COD-EMPLEADO.

           START ARCHIVO-PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PRE
           END-START.

           PERFORM UNTIL FL-PRE NOT = "00"
             READ ARCHIVO-PRESTAMOS NEXT RECORD
             END-READ
             IF FL-PRE = "00"
               IF PRE-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                  PRE-COD-EMPLEADO NOT = WS-PYS-COD-EMPLEADO
                 MOVE "10" TO FL-PRE
               ELSE
                 IF PRE-ESTADO = "A" AND PRE-SALDO > ZEROS
                   ADD 1         TO WS-PEND-PRESTAMOS
                   ADD PRE-SALDO TO WS-SALDO-PRESTAMOS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       1530-CONTAR-VIATICOS.
      *---------------------
      *    UN VIATICO SIN LIQUIDAR ES EL QUE SIGUE PENDIENTE DE
      *    APROBACION O EL APROBADO QUE AUN NO SE POSTEO A NOMINA.
           MOVE LOW-VALUES          TO VIA-CLAVE.
           MOVE WS-CIA-CODIGO       TO VIA-COD-EMPRESA.
           MOVE WS-PYS-COD-EMPLEADO TO VIA-COD-EMPLEADO.

           START ARCHIVO-VIATICOS KEY IS NOT LESS THAN VIA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-VIA
           END-START.

           PERFORM UNTIL FL-VIA NOT = "00"
             READ ARCHIVO-VIATICOS NEXT RECORD
             END-READ
             IF FL-VIA = "00"
               IF VIA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                  VIA-COD-EMPLEADO NOT = WS-PYS-COD-EMPLEADO
                 MOVE "10" TO FL-VIA
               ELSE
                 IF VIA-ESTADO = "A" AND
                    (VIA-ESTADO-APROBACION = "P" OR
                     (VIA-ESTADO-APROBACION = "A" AND
                      VIA-POSTEADO NOT = "S"))
                   ADD 1         TO WS-PEND-VIATICOS
                   ADD VIA-VALOR TO WS-VALOR-VIATICOS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       1540-CONTAR-EQUIPOS.
      *--------------------
           MOVE LOW-VALUES          TO EQP-CLAVE.
           MOVE WS-CIA-CODIGO       TO EQP-COD-EMPRESA.
           MOVE WS-PYS-COD-EMPLEADO TO EQP-COD-EMPLEADO.

           START ARCHIVO-EQUIPOS KEY IS NOT LESS THAN EQP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EQP
           END-START.

           PERFORM UNTIL FL-EQP NOT = "00"
             READ ARCHIVO-EQUIPOS NEXT RECORD
             END-READ
             IF FL-EQP = "00"
               IF EQP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                  EQP-COD-EMPLEADO NOT = WS-PYS-COD-EMPLEADO
                 MOVE "10" TO FL-EQP
               ELSE
                 IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
                   ADD 1 TO WS-PEND-EQUIPOS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       2000-CONSULTAR-PAZ-SALVO.
      *-------------------------
           PERFORM 1100-PEDIR-EMPLEADO.
           IF WS-PYS-COD-EMPLEADO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-EMPLEADO.
           IF FL-EMP NOT = "00"
             DISPLAY "NO EXISTE ESE EMPLEADO EN LA EMPRESA"
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1400-LEER-PAZ-SALVO.

           IF WS-PYS-NO-ENCONTRADO AND EMP-ESTADO = "I"
             PERFORM 2100-ABRIR-BAJA-ANTERIOR
           END-IF.

           IF WS-PYS-NO-ENCONTRADO
             DISPLAY "EL EMPLEADO NO TIENE PAZ Y SALVO DE SALIDA"
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1500-REVISAR-PENDIENTES.
           PERFORM 9999-IMPRESION-DATOS.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2100-ABRIR-BAJA-ANTERIOR.
      *-------------------------
      *    BAJAS REGISTRADAS ANTES DE EXISTIR EL PAZ Y SALVO: SE ABRE
      *    AHORA PARA QUE LA LIQUIDACION PUEDA LIBERARSE.
           CLOSE ARCHIVO-PAZ-SALVO.

           MOVE "A"                 TO WS-PYS-OPERACION.
           MOVE WS-CIA-CODIGO       TO WS-PYS-EMPRESA.
           MOVE WS-PYS-COD-EMPLEADO TO WS-PYS-EMPLEADO.
           MOVE EMP-FEC-BAJA        TO WS-PYS-FEC-BAJA.
           MOVE LK-OPERADOR         TO WS-PYS-OPERADOR.
           MOVE "GES-PYS"           TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           OPEN I-O ARCHIVO-PAZ-SALVO.
           PERFORM 1400-LEER-PAZ-SALVO.

       3000-FIRMAR-PAZ-SALVO.
      *----------------------
           PERFORM 1100-PEDIR-EMPLEADO.
           IF WS-PYS-COD-EMPLEADO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL AREA QUE FIRMA (S=SISTEMAS / "
               "F=FINANZAS / J=SUPERVISOR): ".
           ACCEPT WS-PYS-AREA.
           IF NOT (WS-AREA-SISTEMAS OR WS-AREA-FINANZAS OR
                   WS-AREA-SUPERVISOR)
             DISPLAY "EL AREA SOLO PUEDE SER S/F/J"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1200-LEER-OPERADOR.
           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-EMPLEADO.
           IF FL-EMP NOT = "00"
             DISPLAY "NO EXISTE ESE EMPLEADO EN LA EMPRESA"
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1400-LEER-PAZ-SALVO.

           EVALUATE TRUE
               WHEN WS-PYS-NO-ENCONTRADO
                 DISPLAY "EL EMPLEADO NO TIENE PAZ Y SALVO DE SALIDA"
               WHEN PYS-ESTADO NOT = "P"
                 DISPLAY "EL PAZ Y SALVO YA NO ESTA PENDIENTE"
               WHEN OTHER
                 PERFORM 1500-REVISAR-PENDIENTES
                 PERFORM 3010-VALIDAR-FIRMA
           END-EVALUATE.

           PERFORM 1000-CERRAR-ARCHIVOS.

       3010-VALIDAR-FIRMA.
      *-------------------
           EVALUATE TRUE
               WHEN WS-AREA-SISTEMAS AND PYS-FIRMA-SISTEMAS = "S"
                 DISPLAY "SISTEMAS YA FIRMO; OPERADOR "
                     PYS-OPE-SISTEMAS
               WHEN WS-AREA-FINANZAS AND PYS-FIRMA-FINANZAS = "S"
                 DISPLAY "FINANZAS YA FIRMO; OPERADOR "
                     PYS-OPE-FINANZAS
               WHEN WS-AREA-SUPERVISOR AND PYS-FIRMA-SUPERVISOR = "S"
                 DISPLAY "EL SUPERVISOR YA FIRMO; OPERADOR "
                     PYS-OPE-SUPERVISOR
               WHEN WS-AREA-SISTEMAS AND NOT WS-ROL-ADMINISTRADOR
                 DISPLAY "SOLO UN ADMINISTRADOR FIRMA POR SISTEMAS"
               WHEN WS-AREA-SISTEMAS AND WS-PEND-OPERADORES > ZEROS
                 DISPLAY "EL EMPLEADO AUN TIENE " WS-PEND-OPERADORES
                     " OPERADOR(ES) ACTIVO(S); INACTIVELOS ANTES"
               WHEN WS-AREA-FINANZAS AND NOT WS-ROL-NOMINA
                 DISPLAY "SOLO LOS ROLES DE NOMINA O ADMINISTRADOR "
                     "FIRMAN POR FINANZAS"
               WHEN WS-AREA-FINANZAS AND WS-PEND-PRESTAMOS > ZEROS
                 MOVE WS-SALDO-PRESTAMOS TO WS-VALOR-EDITADO
                 DISPLAY "EL EMPLEADO TIENE " WS-PEND-PRESTAMOS
                     " PRESTAMO(S) CON SALDO " WS-VALOR-EDITADO
               WHEN WS-AREA-FINANZAS AND WS-PEND-VIATICOS > ZEROS
                 MOVE WS-VALOR-VIATICOS TO WS-VALOR-EDITADO
                 DISPLAY "EL EMPLEADO TIENE " WS-PEND-VIATICOS
                     " VIATICO(S) SIN LIQUIDAR POR " WS-VALOR-EDITADO
               WHEN WS-AREA-SUPERVISOR
                 PERFORM 3020-VALIDAR-SUPERVISOR
               WHEN OTHER
                 PERFORM 3030-REGISTRAR-FIRMA
           END-EVALUATE.

       3020-VALIDAR-SUPERVISOR.
      *------------------------
      *    FIRMA EL SUPERVISOR DIRECTO DEL EMPLEADO O UN
      *    ADMINISTRADOR; SIN SUPERVISOR ASIGNADO FIRMA NOMINA.
           EVALUATE TRUE
               WHEN WS-ROL-ADMINISTRADOR
                 PERFORM 3030-REGISTRAR-FIRMA
               WHEN EMP-COD-SUPERVISOR IS NUMERIC AND
                    EMP-COD-SUPERVISOR > ZEROS AND
                    WS-EMP-OPERADOR = EMP-COD-SUPERVISOR
                 PERFORM 3030-REGISTRAR-FIRMA
               WHEN (EMP-COD-SUPERVISOR IS NOT NUMERIC OR
                     EMP-COD-SUPERVISOR = ZEROS) AND WS-ROL-NOMINA
                 PERFORM 3030-REGISTRAR-FIRMA
               WHEN OTHER
                 DISPLAY "SOLO EL SUPERVISOR DIRECTO DEL EMPLEADO "
                     "O UN ADMINISTRADOR PUEDEN FIRMAR"
           END-EVALUATE.

       3030-REGISTRAR-FIRMA.
      *---------------------
           IF WS-AREA-FINANZAS AND WS-CUENTA-BANCO = "S"
             DISPLAY "AVISO: LA CUENTA BANCARIA SIGUE ACTIVA PARA EL "
                 "PAGO DE LA LIQUIDACION"
           END-IF.
           IF WS-AREA-FINANZAS AND WS-PEND-EQUIPOS > ZEROS
             DISPLAY "AVISO: " WS-PEND-EQUIPOS " EQUIPO(S) SIN "
                 "DEVOLVER; SE COBRAN EN LA LIQUIDACION"
           END-IF.

           DISPLAY "CONFIRMA LA FIRMA? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
             DISPLAY "LA FIRMA NO SE REGISTRO"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE PYS-DATOS TO WS-ANTES-AUD.

           EVALUATE TRUE
               WHEN WS-AREA-SISTEMAS
                 MOVE "S"          TO PYS-FIRMA-SISTEMAS
                 MOVE LK-OPERADOR  TO PYS-OPE-SISTEMAS
                 MOVE WS-FECHA-NUM TO PYS-FEC-SISTEMAS
               WHEN WS-AREA-FINANZAS
                 MOVE "S"          TO PYS-FIRMA-FINANZAS
                 MOVE LK-OPERADOR  TO PYS-OPE-FINANZAS
                 MOVE WS-FECHA-NUM TO PYS-FEC-FINANZAS
               WHEN WS-AREA-SUPERVISOR
                 MOVE "S"          TO PYS-FIRMA-SUPERVISOR
                 MOVE LK-OPERADOR  TO PYS-OPE-SUPERVISOR
                 MOVE WS-FECHA-NUM TO PYS-FEC-SUPERVISOR
           END-EVALUATE.

           IF PYS-FIRMA-SISTEMAS = "S" AND PYS-FIRMA-FINANZAS = "S"
              AND PYS-FIRMA-SUPERVISOR = "S"
             MOVE "C" TO PYS-ESTADO
           END-IF.

           REWRITE PYS-DATOS.

           IF FL-PYS = "00"
             MOVE "U" TO WS-OPERACION-AUD
             PERFORM 5000-AUDITAR-PAZ-SALVO
             DISPLAY "FIRMA REGISTRADA"
             IF PYS-ESTADO = "C"
               DISPLAY "PAZ Y SALVO COMPLETO; LA LIQUIDACION PUEDE "
                   "PAGARSE"
             END-IF
           ELSE
             DISPLAY "ERROR AL ACTUALIZAR EL PAZ Y SALVO - " FL-PYS
           END-IF.

       4000-DISPENSAR-PAZ-SALVO.
      *-------------------------
           PERFORM 1200-LEER-OPERADOR.
           IF NOT WS-ROL-ADMINISTRADOR
             DISPLAY "SOLO UN ADMINISTRADOR PUEDE DISPENSAR EL PAZ "
                 "Y SALVO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-PEDIR-EMPLEADO.
           IF WS-PYS-COD-EMPLEADO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-EMPLEADO.
           IF FL-EMP NOT = "00"
             DISPLAY "NO EXISTE ESE EMPLEADO EN LA EMPRESA"
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1400-LEER-PAZ-SALVO.

           IF WS-PYS-NO-ENCONTRADO AND EMP-ESTADO = "I"
             PERFORM 2100-ABRIR-BAJA-ANTERIOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-PYS-NO-ENCONTRADO
                 DISPLAY "EL EMPLEADO NO TIENE PAZ Y SALVO DE SALIDA"
               WHEN PYS-ESTADO NOT = "P"
                 DISPLAY "EL PAZ Y SALVO YA NO ESTA PENDIENTE"
               WHEN OTHER
                 PERFORM 1500-REVISAR-PENDIENTES
                 PERFORM 9999-IMPRESION-DATOS
                 PERFORM 4010-REGISTRAR-DISPENSA
           END-EVALUATE.

           PERFORM 1000-CERRAR-ARCHIVOS.

       4010-REGISTRAR-DISPENSA.
      *------------------------
           DISPLAY "INGRESE EL MOTIVO DE LA DISPENSA: ".
           ACCEPT WS-PYS-MOTIVO.
           IF WS-PYS-MOTIVO = SPACES
             DISPLAY "EL MOTIVO ES OBLIGATORIO; EL PAZ Y SALVO "
                 "QUEDA PENDIENTE"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA LA DISPENSA? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
             DISPLAY "EL PAZ Y SALVO QUEDA PENDIENTE"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE PYS-DATOS TO WS-ANTES-AUD.

           MOVE "D"           TO PYS-ESTADO.
           MOVE LK-OPERADOR   TO PYS-OPE-DISPENSA.
           MOVE WS-PYS-MOTIVO TO PYS-MOTIVO-DISPENSA.
           MOVE WS-FECHA-NUM  TO PYS-FEC-DISPENSA.

           REWRITE PYS-DATOS.

           IF FL-PYS = "00"
             MOVE "U" TO WS-OPERACION-AUD
             PERFORM 5000-AUDITAR-PAZ-SALVO
             DISPLAY "PAZ Y SALVO DISPENSADO; LA LIQUIDACION PUEDE "
                 "PAGARSE"
           ELSE
             DISPLAY "ERROR AL ACTUALIZAR EL PAZ Y SALVO - " FL-PYS
           END-IF.

       5000-AUDITAR-PAZ-SALVO.
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
           MOVE "GES-PYS"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "PYS"            TO AUD-ARCHIVO.
           MOVE PYS-CLAVE        TO AUD-CLAVE.
           MOVE WS-ANTES-AUD     TO AUD-ANTES.
           MOVE PYS-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       6000-REPORTE-PENDIENTES.
      *------------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR
              WS-CIA-CODIGO <= ZEROS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1000-ABRIR-ARCHIVOS.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-PYS"     TO WS-RPT-NOMBRE.
           MOVE "PAZ Y SALVOS DE SALIDA PENDIENTES"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-" WS-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE ZEROS TO WS-TOTAL-PENDIENTES.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO  NOMBRE                                   "
               "FEC.BAJA  SIS FIN SUP  OPE.INACT"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES    TO PYS-CLAVE.
           MOVE WS-CIA-CODIGO TO PYS-COD-EMPRESA.

           START ARCHIVO-PAZ-SALVO KEY IS NOT LESS THAN PYS-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PYS
           END-START.

           PERFORM UNTIL FL-PYS NOT = "00"
             READ ARCHIVO-PAZ-SALVO NEXT RECORD
             END-READ
             IF FL-PYS = "00"
               IF PYS-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE "10" TO FL-PYS
               ELSE
                 IF PYS-ESTADO = "P"
                   PERFORM 6010-IMPRIMIR-PENDIENTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL PAZ Y SALVOS PENDIENTES: "
               WS-TOTAL-PENDIENTES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 1000-CERRAR-ARCHIVOS.

       6010-IMPRIMIR-PENDIENTE.
      *------------------------
           ADD 1 TO WS-TOTAL-PENDIENTES.

           MOVE PYS-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP = "00"
             MOVE EMP-NOMBRES TO WS-NOMBRE-EMPLEADO
           ELSE
             MOVE "*** EMPLEADO NO REGISTRADO ***"
               TO WS-NOMBRE-EMPLEADO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING PYS-COD-EMPLEADO "  " WS-NOMBRE-EMPLEADO " "
               PYS-FEC-BAJ-AA "-" PYS-FEC-BAJ-MM "-" PYS-FEC-BAJ-DD
               "  " PYS-FIRMA-SISTEMAS "   " PYS-FIRMA-FINANZAS
               "   " PYS-FIRMA-SUPERVISOR "    "
               PYS-OPERADORES-INACT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9999-IMPRESION-DATOS.
      *---------------------
           EVALUATE PYS-ESTADO
               WHEN "P"
                 MOVE "PENDIENTE"   TO WS-DESCRIPCION-ESTADO
               WHEN "C"
                 MOVE "COMPLETO"    TO WS-DESCRIPCION-ESTADO
               WHEN "D"
                 MOVE "DISPENSADO"  TO WS-DESCRIPCION-ESTADO
               WHEN OTHER
                 MOVE PYS-ESTADO    TO WS-DESCRIPCION-ESTADO
           END-EVALUATE.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO:          " PYS-COD-EMPLEADO " "
               EMP-NOMBRES.
           DISPLAY "FECHA DE BAJA:     " PYS-FEC-BAJ-AA "-"
               PYS-FEC-BAJ-MM "-" PYS-FEC-BAJ-DD.
           DISPLAY "ABIERTO EL:        " PYS-FEC-APE-AA "-"
               PYS-FEC-APE-MM "-" PYS-FEC-APE-DD
               " POR " PYS-OPE-APERTURA.
           DISPLAY "ESTADO:            " WS-DESCRIPCION-ESTADO.
           DISPLAY WS-DECORADOR.
           DISPLAY "OPERADORES ACTIVOS:     " WS-PEND-OPERADORES
               "  (INACTIVADOS AL ABRIR: " PYS-OPERADORES-INACT ")".
           MOVE WS-SALDO-PRESTAMOS TO WS-VALOR-EDITADO.
           DISPLAY "PRESTAMOS CON SALDO:    " WS-PEND-PRESTAMOS
               "  SALDO " WS-VALOR-EDITADO.
           MOVE WS-VALOR-VIATICOS TO WS-VALOR-EDITADO.
           DISPLAY "VIATICOS SIN LIQUIDAR:  " WS-PEND-VIATICOS
               "  VALOR " WS-VALOR-EDITADO.
           DISPLAY "EQUIPOS SIN DEVOLVER:   " WS-PEND-EQUIPOS.
           DISPLAY "CUENTA BANCARIA ACTIVA: " WS-CUENTA-BANCO.
           DISPLAY WS-DECORADOR.
           DISPLAY "FIRMA SISTEMAS:    " PYS-FIRMA-SISTEMAS " "
               PYS-OPE-SISTEMAS " " PYS-FEC-SISTEMAS.
           DISPLAY "FIRMA FINANZAS:    " PYS-FIRMA-FINANZAS " "
               PYS-OPE-FINANZAS " " PYS-FEC-FINANZAS.
           DISPLAY "FIRMA SUPERVISOR:  " PYS-FIRMA-SUPERVISOR " "
               PYS-OPE-SUPERVISOR " " PYS-FEC-SUPERVISOR.
           IF PYS-ESTADO = "D"
             DISPLAY "DISPENSADO POR:    " PYS-OPE-DISPENSA " "
                 PYS-FEC-DISPENSA
             DISPLAY "MOTIVO:            " PYS-MOTIVO-DISPENSA
           END-IF.
           DISPLAY WS-DECORADOR.
