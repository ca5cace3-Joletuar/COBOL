      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONC-CHQ.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-NCH.cpy".
            COPY "./Copys/FISI-CGL.cpy".

            SELECT ARCHIVO-COBROS
              ASSIGN TO "../Archivos/Cobros-CHQ.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-CBR.

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-CHQ.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-INT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-NCH.cpy".
            COPY "./Copys/LOGI-CGL.cpy".

      *    PARTIDAS COBRADAS QUE ENVIA EL BANCO: UNA LINEA POR CHEQUE
      *    PAGADO, CON EL VALOR Y LA FECHA EN QUE SE COBRO.
       FD  ARCHIVO-COBROS.
       01  CBR-DATOS.
           03 CBR-NUMERO                PIC 9(8).
           03 CBR-VALOR                 PIC 9(11)V9(2).
           03 CBR-FECHA.
              05 CBR-FEC-AA             PIC 9(4).
              05 CBR-FEC-MM             PIC 9(2).
              05 CBR-FEC-DD             PIC 9(2).

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-NCH                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-CBR                  PIC XX.
       01  FL-INT                  PIC XX.

      *    CONCILIACION DEL REGISTRO DE CHEQUES CON EL BANCO: LOS
      *    COBRADOS SE MARCAN CON EL ARCHIVO DE PARTIDAS PAGADAS, LOS
      *    PENDIENTES SE LISTAN POR ANTIGUEDAD Y LOS QUE PASAN EL
      *    PLAZO DE VIGENCIA SE CADUCAN: SU VALOR SALE DE BANCOS Y
      *    PASA AL PASIVO DE SUELDOS NO RECLAMADOS HASTA QUE EL
      *    EMPLEADO LO RECLAME Y SE LE REEMITA EL CHEQUE.
       01  WS-PARAMETROS-CHQ.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-DIAS-CADUCIDAD     PIC 9(4).
           03 WS-NUMERO-CONSULTA    PIC 9(8).

       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    ANTIGUEDAD DEL CHEQUE EN DIAS DESDE SU EMISION.
       01  WS-CONTROL-ANTIGUEDAD.
           03 WS-DIA-HOY            PIC 9(8).
           03 WS-DIA-EMISION        PIC 9(8).
           03 WS-DIAS-CHEQUE        PIC 9(5).
           03 WS-FECHA-AUX          PIC 9(8).
           03 WS-TRAMO              PIC 9(1).
           03 WS-DESC-TRAMO         PIC X(8).

       01  WS-TOTALES-ANTIGUEDAD.
           03 WS-TOT-CHEQUES        PIC 9(5).
           03 WS-TOT-PENDIENTE      PIC 9(12)V9(2).
           03 WS-TOT-TRAMO          PIC 9(12)V9(2) OCCURS 5 TIMES.
           03 WS-CNT-TRAMO          PIC 9(5) OCCURS 5 TIMES.
       01  WS-IND-TRAMO             PIC 9(1).

       01  WS-CONTADORES.
           03 WS-TOTAL-LEIDOS       PIC 9(6).
           03 WS-TOTAL-COBRADOS     PIC 9(6).
           03 WS-TOTAL-EXCEPCIONES  PIC 9(6).
           03 WS-TOTAL-CADUCADOS    PIC 9(6).

       01  WS-VALOR-COBRADO-TOTAL   PIC 9(13)V9(2).
       01  WS-VALOR-CADUCADO-TOTAL  PIC 9(13)V9(2).

       01  WS-EXCEPCION             PIC X(45).
       01  WS-DESC-ESTADO           PIC X(11).

      *    EL RUBRO DE SUELDOS NO RECLAMADOS SOLO EXISTE PARA EL
      *    MAPEO CONTABLE: SU CUENTA DEBE ES LA DE BANCOS DONDE SE
      *    GIRARON LOS CHEQUES Y SU CUENTA HABER EL PASIVO.
       77  WS-RUBRO-NO-RECLAMADO    PIC 9(2) VALUE 29.
       77  WS-DIAS-DEFECTO          PIC 9(4) VALUE 180.

       01  WS-CTA-BANCOS            PIC X(10).
       01  WS-CTA-NO-RECLAMADOS     PIC X(10).

       01  WS-BANDERA-CUENTAS       PIC 9.
           88 WS-CUENTAS-OK         VALUE 1.
           88 WS-SIN-CUENTAS        VALUE 0.

       01  WS-TIPO-ASIENTO          PIC X(1).
           88 WS-ASIENTO-CADUCIDAD  VALUE "C".
           88 WS-ASIENTO-REEMISION  VALUE "R".

       01  INT-ASIENTO.
           03 INT-TIPO-LINEA        PIC X(1).
           03 INT-EMPRESA           PIC 9(3).
           03 INT-PERIODO           PIC 9(6).
           03 INT-OFICINA           PIC 9(3).
           03 INT-CUENTA            PIC X(10).
           03 INT-RUBRO             PIC 9(2).
           03 INT-VALOR             PIC 9(11)V9(2).
           03 FILLER                PIC X(12) VALUE SPACES.

       01  WS-NUMERO-ASIGNADO       PIC 9(8).
       01  WS-NUMERO-ANTERIOR       PIC 9(8).

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(9)9.99.
       01  WS-TOTAL-EDITADO         PIC Z(11)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

      *    INCIDENCIAS DEL PROCESO PARA LA BITACORA CENTRAL DE
      *    ERRORES QUE REVISA OPERACIONES CADA MANANA.
       01  WS-CONTROL-ERROR.
           03 WS-ERR-OPERACION      PIC X(1).
           03 WS-ERR-PROGRAMA       PIC X(8).
           03 WS-ERR-PARRAFO        PIC X(30).
           03 WS-ERR-ARCHIVO        PIC X(11).
           03 WS-ERR-ESTADO         PIC XX.
           03 WS-ERR-CLAVE          PIC X(20).
           03 WS-ERR-SEVERIDAD      PIC X(1).
           03 WS-ERR-OPERADOR       PIC X(10).
           03 WS-ERR-MENSAJE        PIC X(60).
           03 WS-ERR-PENDIENTES     PIC 9(5).
           03 WS-ERR-RESULTADO      PIC X(1).

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
           DISPLAY "--- CONCILIACION DE CHEQUES CON EL BANCO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- IMPORTAR CHEQUES COBRADOS DEL BANCO".
           DISPLAY " 2.- CHEQUES PENDIENTES DE COBRO POR ANTIGUEDAD".
           DISPLAY " 3.- CADUCAR CHEQUES VENCIDOS".
           DISPLAY " 4.- REEMITIR UN CHEQUE CADUCADO".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION >= 1 AND WS-OPCION <= 4
             PERFORM 1100-PEDIR-EMPRESA
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
             MOVE WS-FECHA-SISTEMA TO WS-FECHA-AUX
             COMPUTE WS-DIA-HOY =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-IMPORTAR-COBROS
               WHEN WS-OPCION = 2
                 PERFORM 3000-CHEQUES-PENDIENTES
               WHEN WS-OPCION = 3
                 PERFORM 4000-CADUCAR-CHEQUES
               WHEN WS-OPCION = 4
                 PERFORM 5000-REEMITIR-CADUCADO
               WHEN WS-OPCION = 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1100-PEDIR-EMPRESA.
      *-------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1010-ABRIR-REGISTRO-CHEQUES.
      *-----------------------------
           OPEN I-O ARCHIVO-CHEQUES.
           IF FL-CHQ NOT = "00"
             CLOSE ARCHIVO-CHEQUES
             OPEN OUTPUT ARCHIVO-CHEQUES
             CLOSE ARCHIVO-CHEQUES
             OPEN I-O ARCHIVO-CHEQUES
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.

       1020-CERRAR-REGISTRO-CHEQUES.
      *------------------------------
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-EMPLEADOS.

       1030-ABRIR-REPORTE.
      *-------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "CONC-CHQ"    TO WS-RPT-NOMBRE.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-" WS-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       1040-CERRAR-REPORTE.
      *--------------------
           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       1050-CUENTAS-NO-RECLAMADOS.
      *---------------------------
      *    SIN EL MAPEO CONTABLE DEL RUBRO NO SE CADUCA NI SE REEMITE:
      *    EL MOVIMIENTO DEL PASIVO QUEDARIA FUERA DE LA CONTABILIDAD.
           MOVE 0 TO WS-BANDERA-CUENTAS.

           OPEN INPUT ARCHIVO-CONTABLE.
           MOVE WS-RUBRO-NO-RECLAMADO TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.

           IF FL-CGL = "00" AND CGL-ESTADO = "A"
             MOVE CGL-CUENTA-DEBE  TO WS-CTA-BANCOS
             MOVE CGL-CUENTA-HABER TO WS-CTA-NO-RECLAMADOS
             MOVE 1 TO WS-BANDERA-CUENTAS
           ELSE
             DISPLAY "EL RUBRO " WS-RUBRO-NO-RECLAMADO " (SUELDOS NO "
                 "RECLAMADOS) NO TIENE MAPEO CONTABLE ACTIVO"
           END-IF.

           CLOSE ARCHIVO-CONTABLE.

       2000-IMPORTAR-COBROS.
      *---------------------
      *    CADA PARTIDA DEL BANCO SE BUSCA POR NUMERO EN EL REGISTRO
      *    DE LA EMPRESA; SOLO SE MARCA COBRADO EL CHEQUE VIGENTE
      *    CUYO VALOR COINCIDE. TODO LO DEMAS SALE COMO EXCEPCION Y
      *    EL CHEQUE QUEDA COMO ESTABA PARA SU REVISION.
           INITIALIZE WS-CONTADORES.
           MOVE ZEROS TO WS-VALOR-COBRADO-TOTAL.

           OPEN INPUT ARCHIVO-COBROS.
           IF FL-CBR NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE COBROS DEL "
                 "BANCO (../Archivos/Cobros-CHQ.txt)"
             MOVE "2000-IMPORTAR-COBROS" TO WS-ERR-PARRAFO
             MOVE "CBR" TO WS-ERR-ARCHIVO
             MOVE FL-CBR TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1010-ABRIR-REGISTRO-CHEQUES.

           MOVE "CHEQUES COBRADOS SEGUN EL BANCO - EXCEPCIONES"
             TO WS-RPT-TITULO.
           PERFORM 1030-ABRIR-REPORTE.

           MOVE "CHEQUE   EMPLEADO VALOR EMITIDO  VALOR COBRADO"
             TO WS-LINEA-SPOOL.
           MOVE "EXCEPCION" TO WS-LINEA-SPOOL (49:).
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 2010-LEER-COBRO.

           PERFORM UNTIL FL-CBR NOT = "00"
             ADD 1 TO WS-TOTAL-LEIDOS
             PERFORM 2020-APLICAR-COBRO
             PERFORM 2010-LEER-COBRO
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-VALOR-COBRADO-TOTAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PARTIDAS LEIDAS: " WS-TOTAL-LEIDOS
               "  COBRADOS: " WS-TOTAL-COBRADOS
               "  EXCEPCIONES: " WS-TOTAL-EXCEPCIONES
               "  VALOR COBRADO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 1040-CERRAR-REPORTE.

           CLOSE ARCHIVO-COBROS.
           PERFORM 1020-CERRAR-REGISTRO-CHEQUES.

       2010-LEER-COBRO.
      *----------------
           READ ARCHIVO-COBROS
           END-READ.

       2020-APLICAR-COBRO.
      *-------------------
           MOVE SPACES TO WS-EXCEPCION.

           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE CBR-NUMERO    TO CHQ-NUMERO.
           READ ARCHIVO-CHEQUES
           END-READ.

           EVALUATE TRUE
               WHEN FL-CHQ NOT = "00"
                 MOVE "CHEQUE NO REGISTRADO EN LA EMPRESA"
                   TO WS-EXCEPCION
                 MOVE ZEROS TO CHQ-COD-EMPLEADO CHQ-VALOR
               WHEN CHQ-ESTADO = "C"
                 MOVE "CHEQUE YA COBRADO ANTERIORMENTE"
                   TO WS-EXCEPCION
               WHEN CHQ-ESTADO = "A"
                 MOVE "CHEQUE ANULADO PRESENTADO AL COBRO"
                   TO WS-EXCEPCION
               WHEN CHQ-ESTADO = "R"
                 MOVE "CHEQUE REEMPLAZADO PRESENTADO AL COBRO"
                   TO WS-EXCEPCION
               WHEN CHQ-ESTADO = "V"
                 MOVE "CHEQUE CADUCADO PRESENTADO AL COBRO"
                   TO WS-EXCEPCION
               WHEN CHQ-VALOR NOT = CBR-VALOR
                 MOVE "VALOR COBRADO DISTINTO DEL EMITIDO"
                   TO WS-EXCEPCION
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-EXCEPCION NOT = SPACES
             ADD 1 TO WS-TOTAL-EXCEPCIONES
             MOVE CHQ-VALOR TO WS-VALOR-EDITADO
             MOVE CBR-VALOR TO WS-VALOR-EDITADO-2
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING CBR-NUMERO " " CHQ-COD-EMPLEADO " "
                 WS-VALOR-EDITADO " " WS-VALOR-EDITADO-2 " "
                 WS-EXCEPCION
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE "C"       TO CHQ-ESTADO.
           MOVE CBR-FECHA TO CHQ-FEC-COBRO.
           MOVE CBR-VALOR TO CHQ-VALOR-COBRADO.
           REWRITE CHQ-DATOS.

           IF FL-CHQ = "00"
             ADD 1 TO WS-TOTAL-COBRADOS
             ADD CBR-VALOR TO WS-VALOR-COBRADO-TOTAL
           ELSE
             DISPLAY "ERROR AL MARCAR COBRADO EL CHEQUE " CBR-NUMERO
                 " - " FL-CHQ
             MOVE "2020-APLICAR-COBRO" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3000-CHEQUES-PENDIENTES.
      *------------------------
      *    CHEQUES EMITIDOS O ENTREGADOS QUE EL BANCO AUN NO PAGA,
      *    POR TRAMOS DE 0-30, 31-60, 61-90, 91-180 Y MAS DE 180 DIAS
      *    DESDE SU EMISION.
           INITIALIZE WS-TOTALES-ANTIGUEDAD.

           PERFORM 1010-ABRIR-REGISTRO-CHEQUES.

           MOVE "CHEQUES PENDIENTES DE COBRO POR ANTIGUEDAD"
             TO WS-RPT-TITULO.
           PERFORM 1030-ABRIR-REPORTE.

           MOVE "CHEQUE   EMPLEADO NOMBRE" TO WS-LINEA-SPOOL.
           MOVE "PERIODO EMISION     DIAS TRAMO  EST         VALOR"
             TO WS-LINEA-SPOOL (45:).
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 3010-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-ESTADO = "E" OR CHQ-ESTADO = "G"
               PERFORM 3020-IMPRIMIR-PENDIENTE
             END-IF
             PERFORM 3010-LEER-CHEQUE
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
               UNTIL WS-IND-TRAMO > 5
             MOVE WS-IND-TRAMO TO WS-TRAMO
             PERFORM 3040-DESCRIBIR-TRAMO
             MOVE WS-TOT-TRAMO (WS-IND-TRAMO) TO WS-TOTAL-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "TRAMO " WS-DESC-TRAMO " DIAS  "
                 WS-CNT-TRAMO (WS-IND-TRAMO) " CHEQUES  "
                 WS-TOTAL-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-PERFORM.

           MOVE WS-TOT-PENDIENTE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL PENDIENTE DE COBRO: " WS-TOT-CHEQUES
               " CHEQUES  " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 1040-CERRAR-REPORTE.
           PERFORM 1020-CERRAR-REGISTRO-CHEQUES.

       3010-LEER-CHEQUE.
      *-----------------
           READ ARCHIVO-CHEQUES NEXT RECORD
           END-READ.

       3020-IMPRIMIR-PENDIENTE.
      *------------------------
           PERFORM 3030-CALCULAR-ANTIGUEDAD.

           ADD 1         TO WS-TOT-CHEQUES.
           ADD CHQ-VALOR TO WS-TOT-PENDIENTE.
           ADD 1         TO WS-CNT-TRAMO (WS-TRAMO).
           ADD CHQ-VALOR TO WS-TOT-TRAMO (WS-TRAMO).

           MOVE CHQ-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING CHQ-NUMERO " " CHQ-COD-EMPLEADO " "
               EMP-NOMBRES (1:25) " "
               CHQ-FEC-AA "-" CHQ-FEC-MM " "
               CHQ-FEC-EMI-AA "-" CHQ-FEC-EMI-MM "-" CHQ-FEC-EMI-DD
               " " WS-DIAS-CHEQUE " " WS-DESC-TRAMO
               " " CHQ-ESTADO " " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3030-CALCULAR-ANTIGUEDAD.
      *-------------------------
           MOVE CHQ-FEC-EMISION TO WS-FECHA-AUX.

           IF WS-FECHA-AUX IS NUMERIC AND WS-FECHA-AUX > 16010101
             COMPUTE WS-DIA-EMISION =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           ELSE
             MOVE WS-DIA-HOY TO WS-DIA-EMISION
           END-IF.

           IF WS-DIA-HOY > WS-DIA-EMISION
             COMPUTE WS-DIAS-CHEQUE = WS-DIA-HOY - WS-DIA-EMISION
           ELSE
             MOVE ZEROS TO WS-DIAS-CHEQUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-CHEQUE <= 30
                 MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS-CHEQUE <= 60
                 MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS-CHEQUE <= 90
                 MOVE 3 TO WS-TRAMO
               WHEN WS-DIAS-CHEQUE <= 180
                 MOVE 4 TO WS-TRAMO
               WHEN OTHER
                 MOVE 5 TO WS-TRAMO
           END-EVALUATE.

           PERFORM 3040-DESCRIBIR-TRAMO.

       3040-DESCRIBIR-TRAMO.
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

       4000-CADUCAR-CHEQUES.
      *---------------------
      *    LOS CHEQUES PENDIENTES CON MAS DIAS QUE EL PLAZO INDICADO
      *    QUEDAN CADUCADOS: YA NO SE PAGAN EN EL BANCO Y SU VALOR
      *    SE TRASLADA AL PASIVO DE SUELDOS NO RECLAMADOS.
           DISPLAY "DIAS DE VIGENCIA DE UN CHEQUE (ENTER = "
               WS-DIAS-DEFECTO "): ".
           MOVE ZEROS TO WS-DIAS-CADUCIDAD.
           ACCEPT WS-DIAS-CADUCIDAD.

           IF WS-DIAS-CADUCIDAD IS NOT NUMERIC OR
              WS-DIAS-CADUCIDAD = ZEROS
             MOVE WS-DIAS-DEFECTO TO WS-DIAS-CADUCIDAD
           END-IF.

           PERFORM 1050-CUENTAS-NO-RECLAMADOS.
           IF WS-SIN-CUENTAS
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "SE CADUCARAN LOS CHEQUES PENDIENTES CON MAS DE "
               WS-DIAS-CADUCIDAD " DIAS. CONFIRMA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "NO SE CADUCO NINGUN CHEQUE"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CONTADORES.
           MOVE ZEROS TO WS-VALOR-CADUCADO-TOTAL.

           PERFORM 1010-ABRIR-REGISTRO-CHEQUES.

           OPEN EXTEND ARCHIVO-INTERFAZ.
           IF FL-INT NOT = "00"
             OPEN OUTPUT ARCHIVO-INTERFAZ
           END-IF.

           MOVE "CHEQUES CADUCADOS A SUELDOS NO RECLAMADOS"
             TO WS-RPT-TITULO.
           PERFORM 1030-ABRIR-REPORTE.

           MOVE "CHEQUE   EMPLEADO NOMBRE" TO WS-LINEA-SPOOL.
           MOVE "PERIODO EMISION     DIAS         VALOR"
             TO WS-LINEA-SPOOL (45:).
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 3010-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-ESTADO = "E" OR CHQ-ESTADO = "G"
               PERFORM 3030-CALCULAR-ANTIGUEDAD
               IF WS-DIAS-CHEQUE > WS-DIAS-CADUCIDAD
                 PERFORM 4010-CADUCAR-CHEQUE
               END-IF
             END-IF
             PERFORM 3010-LEER-CHEQUE
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-VALOR-CADUCADO-TOTAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CHEQUES CADUCADOS: " WS-TOTAL-CADUCADOS
               "  VALOR TRASLADADO A SUELDOS NO RECLAMADOS: "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 1040-CERRAR-REPORTE.

           CLOSE ARCHIVO-INTERFAZ.
           PERFORM 1020-CERRAR-REGISTRO-CHEQUES.

           DISPLAY "ASIENTO: ../Archivos/Interfaz-CHQ.txt".

       4010-CADUCAR-CHEQUE.
      *--------------------
           MOVE "V"              TO CHQ-ESTADO.
           MOVE WS-FECHA-SISTEMA TO CHQ-FEC-CADUCIDAD.
           REWRITE CHQ-DATOS.

           IF FL-CHQ NOT = "00"
             DISPLAY "ERROR AL CADUCAR EL CHEQUE " CHQ-NUMERO
                 " - " FL-CHQ
             MOVE "4010-CADUCAR-CHEQUE" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           ADD 1         TO WS-TOTAL-CADUCADOS.
           ADD CHQ-VALOR TO WS-VALOR-CADUCADO-TOTAL.

           MOVE CHQ-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE ZEROS  TO EMP-COD-OFICINA
           END-IF.

           MOVE "C" TO WS-TIPO-ASIENTO.
           PERFORM 6000-POSTEAR-ASIENTO.

           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING CHQ-NUMERO " " CHQ-COD-EMPLEADO " "
               EMP-NOMBRES (1:25) " "
               CHQ-FEC-AA "-" CHQ-FEC-MM " "
               CHQ-FEC-EMI-AA "-" CHQ-FEC-EMI-MM "-" CHQ-FEC-EMI-DD
               " " WS-DIAS-CHEQUE " " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-REEMITIR-CADUCADO.
      *-----------------------
      *    EL EMPLEADO QUE RECLAMA UN CHEQUE CADUCADO RECIBE UNO
      *    NUEVO POR EL MISMO VALOR; EL ORIGINAL QUEDA REEMPLAZADO Y
      *    EL VALOR VUELVE DEL PASIVO DE NO RECLAMADOS A BANCOS.
           DISPLAY "INGRESE EL NUMERO DEL CHEQUE CADUCADO: ".
           ACCEPT WS-NUMERO-CONSULTA.

           PERFORM 1050-CUENTAS-NO-RECLAMADOS.
           IF WS-SIN-CUENTAS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1010-ABRIR-REGISTRO-CHEQUES.

           MOVE WS-CIA-CODIGO      TO CHQ-COD-EMPRESA.
           MOVE WS-NUMERO-CONSULTA TO CHQ-NUMERO.
           READ ARCHIVO-CHEQUES
           END-READ.

           EVALUATE TRUE
               WHEN FL-CHQ NOT = "00"
                 DISPLAY "NO EXISTE UN CHEQUE CON ESE NUMERO"
               WHEN CHQ-ESTADO NOT = "V"
                 DISPLAY "SOLO SE REEMITEN CHEQUES CADUCADOS; EL "
                     "ESTADO DEL CHEQUE ES " CHQ-ESTADO
               WHEN OTHER
                 PERFORM 5010-EMITIR-REEMPLAZO
           END-EVALUATE.

           PERFORM 1020-CERRAR-REGISTRO-CHEQUES.

       5010-EMITIR-REEMPLAZO.
      *----------------------
           OPEN I-O ARCHIVO-NUM-CHEQUES.
           IF FL-NCH NOT = "00"
             CLOSE ARCHIVO-NUM-CHEQUES
             OPEN OUTPUT ARCHIVO-NUM-CHEQUES
             CLOSE ARCHIVO-NUM-CHEQUES
             OPEN I-O ARCHIVO-NUM-CHEQUES
           END-IF.

           MOVE WS-NUMERO-CONSULTA TO WS-NUMERO-ANTERIOR.
           PERFORM 5020-ASIGNAR-NUMERO.

           CLOSE ARCHIVO-NUM-CHEQUES.

           MOVE WS-CIA-CODIGO      TO CHQ-COD-EMPRESA.
           MOVE WS-NUMERO-ANTERIOR TO CHQ-NUMERO.
           READ ARCHIVO-CHEQUES
           END-READ.

           MOVE "R"                TO CHQ-ESTADO.
           MOVE WS-NUMERO-ASIGNADO TO CHQ-NUM-REEMPLAZO.
           REWRITE CHQ-DATOS.

           MOVE WS-NUMERO-ASIGNADO TO CHQ-NUMERO.
           MOVE ZEROS              TO CHQ-NUM-REEMPLAZO.
           MOVE "E"                TO CHQ-ESTADO.
           MOVE WS-FECHA-SISTEMA   TO CHQ-FEC-EMISION.
           MOVE ZEROS              TO CHQ-FEC-COBRO.
           MOVE ZEROS              TO CHQ-VALOR-COBRADO.
           MOVE ZEROS              TO CHQ-FEC-CADUCIDAD.
           WRITE CHQ-DATOS.

           IF FL-CHQ NOT = "00"
             DISPLAY "ERROR AL EMITIR EL CHEQUE DE REEMPLAZO - "
                 FL-CHQ
             MOVE "5010-EMITIR-REEMPLAZO" TO WS-ERR-PARRAFO
             MOVE "CHQ" TO WS-ERR-ARCHIVO
             MOVE FL-CHQ TO WS-ERR-ESTADO
             MOVE CHQ-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE CHQ-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE ZEROS  TO EMP-COD-OFICINA
           END-IF.

           OPEN EXTEND ARCHIVO-INTERFAZ.
           IF FL-INT NOT = "00"
             OPEN OUTPUT ARCHIVO-INTERFAZ
           END-IF.
           MOVE "R" TO WS-TIPO-ASIENTO.
           PERFORM 6000-POSTEAR-ASIENTO.
           CLOSE ARCHIVO-INTERFAZ.

           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "CHEQUE " WS-NUMERO-ANTERIOR
               " REEMPLAZADO POR EL " WS-NUMERO-ASIGNADO
               " - " EMP-NOMBRES (1:30) " " WS-VALOR-EDITADO.
           DISPLAY "ASIENTO: ../Archivos/Interfaz-CHQ.txt".

       5020-ASIGNAR-NUMERO.
      *--------------------
      *    MISMA NUMERACION SECUENCIAL POR EMPRESA DE LA EMISION DE
      *    CHEQUES, PARA QUE EL FORMULARIO QUEDE RENDIDO.
           MOVE WS-CIA-CODIGO TO NCH-COD-EMPRESA.

           READ ARCHIVO-NUM-CHEQUES
           END-READ.

           IF FL-NCH = "00"
             ADD 1 TO NCH-ULT-NUMERO
             MOVE NCH-ULT-NUMERO TO WS-NUMERO-ASIGNADO
             REWRITE NCH-DATOS
           ELSE
             INITIALIZE NCH-DATOS
             MOVE WS-CIA-CODIGO TO NCH-COD-EMPRESA
             MOVE 1             TO NCH-ULT-NUMERO
             MOVE 1             TO WS-NUMERO-ASIGNADO
             WRITE NCH-DATOS
           END-IF.

       6000-POSTEAR-ASIENTO.
      *---------------------
      *    LA CADUCIDAD DEVUELVE EL VALOR A BANCOS Y LO ACREDITA AL
      *    PASIVO DE NO RECLAMADOS; LA REEMISION HACE LO CONTRARIO.
      *    LOS ASIENTOS SE ACUMULAN EN LA INTERFAZ HASTA QUE
      *    CONTABILIDAD LOS RECOJA.
           MOVE WS-CIA-CODIGO         TO INT-EMPRESA.
           COMPUTE INT-PERIODO = WS-FEC-AA * 100 + WS-FEC-MM.
           MOVE EMP-COD-OFICINA       TO INT-OFICINA.
           MOVE WS-RUBRO-NO-RECLAMADO TO INT-RUBRO.
           MOVE CHQ-VALOR             TO INT-VALOR.

           MOVE "D" TO INT-TIPO-LINEA.
           IF WS-ASIENTO-CADUCIDAD
             MOVE WS-CTA-BANCOS        TO INT-CUENTA
           ELSE
             MOVE WS-CTA-NO-RECLAMADOS TO INT-CUENTA
           END-IF.
           WRITE INT-LINEA FROM INT-ASIENTO.

           MOVE "H" TO INT-TIPO-LINEA.
           IF WS-ASIENTO-CADUCIDAD
             MOVE WS-CTA-NO-RECLAMADOS TO INT-CUENTA
           ELSE
             MOVE WS-CTA-BANCOS        TO INT-CUENTA
           END-IF.
           WRITE INT-LINEA FROM INT-ASIENTO.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CONC-CHQ"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
