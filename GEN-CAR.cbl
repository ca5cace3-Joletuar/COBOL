      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-CAR.
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
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-HCA.cpy".
            COPY "./Copys/FISI-HIS.cpy".
            COPY "./Copys/FISI-HCE.cpy".
            COPY "./Copys/FISI-DIS.cpy".
            COPY "./Copys/FISI-PLT.cpy".
           SELECT ARCHIVO-LOG-CARTAS
             ASSIGN TO "../Archivos/Cartas-Log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-LCA.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-HCA.cpy".
            COPY "./Copys/LOGI-HIS.cpy".
            COPY "./Copys/LOGI-HCE.cpy".
            COPY "./Copys/LOGI-DIS.cpy".
            COPY "./Copys/LOGI-PLT.cpy".
       FD  ARCHIVO-LOG-CARTAS.
           01 LCA-DATOS.
              03 LCA-NUMERO         PIC 9(6).
              03 LCA-COD-EMPRESA    PIC 9(3).
              03 LCA-COD-EMPLEADO   PIC 9(8).
              03 LCA-CEDULA         PIC 9(10).
              03 LCA-PLANTILLA      PIC X(6).
              03 LCA-TIPO           PIC X(1).
              03 LCA-FECHA-EMISION.
                 05 LCA-FEC-AA      PIC 9(4).
                 05 LCA-FEC-MM      PIC 9(2).
                 05 LCA-FEC-DD      PIC 9(2).
              03 LCA-HORA-EMISION.
                 05 LCA-HOR-HH      PIC 9(2).
                 05 LCA-HOR-MM      PIC 9(2).
                 05 LCA-HOR-SS      PIC 9(2).
              03 LCA-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FS-CIA                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-CTR                  PIC XX.
       01  FL-HCA                  PIC XX.
       01  FL-HIS                  PIC XX.
       01  FL-HCE                  PIC XX.
       01  FL-DIS                  PIC XX.
       01  FL-PLT                  PIC XX.
       01  FL-LCA                  PIC XX.

      *    EMISION DE CARTAS Y CONTRATOS A PARTIR DE LAS PLANTILLAS
      *    DE GES-PLT: CADA LINEA DE LA PLANTILLA SE COMBINA CON LOS
      *    DATOS DEL EMPLEADO, SU CARGO, OFICINA, EMPRESA, CONTRATO E
      *    HISTORIALES, Y SALE AL SPOOL UNA CARTA POR HOJA. CADA
      *    CARTA EMITIDA QUEDA NUMERADA EN EL REGISTRO DE CARTAS.
       01  WS-PARAMETROS-CAR.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-PLT-CODIGO         PIC X(6).
           03 WS-PLT-TIPO           PIC X(1).
           03 WS-PLT-DESCRIPCION    PIC X(40).
           03 WS-EMP-CLAVE          PIC 9(8).
           03 WS-OFI-CLAVE          PIC 9(3).

       01  WS-CONTROL-EMISION.
           03 WS-NUMERO-CARTA       PIC 9(6).
           03 WS-CARTAS-EMITIDAS    PIC 9(5).
           03 WS-MARCADORES-ERRADOS PIC 9(5).
           03 WS-PRIMERA-CARTA      PIC X(1).
               88 WS-ES-PRIMERA-CARTA   VALUE "S".

      *    DATOS DEL EMPLEADO QUE NO ESTAN EN SU REGISTRO: LOS ULTIMOS
      *    MOVIMIENTOS DE CARGO, SUELDO, EMPRESA Y DISCIPLINA.
       01  WS-DATOS-CARTA.
           03 WS-DESC-CARGO         PIC X(30).
           03 WS-DESC-OFICINA       PIC X(30).
           03 WS-DIR-OFICINA        PIC X(40).
           03 WS-CTR-ENCONTRADO     PIC X(1).
           03 WS-HCA-CARGO-ANT      PIC 9(3).
           03 WS-HCA-DESC-CARGO-ANT PIC X(30).
           03 WS-HCA-SUELDO-ANT     PIC 9(8)V9(2).
           03 WS-HCA-FECHA          PIC 9(8).
           03 WS-HIS-SUELDO-ANT     PIC 9(8)V9(2).
           03 WS-HIS-FECHA          PIC 9(8).
           03 WS-HCE-DESC-EMPRESA   PIC X(30).
           03 WS-HCE-FECHA          PIC 9(8).
           03 WS-DIS-TIPO           PIC X(20).
           03 WS-DIS-FECHA          PIC 9(8).
           03 WS-DIS-NIVEL          PIC X(1).
           03 WS-DIS-RESOLUCION     PIC X(60).
           03 WS-DIS-MULTA          PIC 9(6)V9(2).

      *    COMBINACION DE UNA LINEA DE LA PLANTILLA.
       01  WS-COMBINACION.
           03 WS-POS-ORIGEN         PIC 9(3).
           03 WS-POS-DESTINO        PIC 9(3).
           03 WS-POS-CIERRE         PIC 9(3).
           03 WS-LONG-TEXTO         PIC 9(3).
           03 WS-LONG-MARCADOR      PIC 9(3).
           03 WS-IND                PIC 9(3).
           03 WS-VALOR-INI          PIC 9(3).
           03 WS-VALOR-FIN          PIC 9(3).
           03 WS-LONG-VALOR         PIC 9(3).
           03 WS-MARCADOR           PIC X(20).
           03 WS-VALOR-MARCADOR     PIC X(60).
           03 WS-MARCADOR-VALIDO    PIC X(1).
               88 WS-MARCADOR-RESUELTO  VALUE "S".

       01  WS-MONTO-EDITADO         PIC Z,ZZZ,ZZ9.99.
       01  WS-CEDULA-EDITADA        PIC 9(10).
       01  WS-NUMERO-EDITADO        PIC 9(6).

       01  WS-FECHA-FORMATO.
           03 WS-FMT-AA             PIC 9(4).
           03 WS-FMT-MM             PIC 9(2).
           03 WS-FMT-DD             PIC 9(2).
       01  WS-FECHA-FORMATO-NUM REDEFINES WS-FECHA-FORMATO PIC 9(8).

       01  WS-TABLA-MESES.
           03 FILLER                PIC X(10) VALUE "ENERO".
           03 FILLER                PIC X(10) VALUE "FEBRERO".
           03 FILLER                PIC X(10) VALUE "MARZO".
           03 FILLER                PIC X(10) VALUE "ABRIL".
           03 FILLER                PIC X(10) VALUE "MAYO".
           03 FILLER                PIC X(10) VALUE "JUNIO".
           03 FILLER                PIC X(10) VALUE "JULIO".
           03 FILLER                PIC X(10) VALUE "AGOSTO".
           03 FILLER                PIC X(10) VALUE "SEPTIEMBRE".
           03 FILLER                PIC X(10) VALUE "OCTUBRE".
           03 FILLER                PIC X(10) VALUE "NOVIEMBRE".
           03 FILLER                PIC X(10) VALUE "DICIEMBRE".
       01  WS-MESES REDEFINES WS-TABLA-MESES.
           03 WS-NOMBRE-MES         PIC X(10) OCCURS 12 TIMES.

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

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

       77  WS-LONG-LINEA            PIC 9(3) VALUE 132.
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
           DISPLAY "--- EMISION DE CARTAS Y CONTRATOS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- EMITIR CARTA A UN EMPLEADO".
           DISPLAY " 2.- EMITIR CARTA A TODOS LOS EMPLEADOS ACTIVOS".
           DISPLAY " 3.- EMITIR CARTA A LOS ACTIVOS DE UNA OFICINA".
           DISPLAY " 4.- CONSULTAR CARTAS EMITIDAS A UN EMPLEADO".
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

      *    LAS CARTAS LAS EMITE TALENTO HUMANO.
           IF WS-OPCION < 4 AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-CARTA-EMPLEADO
               WHEN WS-OPCION = 2 OR WS-OPCION = 3
                 PERFORM 2500-CARTAS-EN-LOTE
               WHEN WS-OPCION = 4
                 PERFORM 6000-CONSULTAR-CARTAS
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-CARGOS.
           OPEN INPUT ARCHIVO-OFICINAS.

           OPEN INPUT ARCHIVO-CONTRATOS.
           IF FL-CTR NOT = "00"
             OPEN OUTPUT ARCHIVO-CONTRATOS
             CLOSE ARCHIVO-CONTRATOS
             OPEN INPUT ARCHIVO-CONTRATOS
           END-IF.

           OPEN INPUT ARCHIVO-DISCIPLINA.
           IF FL-DIS NOT = "00"
             OPEN OUTPUT ARCHIVO-DISCIPLINA
             CLOSE ARCHIVO-DISCIPLINA
             OPEN INPUT ARCHIVO-DISCIPLINA
           END-IF.

           OPEN INPUT ARCHIVO-PLANTILLAS.
           IF FL-PLT NOT = "00"
             OPEN OUTPUT ARCHIVO-PLANTILLAS
             CLOSE ARCHIVO-PLANTILLAS
             OPEN INPUT ARCHIVO-PLANTILLAS
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-CONTRATOS.
           CLOSE ARCHIVO-DISCIPLINA.
           CLOSE ARCHIVO-PLANTILLAS.

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

       1400-PEDIR-PLANTILLA.
      *---------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "CODIGO DE LA PLANTILLA: ".
           ACCEPT WS-PLT-CODIGO.

           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO TO PLT-CODIGO.
           MOVE ZEROS         TO PLT-LINEA.

           READ ARCHIVO-PLANTILLAS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PLT NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA PLANTILLA NO EXISTE"
               WHEN PLT-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA PLANTILLA ESTA INACTIVA"
               WHEN OTHER
                 MOVE PLT-TIPO        TO WS-PLT-TIPO
                 MOVE PLT-DESCRIPCION TO WS-PLT-DESCRIPCION
                 DISPLAY "PLANTILLA: " PLT-DESCRIPCION
           END-EVALUATE.

       2000-CARTA-EMPLEADO.
      *--------------------
           PERFORM 1400-PEDIR-PLANTILLA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-EMP-CLAVE.

           MOVE WS-EMP-CLAVE TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 DISPLAY "EL EMPLEADO NO EXISTE"
                 EXIT PARAGRAPH
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-CIA-CODIGO
                 EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 3000-INICIAR-EMISION.

           PERFORM 4000-EMITIR-CARTA.

           PERFORM 3900-TERMINAR-EMISION.

       2500-CARTAS-EN-LOTE.
      *--------------------
      *    UNA CARTA POR CADA EMPLEADO ACTIVO DE LA EMPRESA, O SOLO
      *    DE UNA OFICINA.
           PERFORM 1400-PEDIR-PLANTILLA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-OFI-CLAVE.
           IF WS-OPCION = 3
             DISPLAY "CODIGO DE LA OFICINA: "
             ACCEPT WS-OFI-CLAVE
             MOVE WS-OFI-CLAVE TO OFI-CLAVE
             READ ARCHIVO-OFICINAS
             END-READ
             IF FL-OFI NOT = "00"
               DISPLAY "LA OFICINA NO EXISTE"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "SE EMITIRA UNA CARTA POR EMPLEADO ACTIVO; "
               "CONTINUA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-INICIAR-EMISION.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 2510-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                EMP-ESTADO = "A" AND
                (WS-OFI-CLAVE = ZEROS OR
                 EMP-COD-OFICINA = WS-OFI-CLAVE)
               PERFORM 4000-EMITIR-CARTA
             END-IF
             PERFORM 2510-LEER-EMPLEADO
           END-PERFORM.

           PERFORM 3900-TERMINAR-EMISION.

       2510-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3000-INICIAR-EMISION.
      *---------------------
           MOVE ZEROS TO WS-CARTAS-EMITIDAS.
           MOVE ZEROS TO WS-MARCADORES-ERRADOS.
           MOVE "S"   TO WS-PRIMERA-CARTA.

           PERFORM 3010-ASIGNAR-NUMERO.

           OPEN EXTEND ARCHIVO-LOG-CARTAS.
           IF FL-LCA NOT = "00"
             OPEN OUTPUT ARCHIVO-LOG-CARTAS
           END-IF.

           MOVE "A"                TO WS-RPT-OPERACION.
           MOVE "GEN-CAR "         TO WS-RPT-NOMBRE.
           MOVE WS-PLT-DESCRIPCION TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO      TO WS-RPT-EMPRESA.
           MOVE SPACES             TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA   TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3010-ASIGNAR-NUMERO.
      *--------------------
      *    EL NUMERO DE CARTA SIGUE AL ULTIMO DEL REGISTRO DE CARTAS
      *    EMITIDAS, COMO EL DE LOS CERTIFICADOS LABORALES.
           MOVE ZEROS TO WS-NUMERO-CARTA.

           OPEN INPUT ARCHIVO-LOG-CARTAS.

           IF FL-LCA = "00"
             PERFORM 3011-LEER-LOG
             PERFORM UNTIL FL-LCA NOT = "00"
               IF LCA-NUMERO > WS-NUMERO-CARTA
                 MOVE LCA-NUMERO TO WS-NUMERO-CARTA
               END-IF
               PERFORM 3011-LEER-LOG
             END-PERFORM
             CLOSE ARCHIVO-LOG-CARTAS
           END-IF.

       3011-LEER-LOG.
      *--------------
           READ ARCHIVO-LOG-CARTAS NEXT RECORD
           END-READ.

       3900-TERMINAR-EMISION.
      *----------------------
           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           CLOSE ARCHIVO-LOG-CARTAS.

           DISPLAY WS-DECORADOR.
           DISPLAY "CARTAS EMITIDAS: " WS-CARTAS-EMITIDAS.
           IF WS-CARTAS-EMITIDAS > ZEROS
             DISPLAY "ULTIMA CARTA:    " WS-NUMERO-CARTA
           END-IF.
           IF WS-MARCADORES-ERRADOS > ZEROS
             DISPLAY "MARCADORES NO RECONOCIDOS: "
                 WS-MARCADORES-ERRADOS
                 " (SE IMPRIMIERON TAL CUAL, REVISE LA PLANTILLA)"
           END-IF.

       4000-EMITIR-CARTA.
      *------------------
      *    CADA CARTA EMPIEZA EN HOJA NUEVA DEL SPOOL.
           ADD 1 TO WS-NUMERO-CARTA.

           PERFORM 4100-CARGAR-DATOS.

           IF NOT WS-ES-PRIMERA-CARTA
             MOVE "P" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
           END-IF.

           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO TO PLT-CODIGO.
           MOVE 1             TO PLT-LINEA.

           START ARCHIVO-PLANTILLAS KEY IS NOT LESS THAN PLT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLT
           END-START.

           IF FL-PLT = "00"
             PERFORM 4010-LEER-LINEA
           END-IF.

           PERFORM UNTIL FL-PLT NOT = "00" OR
                   PLT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   PLT-CODIGO NOT = WS-PLT-CODIGO
             PERFORM 5000-COMBINAR-LINEA
             MOVE "D" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
             PERFORM 4010-LEER-LINEA
           END-PERFORM.

           PERFORM 4900-REGISTRAR-CARTA.

           ADD 1   TO WS-CARTAS-EMITIDAS.
           MOVE "N" TO WS-PRIMERA-CARTA.

           DISPLAY "CARTA " WS-NUMERO-CARTA " EMPLEADO " EMP-CLAVE
               " " EMP-NOMBRES.

       4010-LEER-LINEA.
      *----------------
           READ ARCHIVO-PLANTILLAS NEXT RECORD
           END-READ.

       4100-CARGAR-DATOS.
      *------------------
           INITIALIZE WS-DATOS-CARTA.

           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.
           IF FL-CAR = "00"
             MOVE CAR-DESCRIPCION TO WS-DESC-CARGO
           END-IF.

           MOVE EMP-COD-OFICINA TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.
           IF FL-OFI = "00"
             MOVE OFI-DESCRIPCION TO WS-DESC-OFICINA
             MOVE OFI-DIRECCION   TO WS-DIR-OFICINA
           END-IF.

           MOVE EMP-CLAVE TO CTR-COD-EMPLEADO.
           READ ARCHIVO-CONTRATOS
           END-READ.
           IF FL-CTR = "00"
             MOVE "S" TO WS-CTR-ENCONTRADO
           ELSE
             MOVE "N" TO WS-CTR-ENCONTRADO
           END-IF.

           PERFORM 4110-ULTIMO-CARGO.
           PERFORM 4120-ULTIMO-SUELDO.
           PERFORM 4130-ULTIMO-TRASLADO.
           PERFORM 4140-ULTIMA-SANCION.

      *    LA EMPRESA ANTERIOR DEL TRASLADO SE LEYO DEL MISMO
      *    MAESTRO, ASI QUE LA EMPRESA ACTUAL SE LEE AL FINAL.
           MOVE EMP-COD-EMPRESA TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             INITIALIZE CIA-DATOS
           END-IF.

       4110-ULTIMO-CARGO.
      *------------------
      *    LOS HISTORIALES SE GRABAN EN ORDEN CRONOLOGICO: EL ULTIMO
      *    REGISTRO DEL EMPLEADO ES EL MOVIMIENTO MAS RECIENTE.
           OPEN INPUT ARCHIVO-HIST-CARGOS.
           IF FL-HCA NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           READ ARCHIVO-HIST-CARGOS
           END-READ.

           PERFORM UNTIL FL-HCA NOT = "00"
             IF HCA-COD-EMPLEADO = EMP-CLAVE
               MOVE HCA-COD-CARGO-ANT   TO WS-HCA-CARGO-ANT
               MOVE HCA-SUELDO-ANTERIOR TO WS-HCA-SUELDO-ANT
               MOVE HCA-FECHA-EFECTIVA  TO WS-HCA-FECHA
             END-IF
             READ ARCHIVO-HIST-CARGOS
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-HIST-CARGOS.

           IF WS-HCA-CARGO-ANT > ZEROS
             MOVE WS-HCA-CARGO-ANT TO CAR-CODIGO
             READ ARCHIVO-CARGOS
             END-READ
             IF FL-CAR = "00"
               MOVE CAR-DESCRIPCION TO WS-HCA-DESC-CARGO-ANT
             END-IF
           END-IF.

       4120-ULTIMO-SUELDO.
      *-------------------
           OPEN INPUT ARCHIVO-HIST-SUELDOS.
           IF FL-HIS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           READ ARCHIVO-HIST-SUELDOS
           END-READ.

           PERFORM UNTIL FL-HIS NOT = "00"
             IF HIS-COD-EMPLEADO = EMP-CLAVE
               MOVE HIS-SUELDO-ANTERIOR TO WS-HIS-SUELDO-ANT
               MOVE HIS-FECHA-EFECTIVA  TO WS-HIS-FECHA
             END-IF
             READ ARCHIVO-HIST-SUELDOS
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-HIST-SUELDOS.

       4130-ULTIMO-TRASLADO.
      *---------------------
           OPEN INPUT ARCHIVO-HIST-EMPRESAS.
           IF FL-HCE NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO CIA-CODIGO.

           READ ARCHIVO-HIST-EMPRESAS
           END-READ.

           PERFORM UNTIL FL-HCE NOT = "00"
             IF HCE-COD-EMPLEADO = EMP-CLAVE
               MOVE HCE-COD-EMPRESA-ANT TO CIA-CODIGO
               MOVE HCE-FECHA-EFECTIVA  TO WS-HCE-FECHA
             END-IF
             READ ARCHIVO-HIST-EMPRESAS
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-HIST-EMPRESAS.

           IF CIA-CODIGO > ZEROS
             READ ARCHIVO-EMPRESAS
             END-READ
             IF FS-CIA = "00"
               MOVE CIA-DESCRIPCION TO WS-HCE-DESC-EMPRESA
             END-IF
           END-IF.

       4140-ULTIMA-SANCION.
      *--------------------
      *    LA ACCION DISCIPLINARIA VIGENTE MAS RECIENTE (LA DE MAYOR
      *    SECUENCIA).
           MOVE LOW-VALUES TO DIS-CLAVE.
           MOVE EMP-CLAVE  TO DIS-COD-EMPLEADO.

           START ARCHIVO-DISCIPLINA KEY IS NOT LESS THAN DIS-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DIS
           END-START.

           IF FL-DIS = "00"
             READ ARCHIVO-DISCIPLINA NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-DIS NOT = "00" OR
                   DIS-COD-EMPLEADO NOT = EMP-CLAVE
             IF DIS-ESTADO = "A"
               MOVE DIS-TIPO-INFRACCION TO WS-DIS-TIPO
               MOVE DIS-FECHA           TO WS-DIS-FECHA
               MOVE DIS-NIVEL           TO WS-DIS-NIVEL
               MOVE DIS-RESOLUCION      TO WS-DIS-RESOLUCION
               MOVE DIS-VALOR-MULTA     TO WS-DIS-MULTA
             END-IF
             READ ARCHIVO-DISCIPLINA NEXT RECORD
             END-READ
           END-PERFORM.

       4900-REGISTRAR-CARTA.
      *---------------------
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE WS-NUMERO-CARTA  TO LCA-NUMERO.
           MOVE WS-CIA-CODIGO    TO LCA-COD-EMPRESA.
           MOVE EMP-CLAVE        TO LCA-COD-EMPLEADO.
           MOVE EMP-CEDULA       TO LCA-CEDULA.
           MOVE WS-PLT-CODIGO    TO LCA-PLANTILLA.
           MOVE WS-PLT-TIPO      TO LCA-TIPO.
           MOVE WS-FECHA-SISTEMA TO LCA-FECHA-EMISION.
           MOVE WS-HOR-HH        TO LCA-HOR-HH.
           MOVE WS-HOR-MM        TO LCA-HOR-MM.
           MOVE WS-HOR-SS        TO LCA-HOR-SS.
           MOVE LK-OPERADOR      TO LCA-OPERADOR.

           WRITE LCA-DATOS.

       5000-COMBINAR-LINEA.
      *--------------------
      *    COPIA LA LINEA DE LA PLANTILLA AL SPOOL REEMPLAZANDO CADA
      *    <MARCADOR> CONOCIDO POR SU VALOR SIN ESPACIOS SOBRANTES.
           MOVE SPACES TO WS-LINEA-SPOOL.
           MOVE 1      TO WS-POS-DESTINO.
           MOVE 1      TO WS-POS-ORIGEN.

           MOVE ZEROS TO WS-LONG-TEXTO.
           PERFORM VARYING WS-IND FROM 100 BY -1
               UNTIL WS-IND < 1 OR WS-LONG-TEXTO > ZEROS
             IF PLT-TEXTO (WS-IND : 1) NOT = SPACE
               MOVE WS-IND TO WS-LONG-TEXTO
             END-IF
           END-PERFORM.

           PERFORM UNTIL WS-POS-ORIGEN > WS-LONG-TEXTO
             MOVE ZEROS TO WS-POS-CIERRE
             MOVE "N"   TO WS-MARCADOR-VALIDO
             IF PLT-TEXTO (WS-POS-ORIGEN : 1) = "<"
               PERFORM 5010-BUSCAR-CIERRE
             END-IF
             IF WS-POS-CIERRE > ZEROS
               PERFORM 5100-RESOLVER-MARCADOR
             END-IF
             IF WS-MARCADOR-RESUELTO
               PERFORM 5200-AGREGAR-VALOR
               COMPUTE WS-POS-ORIGEN = WS-POS-CIERRE + 1
             ELSE
               IF WS-POS-DESTINO <= WS-LONG-LINEA
                 MOVE PLT-TEXTO (WS-POS-ORIGEN : 1)
                   TO WS-LINEA-SPOOL (WS-POS-DESTINO : 1)
                 ADD 1 TO WS-POS-DESTINO
               END-IF
               ADD 1 TO WS-POS-ORIGEN
             END-IF
           END-PERFORM.

       5010-BUSCAR-CIERRE.
      *-------------------
           PERFORM VARYING WS-IND FROM WS-POS-ORIGEN BY 1
               UNTIL WS-IND >= WS-LONG-TEXTO OR
                     WS-IND > WS-POS-ORIGEN + 20 OR
                     WS-POS-CIERRE > ZEROS
             IF PLT-TEXTO (WS-IND + 1 : 1) = ">"
               COMPUTE WS-POS-CIERRE = WS-IND + 1
             END-IF
           END-PERFORM.

           COMPUTE WS-LONG-MARCADOR =
               WS-POS-CIERRE - WS-POS-ORIGEN - 1.

           IF WS-POS-CIERRE = ZEROS OR WS-LONG-MARCADOR = ZEROS
             MOVE ZEROS TO WS-POS-CIERRE
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MARCADOR.
           MOVE PLT-TEXTO (WS-POS-ORIGEN + 1 : WS-LONG-MARCADOR)
             TO WS-MARCADOR.

       5100-RESOLVER-MARCADOR.
      *-----------------------
           MOVE SPACES TO WS-VALOR-MARCADOR.
           MOVE "S"    TO WS-MARCADOR-VALIDO.

           EVALUATE WS-MARCADOR
               WHEN "CLAVE"
                 MOVE EMP-CLAVE         TO WS-VALOR-MARCADOR
               WHEN "NOMBRES"
                 MOVE EMP-NOMBRES       TO WS-VALOR-MARCADOR
               WHEN "CEDULA"
                 MOVE EMP-CEDULA        TO WS-CEDULA-EDITADA
                 MOVE WS-CEDULA-EDITADA TO WS-VALOR-MARCADOR
               WHEN "DIRECCION"
                 MOVE EMP-DIRECCION     TO WS-VALOR-MARCADOR
               WHEN "SUELDO"
                 MOVE EMP-SUELDO-ACTUAL TO WS-MONTO-EDITADO
                 MOVE WS-MONTO-EDITADO  TO WS-VALOR-MARCADOR
               WHEN "FEC-INGRESO"
                 MOVE EMP-FEC-INGRESO   TO WS-FECHA-FORMATO
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "FEC-BAJA"
                 MOVE EMP-FEC-BAJA      TO WS-FECHA-FORMATO
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "CARGO"
                 MOVE WS-DESC-CARGO     TO WS-VALOR-MARCADOR
               WHEN "OFICINA"
                 MOVE WS-DESC-OFICINA   TO WS-VALOR-MARCADOR
               WHEN "DIR-OFICINA"
                 MOVE WS-DIR-OFICINA    TO WS-VALOR-MARCADOR
               WHEN "EMPRESA"
                 MOVE CIA-DESCRIPCION   TO WS-VALOR-MARCADOR
               WHEN "RUC"
                 MOVE CIA-RUC           TO WS-VALOR-MARCADOR
               WHEN "DIR-EMPRESA"
                 MOVE CIA-DIRECCION     TO WS-VALOR-MARCADOR
               WHEN "REPRESENTANTE"
                 MOVE CIA-REPRESENTANTE TO WS-VALOR-MARCADOR
               WHEN "TIPO-CONTRATO"
                 PERFORM 5110-DESCRIBIR-CONTRATO
               WHEN "CTR-INICIO"
                 IF WS-CTR-ENCONTRADO = "S"
                   MOVE CTR-FEC-INICIO  TO WS-FECHA-FORMATO
                   PERFORM 5300-FORMATEAR-FECHA
                 END-IF
               WHEN "CTR-FIN"
                 IF WS-CTR-ENCONTRADO = "S"
                   MOVE CTR-FEC-FIN     TO WS-FECHA-FORMATO
                   PERFORM 5300-FORMATEAR-FECHA
                 END-IF
               WHEN "FIN-PRUEBA"
                 IF WS-CTR-ENCONTRADO = "S"
                   MOVE CTR-FEC-FIN-PRUEBA TO WS-FECHA-FORMATO
                   PERFORM 5300-FORMATEAR-FECHA
                 END-IF
               WHEN "CARGO-ANTERIOR"
                 MOVE WS-HCA-DESC-CARGO-ANT TO WS-VALOR-MARCADOR
               WHEN "SUELDO-ANT-CARGO"
                 MOVE WS-HCA-SUELDO-ANT TO WS-MONTO-EDITADO
                 MOVE WS-MONTO-EDITADO  TO WS-VALOR-MARCADOR
               WHEN "FEC-PROMOCION"
                 MOVE WS-HCA-FECHA      TO WS-FECHA-FORMATO-NUM
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "SUELDO-ANTERIOR"
                 MOVE WS-HIS-SUELDO-ANT TO WS-MONTO-EDITADO
                 MOVE WS-MONTO-EDITADO  TO WS-VALOR-MARCADOR
               WHEN "FEC-AJUSTE"
                 MOVE WS-HIS-FECHA      TO WS-FECHA-FORMATO-NUM
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "EMPRESA-ANTERIOR"
                 MOVE WS-HCE-DESC-EMPRESA TO WS-VALOR-MARCADOR
               WHEN "FEC-TRASLADO"
                 MOVE WS-HCE-FECHA      TO WS-FECHA-FORMATO-NUM
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "FALTA"
                 MOVE WS-DIS-TIPO       TO WS-VALOR-MARCADOR
               WHEN "FEC-FALTA"
                 MOVE WS-DIS-FECHA      TO WS-FECHA-FORMATO-NUM
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "NIVEL-SANCION"
                 PERFORM 5120-DESCRIBIR-SANCION
               WHEN "RESOLUCION"
                 MOVE WS-DIS-RESOLUCION TO WS-VALOR-MARCADOR
               WHEN "MULTA"
                 MOVE WS-DIS-MULTA      TO WS-MONTO-EDITADO
                 MOVE WS-MONTO-EDITADO  TO WS-VALOR-MARCADOR
               WHEN "NUMERO"
                 MOVE WS-NUMERO-CARTA   TO WS-NUMERO-EDITADO
                 MOVE WS-NUMERO-EDITADO TO WS-VALOR-MARCADOR
               WHEN "FECHA"
                 MOVE WS-FECHA-SISTEMA  TO WS-FECHA-FORMATO
                 PERFORM 5300-FORMATEAR-FECHA
               WHEN "FECHA-LARGA"
                 PERFORM 5310-FECHA-LARGA
               WHEN OTHER
                 MOVE "N" TO WS-MARCADOR-VALIDO
                 ADD 1 TO WS-MARCADORES-ERRADOS
                 IF WS-ES-PRIMERA-CARTA
                   DISPLAY "MARCADOR NO RECONOCIDO <" WS-MARCADOR
                       "> EN LA LINEA " PLT-LINEA
                 END-IF
           END-EVALUATE.

       5110-DESCRIBIR-CONTRATO.
      *------------------------
           IF WS-CTR-ENCONTRADO NOT = "S"
             EXIT PARAGRAPH
           END-IF.

           EVALUATE CTR-TIPO
               WHEN "I"
                 MOVE "INDEFINIDO"         TO WS-VALOR-MARCADOR
               WHEN "F"
                 MOVE "A PLAZO FIJO"       TO WS-VALOR-MARCADOR
               WHEN "P"
                 MOVE "A PERIODO DE PRUEBA" TO WS-VALOR-MARCADOR
           END-EVALUATE.

       5120-DESCRIBIR-SANCION.
      *-----------------------
           EVALUATE WS-DIS-NIVEL
               WHEN "A"
                 MOVE "AMONESTACION VERBAL" TO WS-VALOR-MARCADOR
               WHEN "E"
                 MOVE "AMONESTACION ESCRITA" TO WS-VALOR-MARCADOR
               WHEN "M"
                 MOVE "MULTA"              TO WS-VALOR-MARCADOR
               WHEN "S"
                 MOVE "SUSPENSION"         TO WS-VALOR-MARCADOR
           END-EVALUATE.

       5200-AGREGAR-VALOR.
      *-------------------
      *    EL VALOR SE AGREGA SIN LOS ESPACIOS DE SU CAMPO, Y SE
      *    CORTA SI YA NO CABE EN LA LINEA.
           MOVE ZEROS TO WS-VALOR-INI WS-VALOR-FIN.

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 60 OR WS-VALOR-INI > ZEROS
             IF WS-VALOR-MARCADOR (WS-IND : 1) NOT = SPACE
               MOVE WS-IND TO WS-VALOR-INI
             END-IF
           END-PERFORM.

           IF WS-VALOR-INI = ZEROS
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IND FROM 60 BY -1
               UNTIL WS-IND < WS-VALOR-INI OR WS-VALOR-FIN > ZEROS
             IF WS-VALOR-MARCADOR (WS-IND : 1) NOT = SPACE
               MOVE WS-IND TO WS-VALOR-FIN
             END-IF
           END-PERFORM.

           COMPUTE WS-LONG-VALOR = WS-VALOR-FIN - WS-VALOR-INI + 1.

           IF WS-POS-DESTINO > WS-LONG-LINEA
             EXIT PARAGRAPH
           END-IF.

           IF WS-POS-DESTINO + WS-LONG-VALOR - 1 > WS-LONG-LINEA
             COMPUTE WS-LONG-VALOR =
                 WS-LONG-LINEA - WS-POS-DESTINO + 1
           END-IF.

           MOVE WS-VALOR-MARCADOR (WS-VALOR-INI : WS-LONG-VALOR)
             TO WS-LINEA-SPOOL (WS-POS-DESTINO : WS-LONG-VALOR).

           ADD WS-LONG-VALOR TO WS-POS-DESTINO.

       5300-FORMATEAR-FECHA.
      *---------------------
      *    LAS FECHAS SALEN COMO DD/MM/AAAA; SIN FECHA QUEDA EN BLANCO.
           IF WS-FECHA-FORMATO-NUM IS NOT NUMERIC OR
              WS-FECHA-FORMATO-NUM = ZEROS
             EXIT PARAGRAPH
           END-IF.

           STRING WS-FMT-DD "/" WS-FMT-MM "/" WS-FMT-AA
             DELIMITED BY SIZE INTO WS-VALOR-MARCADOR
           END-STRING.

       5310-FECHA-LARGA.
      *-----------------
           STRING WS-FEC-DD " DE "
               WS-NOMBRE-MES (WS-FEC-MM) DELIMITED BY SPACE
               " DE " WS-FEC-AA DELIMITED BY SIZE
             INTO WS-VALOR-MARCADOR
           END-STRING.

       6000-CONSULTAR-CARTAS.
      *----------------------
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-EMP-CLAVE.

           OPEN INPUT ARCHIVO-LOG-CARTAS.
           IF FL-LCA NOT = "00"
             DISPLAY "NO HAY CARTAS EMITIDAS"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-CARTAS-EMITIDAS.

           DISPLAY WS-DECORADOR.

           PERFORM 3011-LEER-LOG.

           PERFORM UNTIL FL-LCA NOT = "00"
             IF LCA-COD-EMPRESA = WS-CIA-CODIGO AND
                LCA-COD-EMPLEADO = WS-EMP-CLAVE
               ADD 1 TO WS-CARTAS-EMITIDAS
               PERFORM 6010-MOSTRAR-CARTA
             END-IF
             PERFORM 3011-LEER-LOG
           END-PERFORM.

           CLOSE ARCHIVO-LOG-CARTAS.

           IF WS-CARTAS-EMITIDAS = ZEROS
             DISPLAY "EL EMPLEADO NO TIENE CARTAS EMITIDAS"
           END-IF.

       6010-MOSTRAR-CARTA.
      *-------------------
           MOVE LCA-COD-EMPRESA TO PLT-COD-EMPRESA.
           MOVE LCA-PLANTILLA   TO PLT-CODIGO.
           MOVE ZEROS           TO PLT-LINEA.
           READ ARCHIVO-PLANTILLAS
           END-READ.
           IF FL-PLT NOT = "00"
             MOVE SPACES TO PLT-DESCRIPCION
           END-IF.

           DISPLAY "CARTA " LCA-NUMERO " DEL " LCA-FEC-AA "-"
               LCA-FEC-MM "-" LCA-FEC-DD " " LCA-HOR-HH ":"
               LCA-HOR-MM " " LCA-PLANTILLA " " PLT-DESCRIPCION
               " POR " LCA-OPERADOR.
