      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-PLT.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-PLT.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-PLT.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-OPE                  PIC XX.
       01  FL-PLT                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    PLANTILLAS DE CARTAS Y CONTRATOS: TALENTO HUMANO REDACTA EL
      *    TEXTO LINEA POR LINEA CON MARCADORES <NOMBRE> QUE LA
      *    EMISION DE CARTAS (GEN-CAR) REEMPLAZA POR LOS DATOS DE
      *    CADA EMPLEADO.
       01  WS-PARAMETROS-PLT.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-PLT-CODIGO         PIC X(6).
           03 WS-PLT-LINEA          PIC 9(3).

       01  WS-CAPTURA-PLT.
           03 WS-PLT-TIPO           PIC X(1).
               88 WS-PLT-TIPO-VALIDO    VALUE "C" "S" "P" "T" "A" "O".
           03 WS-PLT-DESCRIPCION    PIC X(40).
           03 WS-PLT-ESTADO         PIC X(1).
           03 WS-PLT-TEXTO          PIC X(100).

       01  WS-DESC-TIPO             PIC X(16).
       01  WS-DESC-ESTADO           PIC X(8).
       01  WS-TOT-LINEAS            PIC 9(3).
       01  WS-TOT-PLANTILLAS        PIC 9(4).

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

      *    AUDITORIA (C=ALTA, U=MODIFICACION, D=BAJA DE UNA LINEA).
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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 8.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- PLANTILLAS DE CARTAS Y CONTRATOS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- CREAR PLANTILLA".
           DISPLAY " 2.- GRABAR LINEA DE TEXTO".
           DISPLAY " 3.- ELIMINAR LINEA DE TEXTO".
           DISPLAY " 4.- CONSULTAR PLANTILLA".
           DISPLAY " 5.- ACTIVAR O INACTIVAR PLANTILLA".
           DISPLAY " 6.- LISTADO DE PLANTILLAS".
           DISPLAY " 7.- MARCADORES DISPONIBLES".
           DISPLAY " 8.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 7
             IF WS-OPCION NOT = 8
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-OPCION = 7
             PERFORM 7000-MOSTRAR-MARCADORES
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    EL TEXTO DE LAS CARTAS LO REDACTA TALENTO HUMANO.
           IF (WS-OPCION < 4 OR WS-OPCION = 5) AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-CREAR-PLANTILLA
               WHEN WS-OPCION = 2
                 PERFORM 3000-GRABAR-LINEA
               WHEN WS-OPCION = 3
                 PERFORM 3500-ELIMINAR-LINEA
               WHEN WS-OPCION = 4
                 PERFORM 4000-CONSULTAR-PLANTILLA
               WHEN WS-OPCION = 5
                 PERFORM 4500-CAMBIAR-ESTADO
               WHEN WS-OPCION = 6
                 PERFORM 5000-LISTADO-PLANTILLAS
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN I-O ARCHIVO-PLANTILLAS.
           IF FL-PLT NOT = "00"
             CLOSE ARCHIVO-PLANTILLAS
             OPEN OUTPUT ARCHIVO-PLANTILLAS
             CLOSE ARCHIVO-PLANTILLAS
             OPEN I-O ARCHIVO-PLANTILLAS
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
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

       1400-PEDIR-CODIGO.
      *------------------
           DISPLAY "CODIGO DE LA PLANTILLA: ".
           ACCEPT WS-PLT-CODIGO.

       1500-LEER-CABECERA.
      *-------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           PERFORM 1400-PEDIR-CODIGO.

           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO TO PLT-CODIGO.
           MOVE ZEROS         TO PLT-LINEA.

           READ ARCHIVO-PLANTILLAS
           END-READ.

           IF FL-PLT NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA PLANTILLA NO EXISTE"
           END-IF.

       2000-CREAR-PLANTILLA.
      *---------------------
           PERFORM 1400-PEDIR-CODIGO.

           IF WS-PLT-CODIGO = SPACES
             DISPLAY "DEBE INGRESAR EL CODIGO DE LA PLANTILLA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO TO PLT-CODIGO.
           MOVE ZEROS         TO PLT-LINEA.

           READ ARCHIVO-PLANTILLAS
           END-READ.

           IF FL-PLT = "00"
             DISPLAY "LA PLANTILLA YA EXISTE"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CAPTURA-PLT.

           DISPLAY "TIPO (C = CONTRATO, S = CAMBIO DE SUELDO, "
               "P = PROMOCION, T = TRASLADO, A = AMONESTACION, "
               "O = OTRA): ".
           ACCEPT WS-PLT-TIPO.
           DISPLAY "DESCRIPCION: ".
           ACCEPT WS-PLT-DESCRIPCION.

           EVALUATE TRUE
               WHEN NOT WS-PLT-TIPO-VALIDO
                 DISPLAY "EL TIPO SOLO PUEDE SER C/S/P/T/A/O"
                 EXIT PARAGRAPH
               WHEN WS-PLT-DESCRIPCION = SPACES
                 DISPLAY "DEBE INGRESAR LA DESCRIPCION"
                 EXIT PARAGRAPH
           END-EVALUATE.

           INITIALIZE PLT-DATOS.
           MOVE WS-CIA-CODIGO      TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO      TO PLT-CODIGO.
           MOVE ZEROS              TO PLT-LINEA.
           MOVE WS-PLT-TIPO        TO PLT-TIPO.
           MOVE WS-PLT-DESCRIPCION TO PLT-DESCRIPCION.
           MOVE "A"                TO PLT-ESTADO.
           MOVE LK-OPERADOR        TO PLT-OPE-REGISTRO.
           MOVE WS-FECHA-SISTEMA   TO PLT-FEC-REGISTRO.

           WRITE PLT-DATOS
           END-WRITE.

           IF FL-PLT NOT = "00"
             DISPLAY "ERROR AL GRABAR LA PLANTILLA: " FL-PLT
             EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           PERFORM 9200-AUDITAR-PLANTILLA.

           DISPLAY "PLANTILLA CREADA; GRABE SU TEXTO CON LA OPCION 2 "
               "(SE SUGIERE NUMERAR LAS LINEAS DE 10 EN 10)".

       3000-GRABAR-LINEA.
      *------------------
      *    UNA LINEA NUEVA SE AGREGA Y UNA EXISTENTE SE REEMPLAZA.
           PERFORM 1500-LEER-CABECERA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DE LINEA (1 A 999): ".
           ACCEPT WS-PLT-LINEA.

           IF WS-PLT-LINEA IS NOT NUMERIC OR WS-PLT-LINEA = ZEROS
             DISPLAY "EL NUMERO DE LINEA DEBE ESTAR ENTRE 1 Y 999"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLT-LINEA TO PLT-LINEA.
           READ ARCHIVO-PLANTILLAS
           END-READ.

           MOVE SPACES TO WS-DETALLE-AUD.
           IF FL-PLT = "00"
             DISPLAY "TEXTO ACTUAL: " PLT-TEXTO
             STRING "ANTES: " PLT-TEXTO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
             END-STRING
             MOVE "U" TO WS-OPERACION-AUD
           ELSE
             MOVE "C" TO WS-OPERACION-AUD
           END-IF.

           INITIALIZE WS-CAPTURA-PLT.

           DISPLAY "TEXTO DE LA LINEA (HASTA 100 CARACTERES, "
               "ENTER = LINEA EN BLANCO): ".
           ACCEPT WS-PLT-TEXTO.

           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.
           MOVE WS-PLT-CODIGO TO PLT-CODIGO.
           MOVE WS-PLT-LINEA  TO PLT-LINEA.
           MOVE WS-PLT-TEXTO  TO PLT-TEXTO.

           IF WS-OPERACION-AUD = "U"
             REWRITE PLT-DATOS
             END-REWRITE
           ELSE
             WRITE PLT-DATOS
             END-WRITE
           END-IF.

           IF FL-PLT NOT = "00"
             DISPLAY "ERROR AL GRABAR LA LINEA: " FL-PLT
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9200-AUDITAR-PLANTILLA.

           DISPLAY "LINEA " WS-PLT-LINEA " GRABADA".

       3500-ELIMINAR-LINEA.
      *--------------------
           PERFORM 1500-LEER-CABECERA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DE LINEA A ELIMINAR: ".
           ACCEPT WS-PLT-LINEA.

           IF WS-PLT-LINEA IS NOT NUMERIC OR WS-PLT-LINEA = ZEROS
             DISPLAY "LA CABECERA NO SE ELIMINA; INACTIVE LA "
                 "PLANTILLA CON LA OPCION 5"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLT-LINEA TO PLT-LINEA.
           READ ARCHIVO-PLANTILLAS
           END-READ.

           IF FL-PLT NOT = "00"
             DISPLAY "LA LINEA NO EXISTE"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "TEXTO: " PLT-TEXTO.
           DISPLAY "ELIMINA LA LINEA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: " PLT-TEXTO
             DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           DELETE ARCHIVO-PLANTILLAS RECORD
           END-DELETE.

           IF FL-PLT NOT = "00"
             DISPLAY "ERROR AL ELIMINAR LA LINEA: " FL-PLT
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PLT-TEXTO.
           MOVE "D" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-PLANTILLA.

           DISPLAY "LINEA " WS-PLT-LINEA " ELIMINADA".

       4000-CONSULTAR-PLANTILLA.
      *-------------------------
           PERFORM 1500-LEER-CABECERA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CABECERA.

           DISPLAY WS-DECORADOR.

           MOVE ZEROS TO WS-TOT-LINEAS.

           PERFORM 4010-LEER-LINEA.

           PERFORM UNTIL FL-PLT NOT = "00" OR
                   PLT-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   PLT-CODIGO NOT = WS-PLT-CODIGO
             ADD 1 TO WS-TOT-LINEAS
             DISPLAY PLT-LINEA " " PLT-TEXTO
             PERFORM 4010-LEER-LINEA
           END-PERFORM.

           IF WS-TOT-LINEAS = ZEROS
             DISPLAY "LA PLANTILLA NO TIENE TEXTO"
           END-IF.

       4010-LEER-LINEA.
      *----------------
           READ ARCHIVO-PLANTILLAS NEXT RECORD
           END-READ.

       4500-CAMBIAR-ESTADO.
      *--------------------
      *    UNA PLANTILLA INACTIVA YA NO SE OFRECE EN LA EMISION DE
      *    CARTAS, PERO SE CONSERVA PORQUE EL REGISTRO DE CARTAS
      *    EMITIDAS LA REFERENCIA.
           PERFORM 1500-LEER-CABECERA.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-CABECERA.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: ESTADO " PLT-ESTADO
             DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           IF PLT-ESTADO = "A"
             MOVE "I" TO PLT-ESTADO
           ELSE
             MOVE "A" TO PLT-ESTADO
           END-IF.

           REWRITE PLT-DATOS
           END-REWRITE.

           IF FL-PLT NOT = "00"
             DISPLAY "ERROR AL CAMBIAR EL ESTADO: " FL-PLT
             EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-PLANTILLA.

           PERFORM 9400-DESCRIBIR-CABECERA.
           DISPLAY "LA PLANTILLA QUEDA " WS-DESC-ESTADO.

       5000-LISTADO-PLANTILLAS.
      *------------------------
           MOVE ZEROS TO WS-TOT-PLANTILLAS.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-PLT "    TO WS-RPT-NOMBRE.
           MOVE "PLANTILLAS DE CARTAS Y CONTRATOS" TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO PLT-CLAVE.
           MOVE WS-CIA-CODIGO TO PLT-COD-EMPRESA.

           START ARCHIVO-PLANTILLAS KEY IS NOT LESS THAN PLT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLT
           END-START.

           IF FL-PLT = "00"
             PERFORM 4010-LEER-LINEA
           END-IF.

           PERFORM UNTIL FL-PLT NOT = "00" OR
                   PLT-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF PLT-LINEA = ZEROS
               PERFORM 5100-IMPRIMIR-PLANTILLA
             END-IF
             PERFORM 4010-LEER-LINEA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL PLANTILLAS: " WS-TOT-PLANTILLAS
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5100-IMPRIMIR-PLANTILLA.
      *------------------------
           ADD 1 TO WS-TOT-PLANTILLAS.

           PERFORM 9400-DESCRIBIR-CABECERA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING PLT-CODIGO " " WS-DESC-TIPO " " PLT-DESCRIPCION
               " " WS-DESC-ESTADO " " PLT-OPE-REGISTRO
               " " PLT-FEC-REGISTRO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       7000-MOSTRAR-MARCADORES.
      *------------------------
      *    MARCADORES QUE RESUELVE GEN-CAR. UN MARCADOR QUE NO ESTA EN
      *    ESTA LISTA SE IMPRIME TAL CUAL EN LA CARTA.
           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO:  <CLAVE> <NOMBRES> <CEDULA> <DIRECCION>".
           DISPLAY "           <SUELDO> <FEC-INGRESO> <FEC-BAJA>".
           DISPLAY "CARGO:     <CARGO>".
           DISPLAY "OFICINA:   <OFICINA> <DIR-OFICINA>".
           DISPLAY "EMPRESA:   <EMPRESA> <RUC> <DIR-EMPRESA> "
               "<REPRESENTANTE>".
           DISPLAY "CONTRATO:  <TIPO-CONTRATO> <CTR-INICIO> <CTR-FIN> "
               "<FIN-PRUEBA>".
           DISPLAY "PROMOCION: <CARGO-ANTERIOR> <SUELDO-ANT-CARGO> "
               "<FEC-PROMOCION>".
           DISPLAY "SUELDO:    <SUELDO-ANTERIOR> <FEC-AJUSTE>".
           DISPLAY "TRASLADO:  <EMPRESA-ANTERIOR> <FEC-TRASLADO>".
           DISPLAY "SANCION:   <FALTA> <FEC-FALTA> <NIVEL-SANCION> "
               "<RESOLUCION> <MULTA>".
           DISPLAY "CARTA:     <NUMERO> <FECHA> <FECHA-LARGA>".
           DISPLAY WS-DECORADOR.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9200-AUDITAR-PLANTILLA.
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
           MOVE "GES-PLT"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "PLT"            TO AUD-ARCHIVO.

           STRING PLT-COD-EMPRESA PLT-CODIGO PLT-LINEA
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE PLT-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-CABECERA.
      *----------------------
           PERFORM 9400-DESCRIBIR-CABECERA.

           DISPLAY WS-DECORADOR.
           DISPLAY "PLANTILLA:     " PLT-CODIGO " " PLT-DESCRIPCION.
           DISPLAY "TIPO:          " WS-DESC-TIPO.
           DISPLAY "ESTADO:        " WS-DESC-ESTADO.
           DISPLAY "REGISTRADA POR " PLT-OPE-REGISTRO
               " EL " PLT-FEC-REGISTRO.

       9400-DESCRIBIR-CABECERA.
      *------------------------
           EVALUATE PLT-TIPO
               WHEN "C"
                 MOVE "CONTRATO"         TO WS-DESC-TIPO
               WHEN "S"
                 MOVE "CAMBIO DE SUELDO" TO WS-DESC-TIPO
               WHEN "P"
                 MOVE "PROMOCION"        TO WS-DESC-TIPO
               WHEN "T"
                 MOVE "TRASLADO"         TO WS-DESC-TIPO
               WHEN "A"
                 MOVE "AMONESTACION"     TO WS-DESC-TIPO
               WHEN OTHER
                 MOVE "OTRA"             TO WS-DESC-TIPO
           END-EVALUATE.

           IF PLT-ESTADO = "A"
             MOVE "ACTIVA"   TO WS-DESC-ESTADO
           ELSE
             MOVE "INACTIVA" TO WS-DESC-ESTADO
           END-IF.
