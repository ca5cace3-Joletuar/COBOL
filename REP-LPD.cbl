      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-LPD.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-CAF.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-DOC.cpy".
            COPY "./Copys/FISI-DIS.cpy".
            COPY "./Copys/FISI-CEM.cpy".
            COPY "./Copys/FISI-HIS.cpy".
            COPY "./Copys/FISI-HOF.cpy".
            COPY "./Copys/FISI-HCA.cpy".
            COPY "./Copys/FISI-HCE.cpy".
            COPY "./Copys/FISI-HDP.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-PRE.cpy".
            COPY "./Copys/FISI-ANT.cpy".
            COPY "./Copys/FISI-EJU.cpy".
            COPY "./Copys/FISI-EJD.cpy".
            COPY "./Copys/FISI-VIA.cpy".
            COPY "./Copys/FISI-ACC.cpy".
            COPY "./Copys/FISI-CND.cpy".
            COPY "./Copys/FISI-EVA.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-CAF.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-DOC.cpy".
            COPY "./Copys/LOGI-DIS.cpy".
            COPY "./Copys/LOGI-CEM.cpy".
            COPY "./Copys/LOGI-HIS.cpy".
            COPY "./Copys/LOGI-HOF.cpy".
            COPY "./Copys/LOGI-HCA.cpy".
            COPY "./Copys/LOGI-HCE.cpy".
            COPY "./Copys/LOGI-HDP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-PRE.cpy".
            COPY "./Copys/LOGI-ANT.cpy".
            COPY "./Copys/LOGI-EJU.cpy".
            COPY "./Copys/LOGI-EJD.cpy".
            COPY "./Copys/LOGI-VIA.cpy".
            COPY "./Copys/LOGI-ACC.cpy".
            COPY "./Copys/LOGI-CND.cpy".
            COPY "./Copys/LOGI-EVA.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-CAF                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-CTR                  PIC XX.
       01  FL-DOC                  PIC XX.
       01  FL-DIS                  PIC XX.
       01  FL-CEM                  PIC XX.
       01  FL-HIS                  PIC XX.
       01  FL-HOF                  PIC XX.
       01  FL-HCA                  PIC XX.
       01  FL-HCE                  PIC XX.
       01  FL-HDP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-PRE                  PIC XX.
       01  FL-ANT                  PIC XX.
       01  FL-EJU                  PIC XX.
       01  FL-EJD                  PIC XX.
       01  FL-VIA                  PIC XX.
       01  FL-ACC                  PIC XX.
       01  FL-CND                  PIC XX.
       01  FL-EVA                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    EXPEDIENTE DE DATOS PERSONALES (LEY ORGANICA DE PROTECCION
      *    DE DATOS PERSONALES): EL TITULAR, ACTIVO O YA
      *    DESVINCULADO, PIDE TODO LO QUE SE GUARDA DE EL. SE
      *    IDENTIFICA POR CEDULA Y SE RECORRE CADA ARCHIVO DONDE
      *    APARECE SU CODIGO, EN CUALQUIER EMPRESA DEL GRUPO.
       01  WS-PARAMETROS-LPD.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-CEDULA             PIC 9(10).
           03 WS-FECHA-SOLICITUD.
              05 WS-SOL-AA          PIC 9(4).
              05 WS-SOL-MM          PIC 9(2).
              05 WS-SOL-DD          PIC 9(2).
           03 WS-REFERENCIA         PIC X(20).

       01  WS-EMP-CLAVE             PIC 9(8).

      *    VISTAS DE TEXTO DEL CODIGO Y DE LA CEDULA PARA BUSCARLAS
      *    DENTRO DE LA CLAVE Y DEL OPERADOR DE LA BITACORA.
       01  WS-TXT-CLAVE             PIC X(8).
       01  WS-TXT-CEDULA            PIC X(10).
       01  WS-COINCIDENCIAS         PIC 9(3).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    EL EXPEDIENTE LLEVA SUELDOS Y MONTOS: SOLO LO EMITE UN
      *    OPERADOR QUE PUEDE VERLOS PARA ESTE EMPLEADO.
       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-CONTADORES.
           03 WS-REG-SECCION        PIC 9(7).
           03 WS-REG-TOTAL          PIC 9(7).
           03 WS-SECCIONES          PIC 9(2).

       01  WS-DETALLE-EJD           PIC X(1).
           88 WS-HAY-DETALLE-EJD    VALUE "S".

       01  WS-TITULO-SECCION        PIC X(60).
       01  WS-DESCRIPCION           PIC X(30).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(9)9.99.
       01  WS-VALOR-EDITADO-3       PIC Z(9)9.99.
       01  WS-PORC-EDITADO          PIC Z9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-TITULAR
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-EMITIR-EXPEDIENTE
               PERFORM 8000-REGISTRAR-ATENCION
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE EMITIO EL EXPEDIENTE DE DATOS PERSONALES"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
      *    LOS MAESTROS FIJOS QUEDAN ABIERTOS TODO EL PROCESO; CADA
      *    ARCHIVO DE DETALLE SE ABRE EN SU PROPIA SECCION, PORQUE
      *    VARIOS DE ELLOS PUEDEN NO EXISTIR TODAVIA.
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-CARGOS.
           OPEN INPUT ARCHIVO-RUBROS.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-RUBROS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   EXPEDIENTE DE DATOS PERSONALES DEL TITULAR".
           DISPLAY WS-DECORADOR.

           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           DISPLAY "INGRESE LA CEDULA DEL TITULAR: ".
           ACCEPT WS-CEDULA.

           DISPLAY "FECHA DE LA SOLICITUD (AAAAMMDD): ".
           ACCEPT WS-FECHA-SOLICITUD.

           DISPLAY "REFERENCIA DE LA SOLICITUD (OFICIO/TRAMITE): ".
           ACCEPT WS-REFERENCIA.

           EVALUATE TRUE
               WHEN WS-CEDULA IS NOT NUMERIC OR WS-CEDULA = ZEROS
                 DISPLAY "CEDULA INVALIDA"
                 MOVE 0 TO WS-BANDERA-CAMPOS
               WHEN WS-FECHA-SOLICITUD IS NOT NUMERIC OR
                    WS-SOL-MM < 1 OR WS-SOL-MM > 12 OR
                    WS-SOL-DD < 1 OR WS-SOL-DD > 31
                 DISPLAY "FECHA DE SOLICITUD INVALIDA"
                 MOVE 0 TO WS-BANDERA-CAMPOS
               WHEN WS-REFERENCIA = SPACES
                 DISPLAY "LA REFERENCIA DE LA SOLICITUD ES OBLIGATORIA"
                 MOVE 0 TO WS-BANDERA-CAMPOS
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2010-VALIDAR-TITULAR.
      *----------------------
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.

           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " NO EXISTE"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS KEY IS EMP-CEDULA
           END-READ.

           IF FL-EMP NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE UN EMPLEADO CON LA CEDULA " WS-CEDULA
             EXIT PARAGRAPH
           END-IF.

      *    LA EMPRESA QUE RESPONDE ES LA ACTUAL DEL TITULAR; SI FUE
      *    TRASLADADO, EL EXPEDIENTE IGUAL INCLUYE LO QUE GENERO EN
      *    LAS EMPRESAS ANTERIORES.
           IF EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL TITULAR PERTENECE A LA EMPRESA "
                 EMP-COD-EMPRESA ": EMITA EL EXPEDIENTE DESDE ELLA"
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-CLAVE  TO WS-EMP-CLAVE.
           MOVE EMP-CLAVE  TO WS-TXT-CLAVE.
           MOVE EMP-CEDULA TO WS-TXT-CEDULA.

           MOVE LK-OPERADOR  TO WS-CNF-OPERADOR.
           MOVE "REP-LPD"    TO WS-CNF-PROGRAMA.
           MOVE WS-EMP-CLAVE TO WS-CNF-COD-EMPLEADO.
           MOVE "N"          TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "SU PERFIL NO TIENE ACCESO A LOS DATOS SALARIALES"
                 " DE ESTE EMPLEADO: EL EXPEDIENTE DEBE SER COMPLETO"
           END-IF.

       3000-EMITIR-EXPEDIENTE.
      *-----------------------
           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-LPD "    TO WS-RPT-NOMBRE.
           MOVE "EXPEDIENTE DE DATOS PERSONALES DEL TITULAR"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-SOL-AA WS-SOL-MM WS-SOL-DD
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 3010-IMPRIMIR-CARATULA.

           PERFORM 4000-SECCION-MAESTRO.
           PERFORM 4100-SECCION-CARGAS.
           PERFORM 4200-SECCION-CUENTA.
           PERFORM 4300-SECCION-CONTRATO.
           PERFORM 4400-SECCION-DOCUMENTOS.
           PERFORM 4500-SECCION-DISCIPLINA.
           PERFORM 4600-SECCION-CERTIFICACIONES.
           PERFORM 5000-SECCION-SUELDOS.
           PERFORM 5100-SECCION-OFICINAS.
           PERFORM 5200-SECCION-CARGOS.
           PERFORM 5300-SECCION-EMPRESAS.
           PERFORM 5400-SECCION-DEPARTAMENTOS.
           PERFORM 6000-SECCION-NOMINA.
           PERFORM 6100-SECCION-NOMINA-HIST.
           PERFORM 6200-SECCION-PRESTAMOS.
           PERFORM 6300-SECCION-ANTICIPOS.
           PERFORM 6400-SECCION-EMBARGOS.
           PERFORM 6500-SECCION-VIATICOS.
           PERFORM 6600-SECCION-ACCIDENTES.
           PERFORM 6700-SECCION-POSTULACIONES.
           PERFORM 6800-SECCION-EVALUACIONES.
           PERFORM 7000-SECCION-AUDITORIA.

           PERFORM 3020-IMPRIMIR-CIERRE.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           DISPLAY "EXPEDIENTE EMITIDO: " WS-SECCIONES " SECCIONES, "
               WS-REG-TOTAL " REGISTROS DEL TITULAR".

       3010-IMPRIMIR-CARATULA.
      *-----------------------
           MOVE ALL "=" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EXPEDIENTE DE DATOS PERSONALES - LEY ORGANICA DE "
               "PROTECCION DE DATOS PERSONALES"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ALL "=" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RESPONSABLE DEL TRATAMIENTO: " CIA-DESCRIPCION
               "  RUC " CIA-RUC
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TITULAR: " EMP-NOMBRES "  CEDULA " EMP-CEDULA
               "  CODIGO " EMP-CLAVE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SOLICITUD DEL " WS-SOL-AA "-" WS-SOL-MM "-"
               WS-SOL-DD "  REFERENCIA " WS-REFERENCIA
               "  ATENDIDA POR " LK-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3020-IMPRIMIR-CIERRE.
      *---------------------
           MOVE ALL "=" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FIN DEL EXPEDIENTE: " WS-SECCIONES " SECCIONES, "
               WS-REG-TOTAL " REGISTROS DEL TITULAR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  ______________________________        "
               "______________________________"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " CIA-REPRESENTANTE "        "
               EMP-NOMBRES (1:30)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  RESPONSABLE DEL TRATAMIENTO           "
               "TITULAR (RECIBI CONFORME)"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3100-ABRIR-SECCION.
      *-------------------
           ADD 1 TO WS-SECCIONES.
           MOVE ZERO TO WS-REG-SECCION.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-SECCIONES ". " WS-TITULO-SECCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       3110-CERRAR-SECCION.
      *--------------------
           IF WS-REG-SECCION = ZEROS
             MOVE "  (SIN REGISTROS DEL TITULAR)" TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           ADD WS-REG-SECCION TO WS-REG-TOTAL.

       3120-LINEA-REGISTRO.
      *--------------------
           ADD 1 TO WS-REG-SECCION.
           PERFORM 9000-ESCRIBIR-LINEA.

       3200-DESCRIBIR-RUBRO.
      *---------------------
           READ ARCHIVO-RUBROS
           END-READ.
           IF FL-RUB = "00"
             MOVE RUB-DESCRIPCION TO WS-DESCRIPCION
           ELSE
             MOVE "*** NO DEFINIDO ***" TO WS-DESCRIPCION
           END-IF.

       4000-SECCION-MAESTRO.
      *---------------------
           MOVE "DATOS DE IDENTIFICACION Y EMPLEO (EMP)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CEDULA:           " EMP-CEDULA
               "   CODIGO: " EMP-CLAVE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 3120-LINEA-REGISTRO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  NOMBRES:          " EMP-NOMBRES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  DIRECCION:        " EMP-DIRECCION
               "   CIUDAD: " EMP-COD-CIU-RESIDENCIA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CELULAR:          " EMP-CERULAR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  NACIMIENTO:       " EMP-FEC-NAC-AA "-"
               EMP-FEC-NAC-MM "-" EMP-FEC-NAC-DD
               "   GENERO: " EMP-GENERO
               "   ESTADO CIVIL: " EMP-ESTADO-CIVIL
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  PROFESION:        " EMP-COD-PROFESION
               "   MONEDA: " EMP-COD-MONEDA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE EMP-COD-OFICINA TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.
           IF FL-OFI NOT = "00"
             MOVE "*** NO DEFINIDA ***" TO OFI-DESCRIPCION
           END-IF.

           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.
           IF FL-CAR NOT = "00"
             MOVE "*** NO DEFINIDO ***" TO CAR-DESCRIPCION
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  EMPRESA:          " EMP-COD-EMPRESA " "
               CIA-DESCRIPCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  OFICINA:          " EMP-COD-OFICINA " "
               OFI-DESCRIPCION
               "   DEPARTAMENTO: " EMP-COD-DEPARTAMENTO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CARGO:            " EMP-COD-CARGO " "
               CAR-DESCRIPCION
               "   SUPERVISOR: " EMP-COD-SUPERVISOR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE EMP-SUELDO-ACTUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  SUELDO ACTUAL:    " WS-VALOR-EDITADO
               "   FRECUENCIA: " EMP-FREC-PAGO
               "   TURNO: " EMP-COD-TURNO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  INGRESO:          " EMP-FEC-INGRESO-AA "-"
               EMP-FEC-INGRESO-MM "-" EMP-FEC-INGRESO-DD
               "   ESTADO: " EMP-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF EMP-ESTADO NOT = "A"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  BAJA:             " EMP-FEC-BAJA-AA "-"
                 EMP-FEC-BAJA-MM "-" EMP-FEC-BAJA-DD
                 "   MOTIVO: " EMP-COD-MOTIVO-BAJA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4100-SECCION-CARGAS.
      *--------------------
           MOVE "CARGAS FAMILIARES (CAF)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-CARGAS.

           IF FL-CAF = "00"
             MOVE WS-EMP-CLAVE TO CAF-COD-EMPLEADO
             MOVE ZERO         TO CAF-SECUENCIA
             START ARCHIVO-CARGAS KEY IS NOT LESS THAN CAF-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-CAF
             END-START
             IF FL-CAF = "00"
               PERFORM 4110-LEER-CARGA
             END-IF
             PERFORM UNTIL FL-CAF NOT = "00" OR
                     CAF-COD-EMPLEADO NOT = WS-EMP-CLAVE
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  " CAF-SECUENCIA " " CAF-NOMBRE
                   " NACIO " CAF-FEC-NAC-AA "-" CAF-FEC-NAC-MM "-"
                   CAF-FEC-NAC-DD " PARENTESCO " CAF-PARENTESCO
                   " ESTADO " CAF-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
               PERFORM 4110-LEER-CARGA
             END-PERFORM
             CLOSE ARCHIVO-CARGAS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4110-LEER-CARGA.
      *----------------
           READ ARCHIVO-CARGAS NEXT RECORD
           END-READ.

       4200-SECCION-CUENTA.
      *--------------------
           MOVE "CUENTA BANCARIA PARA PAGOS (BCO)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-CUENTAS-BANCO.

           IF FL-BCO = "00"
             MOVE WS-EMP-CLAVE TO BCO-COD-EMPLEADO
             READ ARCHIVO-CUENTAS-BANCO
             END-READ
             IF FL-BCO = "00"
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  BANCO " BCO-COD-BANCO " TIPO "
                   BCO-TIPO-CUENTA " CUENTA " BCO-NUM-CUENTA
                   " ESTADO " BCO-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
             END-IF
             CLOSE ARCHIVO-CUENTAS-BANCO
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4300-SECCION-CONTRATO.
      *----------------------
           MOVE "CONTRATO DE TRABAJO (CTR)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-CONTRATOS.

           IF FL-CTR = "00"
             MOVE WS-EMP-CLAVE TO CTR-COD-EMPLEADO
             READ ARCHIVO-CONTRATOS
             END-READ
             IF FL-CTR = "00"
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  TIPO " CTR-TIPO " INICIO " CTR-FEC-INI-AA
                   "-" CTR-FEC-INI-MM "-" CTR-FEC-INI-DD
                   " FIN " CTR-FEC-FIN-AA "-" CTR-FEC-FIN-MM "-"
                   CTR-FEC-FIN-DD " FIN PRUEBA " CTR-FEC-PRU-AA "-"
                   CTR-FEC-PRU-MM "-" CTR-FEC-PRU-DD
                   " ESTADO " CTR-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
             END-IF
             CLOSE ARCHIVO-CONTRATOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4400-SECCION-DOCUMENTOS.
      *------------------------
           MOVE "DOCUMENTOS PERSONALES (DOC)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-DOCUMENTOS.

           IF FL-DOC = "00"
             MOVE WS-EMP-CLAVE TO DOC-COD-EMPLEADO
             MOVE ZERO         TO DOC-SECUENCIA
             START ARCHIVO-DOCUMENTOS KEY IS NOT LESS THAN DOC-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-DOC
             END-START
             IF FL-DOC = "00"
               PERFORM 4410-LEER-DOCUMENTO
             END-IF
             PERFORM UNTIL FL-DOC NOT = "00" OR
                     DOC-COD-EMPLEADO NOT = WS-EMP-CLAVE
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  " DOC-TIPO " NO. " DOC-NUMERO
                   " EMITIDO " DOC-FEC-EMI-AA "-" DOC-FEC-EMI-MM "-"
                   DOC-FEC-EMI-DD " VENCE " DOC-FEC-VEN-AA "-"
                   DOC-FEC-VEN-MM "-" DOC-FEC-VEN-DD
                   " ESTADO " DOC-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
               PERFORM 4410-LEER-DOCUMENTO
             END-PERFORM
             CLOSE ARCHIVO-DOCUMENTOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4410-LEER-DOCUMENTO.
      *--------------------
           READ ARCHIVO-DOCUMENTOS NEXT RECORD
           END-READ.

       4500-SECCION-DISCIPLINA.
      *------------------------
           MOVE "ACCIONES DISCIPLINARIAS (DIS)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-DISCIPLINA.

           IF FL-DIS = "00"
             MOVE WS-EMP-CLAVE TO DIS-COD-EMPLEADO
             MOVE ZERO         TO DIS-SECUENCIA
             START ARCHIVO-DISCIPLINA KEY IS NOT LESS THAN DIS-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-DIS
             END-START
             IF FL-DIS = "00"
               PERFORM 4510-LEER-ACCION
             END-IF
             PERFORM UNTIL FL-DIS NOT = "00" OR
                     DIS-COD-EMPLEADO NOT = WS-EMP-CLAVE
               MOVE DIS-VALOR-MULTA TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  " DIS-FEC-AA "-" DIS-FEC-MM "-" DIS-FEC-DD
                   " " DIS-TIPO-INFRACCION " NIVEL " DIS-NIVEL
                   " MULTA " WS-VALOR-EDITADO " ESTADO " DIS-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "    RESOLUCION: " DIS-RESOLUCION
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
               PERFORM 4510-LEER-ACCION
             END-PERFORM
             CLOSE ARCHIVO-DISCIPLINA
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4510-LEER-ACCION.
      *-----------------
           READ ARCHIVO-DISCIPLINA NEXT RECORD
           END-READ.

       4600-SECCION-CERTIFICACIONES.
      *-----------------------------
           MOVE "CAPACITACION Y CERTIFICACIONES (CEM)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-CERT-EMP.

           IF FL-CEM = "00"
             MOVE WS-EMP-CLAVE TO CEM-COD-EMPLEADO
             MOVE ZERO         TO CEM-COD-CURSO
             START ARCHIVO-CERT-EMP KEY IS NOT LESS THAN CEM-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-CEM
             END-START
             IF FL-CEM = "00"
               PERFORM 4610-LEER-CERTIFICACION
             END-IF
             PERFORM UNTIL FL-CEM NOT = "00" OR
                     CEM-COD-EMPLEADO NOT = WS-EMP-CLAVE
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  CURSO " CEM-COD-CURSO " COMPLETADO "
                   CEM-FEC-COM-AA "-" CEM-FEC-COM-MM "-"
                   CEM-FEC-COM-DD " VENCE " CEM-FEC-VEN-AA "-"
                   CEM-FEC-VEN-MM "-" CEM-FEC-VEN-DD
                   " ESTADO " CEM-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
               PERFORM 4610-LEER-CERTIFICACION
             END-PERFORM
             CLOSE ARCHIVO-CERT-EMP
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       4610-LEER-CERTIFICACION.
      *------------------------
           READ ARCHIVO-CERT-EMP NEXT RECORD
           END-READ.

       5000-SECCION-SUELDOS.
      *---------------------
           MOVE "HISTORIAL DE SUELDOS (HIS)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-HIST-SUELDOS.

           IF FL-HIS = "00"
             PERFORM 5010-LEER-HIST-SUELDO
             PERFORM UNTIL FL-HIS NOT = "00"
               IF HIS-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE HIS-SUELDO-ANTERIOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  HASTA " HIS-FEC-AA "-" HIS-FEC-MM "-"
                     HIS-FEC-DD " SUELDO ANTERIOR " WS-VALOR-EDITADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 5010-LEER-HIST-SUELDO
             END-PERFORM
             CLOSE ARCHIVO-HIST-SUELDOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       5010-LEER-HIST-SUELDO.
      *----------------------
           READ ARCHIVO-HIST-SUELDOS NEXT RECORD
           END-READ.

       5100-SECCION-OFICINAS.
      *----------------------
           MOVE "HISTORIAL DE OFICINAS (HOF)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-HIST-OFICINAS.

           IF FL-HOF = "00"
             PERFORM 5110-LEER-HIST-OFICINA
             PERFORM UNTIL FL-HOF NOT = "00"
               IF HOF-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  " HOF-FEC-AA "-" HOF-FEC-MM "-"
                     HOF-FEC-DD " DE OFICINA " HOF-COD-OFICINA-ANT
                     " A " HOF-COD-OFICINA-NUEVA
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 5110-LEER-HIST-OFICINA
             END-PERFORM
             CLOSE ARCHIVO-HIST-OFICINAS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       5110-LEER-HIST-OFICINA.
      *-----------------------
           READ ARCHIVO-HIST-OFICINAS NEXT RECORD
           END-READ.

       5200-SECCION-CARGOS.
      *--------------------
           MOVE "HISTORIAL DE CARGOS (HCA)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-HIST-CARGOS.

           IF FL-HCA = "00"
             PERFORM 5210-LEER-HIST-CARGO
             PERFORM UNTIL FL-HCA NOT = "00"
               IF HCA-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE HCA-SUELDO-ANTERIOR TO WS-VALOR-EDITADO
                 MOVE HCA-SUELDO-NUEVO    TO WS-VALOR-EDITADO-2
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  " HCA-FEC-AA "-" HCA-FEC-MM "-"
                     HCA-FEC-DD " DE CARGO " HCA-COD-CARGO-ANT
                     " A " HCA-COD-CARGO-NUEVO " SUELDO "
                     WS-VALOR-EDITADO " A " WS-VALOR-EDITADO-2
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 5210-LEER-HIST-CARGO
             END-PERFORM
             CLOSE ARCHIVO-HIST-CARGOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       5210-LEER-HIST-CARGO.
      *---------------------
           READ ARCHIVO-HIST-CARGOS NEXT RECORD
           END-READ.

       5300-SECCION-EMPRESAS.
      *----------------------
           MOVE "TRASLADOS ENTRE EMPRESAS (HCE)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-HIST-EMPRESAS.

           IF FL-HCE = "00"
             PERFORM 5310-LEER-HIST-EMPRESA
             PERFORM UNTIL FL-HCE NOT = "00"
               IF HCE-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  " HCE-FEC-AA "-" HCE-FEC-MM "-"
                     HCE-FEC-DD " DE EMPRESA " HCE-COD-EMPRESA-ANT
                     " A " HCE-COD-EMPRESA-NUEVA
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 5310-LEER-HIST-EMPRESA
             END-PERFORM
             CLOSE ARCHIVO-HIST-EMPRESAS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       5310-LEER-HIST-EMPRESA.
      *-----------------------
           READ ARCHIVO-HIST-EMPRESAS NEXT RECORD
           END-READ.

       5400-SECCION-DEPARTAMENTOS.
      *---------------------------
           MOVE "HISTORIAL DE DEPARTAMENTOS (HDP)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-HIST-DEPTOS.

           IF FL-HDP = "00"
             PERFORM 5410-LEER-HIST-DEPTO
             PERFORM UNTIL FL-HDP NOT = "00"
               IF HDP-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  " HDP-FEC-AA "-" HDP-FEC-MM "-"
                     HDP-FEC-DD " DE DEPARTAMENTO " HDP-COD-DEPTO-ANT
                     " A " HDP-COD-DEPTO-NUEVO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 5410-LEER-HIST-DEPTO
             END-PERFORM
             CLOSE ARCHIVO-HIST-DEPTOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       5410-LEER-HIST-DEPTO.
      *---------------------
           READ ARCHIVO-HIST-DEPTOS NEXT RECORD
           END-READ.

       6000-SECCION-NOMINA.
      *--------------------
      *    LA NOMINA ESTA ORDENADA POR EMPRESA; UN TITULAR TRASLADADO
      *    TIENE RUBROS EN VARIAS, POR ESO SE RECORRE COMPLETA.
           MOVE "ROLES DE PAGO VIGENTES (NOM)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-NOMINAS.

           IF FL-NOM = "00"
             PERFORM 6010-LEER-NOMINA
             PERFORM UNTIL FL-NOM NOT = "00"
               IF NOM-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
                 PERFORM 3200-DESCRIBIR-RUBRO
                 MOVE NOM-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " NOM-COD-EMPRESA " PERIODO "
                     NOM-FEC-NOMINA-AA "-" NOM-FEC-NOMINA-MM
                     " RUBRO " NOM-TIPO-RUBRO " " WS-DESCRIPCION
                     " " WS-VALOR-EDITADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 6010-LEER-NOMINA
             END-PERFORM
             CLOSE ARCHIVO-NOMINAS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6010-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       6100-SECCION-NOMINA-HIST.
      *-------------------------
           MOVE "ROLES DE PAGO ARCHIVADOS (NOH)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-NOMINAS-HIST.

           IF FL-NOH = "00"
             PERFORM 6110-LEER-NOMINA-HIST
             PERFORM UNTIL FL-NOH NOT = "00"
               IF NOH-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE NOH-TIPO-RUBRO TO RUB-CODIGO
                 PERFORM 3200-DESCRIBIR-RUBRO
                 MOVE NOH-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " NOH-COD-EMPRESA " PERIODO "
                     NOH-FEC-NOMINA-AA "-" NOH-FEC-NOMINA-MM
                     " RUBRO " NOH-TIPO-RUBRO " " WS-DESCRIPCION
                     " " WS-VALOR-EDITADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 6110-LEER-NOMINA-HIST
             END-PERFORM
             CLOSE ARCHIVO-NOMINAS-HIST
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6110-LEER-NOMINA-HIST.
      *----------------------
           READ ARCHIVO-NOMINAS-HIST NEXT RECORD
           END-READ.

       6200-SECCION-PRESTAMOS.
      *-----------------------
           MOVE "PRESTAMOS (PRE)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-PRESTAMOS.

           IF FL-PRE = "00"
             PERFORM 6210-LEER-PRESTAMO
             PERFORM UNTIL FL-PRE NOT = "00"
               IF PRE-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE PRE-VALOR-PRINCIPAL TO WS-VALOR-EDITADO
                 MOVE PRE-VALOR-CUOTA     TO WS-VALOR-EDITADO-2
                 MOVE PRE-SALDO           TO WS-VALOR-EDITADO-3
                 MOVE PRE-PORC-INTERES    TO WS-PORC-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " PRE-COD-EMPRESA " NO. "
                     PRE-SECUENCIA " DESDE " PRE-INICIO-AA "-"
                     PRE-INICIO-MM " PRINCIPAL " WS-VALOR-EDITADO
                     " INTERES " WS-PORC-EDITADO "% "
                     PRE-NUM-CUOTAS " CUOTAS DE " WS-VALOR-EDITADO-2
                     " SALDO " WS-VALOR-EDITADO-3
                     " ESTADO " PRE-ESTADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 6210-LEER-PRESTAMO
             END-PERFORM
             CLOSE ARCHIVO-PRESTAMOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6210-LEER-PRESTAMO.
      *-------------------
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           END-READ.

       6300-SECCION-ANTICIPOS.
      *-----------------------
           MOVE "ANTICIPOS DE SUELDO (ANT)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-ANTICIPOS.

           IF FL-ANT = "00"
             PERFORM 6310-LEER-ANTICIPO
             PERFORM UNTIL FL-ANT NOT = "00"
               IF ANT-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE ANT-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " ANT-COD-EMPRESA " NO. "
                     ANT-SECUENCIA " " ANT-FEC-AA "-" ANT-FEC-MM
                     " VALOR " WS-VALOR-EDITADO
                     " APROBACION " ANT-ESTADO-APROBACION
                     " PAGADO " ANT-PAGADO " ESTADO " ANT-ESTADO
                     " MOTIVO " ANT-MOTIVO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 6310-LEER-ANTICIPO
             END-PERFORM
             CLOSE ARCHIVO-ANTICIPOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6310-LEER-ANTICIPO.
      *-------------------
           READ ARCHIVO-ANTICIPOS NEXT RECORD
           END-READ.

       6400-SECCION-EMBARGOS.
      *----------------------
      *    CADA ORDEN JUDICIAL CON SUS RETENCIONES MENSUALES; EL
      *    DETALLE TIENE LA MISMA CABECERA DE CLAVE QUE LA ORDEN.
           MOVE "RETENCIONES JUDICIALES (EJU / EJD)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-EMBARGOS.
           OPEN INPUT ARCHIVO-EMBARGOS-DET.
           IF FL-EJD = "00"
             MOVE "S" TO WS-DETALLE-EJD
           ELSE
             MOVE "N" TO WS-DETALLE-EJD
           END-IF.

           IF FL-EJU = "00"
             PERFORM 6410-LEER-EMBARGO
             PERFORM UNTIL FL-EJU NOT = "00"
               IF EJU-COD-EMPLEADO = WS-EMP-CLAVE
                 PERFORM 6420-IMPRIMIR-EMBARGO
               END-IF
               PERFORM 6410-LEER-EMBARGO
             END-PERFORM
             CLOSE ARCHIVO-EMBARGOS
           END-IF.

           IF WS-HAY-DETALLE-EJD
             CLOSE ARCHIVO-EMBARGOS-DET
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6410-LEER-EMBARGO.
      *------------------
           READ ARCHIVO-EMBARGOS NEXT RECORD
           END-READ.

       6420-IMPRIMIR-EMBARGO.
      *----------------------
           MOVE EJU-VALOR-FIJO   TO WS-VALOR-EDITADO.
           MOVE EJU-TOTAL-PAGADO TO WS-VALOR-EDITADO-2.
           MOVE EJU-PORCENTAJE   TO WS-PORC-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  EMPRESA " EJU-COD-EMPRESA " ORDEN "
               EJU-SECUENCIA " " EJU-JUZGADO " CASO " EJU-NUM-CASO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 3120-LINEA-REGISTRO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "    BENEFICIARIO " EJU-BENEFICIARIO
               " MODALIDAD " EJU-MODALIDAD " " WS-PORC-EDITADO
               "% FIJO " WS-VALOR-EDITADO " PAGADO "
               WS-VALOR-EDITADO-2 " ESTADO " EJU-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF NOT WS-HAY-DETALLE-EJD
             EXIT PARAGRAPH
           END-IF.

           MOVE EJU-COD-EMPRESA  TO EJD-COD-EMPRESA.
           MOVE EJU-COD-EMPLEADO TO EJD-COD-EMPLEADO.
           MOVE EJU-SECUENCIA    TO EJD-SECUENCIA.
           MOVE ZERO             TO EJD-FEC-AA EJD-FEC-MM.

           START ARCHIVO-EMBARGOS-DET KEY IS NOT LESS THAN EJD-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EJD
           END-START.

           IF FL-EJD = "00"
             PERFORM 6430-LEER-EMBARGO-DET
           END-IF.

           PERFORM UNTIL FL-EJD NOT = "00" OR
                   EJD-COD-EMPRESA  NOT = EJU-COD-EMPRESA OR
                   EJD-COD-EMPLEADO NOT = EJU-COD-EMPLEADO OR
                   EJD-SECUENCIA    NOT = EJU-SECUENCIA
             MOVE EJD-VALOR TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "      " EJD-FEC-AA "-" EJD-FEC-MM
                 " RETENIDO " WS-VALOR-EDITADO " ESTADO " EJD-ESTADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 3120-LINEA-REGISTRO
             PERFORM 6430-LEER-EMBARGO-DET
           END-PERFORM.

       6430-LEER-EMBARGO-DET.
      *----------------------
           READ ARCHIVO-EMBARGOS-DET NEXT RECORD
           END-READ.

       6500-SECCION-VIATICOS.
      *----------------------
           MOVE "VIATICOS (VIA)" TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-VIATICOS.

           IF FL-VIA = "00"
             PERFORM 6510-LEER-VIATICO
             PERFORM UNTIL FL-VIA NOT = "00"
               IF VIA-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE VIA-VALOR TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " VIA-COD-EMPRESA " NO. "
                     VIA-SECUENCIA " " VIA-DESCRIPCION " DEL "
                     VIA-FEC-DES-AA "-" VIA-FEC-DES-MM "-"
                     VIA-FEC-DES-DD " AL " VIA-FEC-HAS-AA "-"
                     VIA-FEC-HAS-MM "-" VIA-FEC-HAS-DD
                     " DIAS " VIA-DIAS " VALOR " WS-VALOR-EDITADO
                     " APROB. " VIA-ESTADO-APROBACION
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 6510-LEER-VIATICO
             END-PERFORM
             CLOSE ARCHIVO-VIATICOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6510-LEER-VIATICO.
      *------------------
           READ ARCHIVO-VIATICOS NEXT RECORD
           END-READ.

       6600-SECCION-ACCIDENTES.
      *------------------------
      *    LOS TESTIGOS SON DATOS DE TERCEROS Y NO SE TRANSCRIBEN.
           MOVE "ACCIDENTES Y ENFERMEDADES PROFESIONALES (ACC)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-ACCIDENTES.

           IF FL-ACC = "00"
             MOVE WS-EMP-CLAVE TO ACC-COD-EMPLEADO
             MOVE ZERO         TO ACC-SECUENCIA
             START ARCHIVO-ACCIDENTES KEY IS NOT LESS THAN ACC-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-ACC
             END-START
             IF FL-ACC = "00"
               PERFORM 6610-LEER-ACCIDENTE
             END-IF
             PERFORM UNTIL FL-ACC NOT = "00" OR
                     ACC-COD-EMPLEADO NOT = WS-EMP-CLAVE
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "  EMPRESA " ACC-COD-EMPRESA " NO. "
                   ACC-SECUENCIA " " ACC-FEC-AA "-" ACC-FEC-MM "-"
                   ACC-FEC-DD " TIPO " ACC-TIPO " OFI "
                   ACC-COD-OFICINA " DEP " ACC-COD-DEPARTAMENTO
                   " " ACC-PARTE-CUERPO " DIAS " ACC-DIAS-PERDIDOS
                   " AVISO IESS " ACC-NUM-AVISO-IESS
                   " ESTADO " ACC-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 3120-LINEA-REGISTRO
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "    " ACC-LUGAR " - " ACC-DESCRIPCION
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
               PERFORM 6610-LEER-ACCIDENTE
             END-PERFORM
             CLOSE ARCHIVO-ACCIDENTES
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6610-LEER-ACCIDENTE.
      *--------------------
           READ ARCHIVO-ACCIDENTES NEXT RECORD
           END-READ.

       6700-SECCION-POSTULACIONES.
      *---------------------------
      *    LAS POSTULACIONES SE GUARDAN POR CEDULA: INCLUYEN LAS
      *    ANTERIORES AL INGRESO Y LAS QUE NO TERMINARON EN CONTRATO.
           MOVE "POSTULACIONES A REQUISICIONES (CND)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-CANDIDATOS.

           IF FL-CND = "00"
             PERFORM 6710-LEER-POSTULACION
             PERFORM UNTIL FL-CND NOT = "00"
               IF CND-CEDULA = WS-CEDULA
                 MOVE CND-SUELDO-OFERTA TO WS-VALOR-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " CND-COD-EMPRESA " REQ. "
                     CND-NUM-REQUISICION "-" CND-SECUENCIA " "
                     CND-NOMBRES " CEL " CND-CELULAR
                     " ETAPA " CND-ETAPA " DEL " CND-FEC-ETA-AA "-"
                     CND-FEC-ETA-MM "-" CND-FEC-ETA-DD
                     " OFERTA " WS-VALOR-EDITADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
                 IF CND-OBSERVACION NOT = SPACES
                   MOVE SPACES TO WS-LINEA-SPOOL
                   STRING "    " CND-OBSERVACION
                       DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                   END-STRING
                   PERFORM 9000-ESCRIBIR-LINEA
                 END-IF
               END-IF
               PERFORM 6710-LEER-POSTULACION
             END-PERFORM
             CLOSE ARCHIVO-CANDIDATOS
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6710-LEER-POSTULACION.
      *----------------------
           READ ARCHIVO-CANDIDATOS NEXT RECORD
           END-READ.

       6800-SECCION-EVALUACIONES.
      *--------------------------
           MOVE "EVALUACIONES DEL DESEMPENIO Y MERITO (EVA)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-EVALUACIONES.

           IF FL-EVA = "00"
             PERFORM 6810-LEER-EVALUACION
             PERFORM UNTIL FL-EVA NOT = "00"
               IF EVA-COD-EMPLEADO = WS-EMP-CLAVE
                 MOVE EVA-SUELDO-PROPUESTO TO WS-VALOR-EDITADO
                 MOVE EVA-PCT-PROPUESTO    TO WS-PORC-EDITADO
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  EMPRESA " EVA-COD-EMPRESA " CICLO "
                     EVA-CICLO " EVALUADOR " EVA-COD-EVALUADOR
                     " EL " EVA-FEC-EVA-AA "-" EVA-FEC-EVA-MM "-"
                     EVA-FEC-EVA-DD " CALIFICACION "
                     EVA-CALIFICACION " CUARTIL " EVA-CUARTIL
                     " % " WS-PORC-EDITADO
                     " PROPUESTO " WS-VALOR-EDITADO
                     " ESTADO " EVA-ESTADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
                 IF EVA-COMENTARIO NOT = SPACES
                   MOVE SPACES TO WS-LINEA-SPOOL
                   STRING "    " EVA-COMENTARIO
                       DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                   END-STRING
                   PERFORM 9000-ESCRIBIR-LINEA
                 END-IF
               END-IF
               PERFORM 6810-LEER-EVALUACION
             END-PERFORM
             CLOSE ARCHIVO-EVALUACIONES
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       6810-LEER-EVALUACION.
      *---------------------
           READ ARCHIVO-EVALUACIONES NEXT RECORD
           END-READ.

       7000-SECCION-AUDITORIA.
      *-----------------------
      *    EL TITULAR ES SUJETO DE UNA ENTRADA DE LA BITACORA CUANDO
      *    SU CODIGO O SU CEDULA APARECEN EN LA CLAVE AFECTADA, O
      *    CUANDO EL MISMO OPERO DESDE EL AUTOSERVICIO. SOLO SE
      *    LISTA QUIEN HIZO QUE Y CUANDO; LAS IMAGENES ANTES/DESPUES
      *    PUEDEN TRAER DATOS DE TERCEROS Y NO SE TRANSCRIBEN.
           MOVE "TRATAMIENTOS REGISTRADOS EN LA BITACORA (AUD)"
             TO WS-TITULO-SECCION.
           PERFORM 3100-ABRIR-SECCION.

           OPEN INPUT ARCHIVO-AUDITORIA.

           IF FL-AUD = "00"
             PERFORM 7010-LEER-AUDITORIA
             PERFORM UNTIL FL-AUD NOT = "00"
               MOVE ZERO TO WS-COINCIDENCIAS
               INSPECT AUD-CLAVE TALLYING WS-COINCIDENCIAS
                   FOR ALL WS-TXT-CLAVE
               INSPECT AUD-CLAVE TALLYING WS-COINCIDENCIAS
                   FOR ALL WS-TXT-CEDULA
               IF AUD-OPERADOR = WS-TXT-CEDULA
                 ADD 1 TO WS-COINCIDENCIAS
               END-IF
               IF WS-COINCIDENCIAS > ZEROS
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  " AUD-FEC-AA "-" AUD-FEC-MM "-"
                     AUD-FEC-DD " " AUD-HOR-HH ":" AUD-HOR-MM ":"
                     AUD-HOR-SS " " AUD-PROGRAMA " OPERADOR "
                     AUD-OPERADOR " OPERACION " AUD-OPERACION
                     " ARCHIVO " AUD-ARCHIVO " CLAVE " AUD-CLAVE
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 3120-LINEA-REGISTRO
               END-IF
               PERFORM 7010-LEER-AUDITORIA
             END-PERFORM
             CLOSE ARCHIVO-AUDITORIA
           END-IF.

           PERFORM 3110-CERRAR-SECCION.

       7010-LEER-AUDITORIA.
      *--------------------
           READ ARCHIVO-AUDITORIA
           END-READ.

       8000-REGISTRAR-ATENCION.
      *------------------------
      *    CONSTANCIA DE QUE LA SOLICITUD DEL TITULAR FUE ATENDIDA:
      *    QUIEN LA ATENDIO, CUANDO, LA REFERENCIA Y EL VOLUMEN
      *    ENTREGADO.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "EXPEDIENTE LOPDP ENTREGADO CEDULA " WS-CEDULA
               " SOLICITUD " WS-FECHA-SOLICITUD
               " REFERENCIA " WS-REFERENCIA
               " SECCIONES " WS-SECCIONES
               " REGISTROS " WS-REG-TOTAL
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

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
           MOVE "REP-LPD"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "R"              TO AUD-OPERACION.
           MOVE "EMP"            TO AUD-ARCHIVO.
           MOVE WS-EMP-CLAVE     TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

           DISPLAY "ATENCION DE LA SOLICITUD REGISTRADA EN AUDITORIA".

       9000-ESCRIBIR-LINEA.
      *--------------------
      *    EL EXPEDIENTE SOLO VA AL SPOOL PAGINADO: SON DATOS DEL
      *    TITULAR QUE NO DEBEN QUEDAR DESPLEGADOS EN PANTALLA.
           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
