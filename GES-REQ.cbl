      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-REQ.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-PLA.cpy".
            COPY "./Copys/FISI-RQS.cpy".
            COPY "./Copys/FISI-CND.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-PLA.cpy".
            COPY "./Copys/LOGI-RQS.cpy".
            COPY "./Copys/LOGI-CND.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-PLA                  PIC XX.
       01  FL-RQS                  PIC XX.
       01  FL-CND                  PIC XX.

      *    PROCESO DE CONTRATACION: LA REQUISICION SE ABRE CONTRA
      *    UNA PLAZA AUTORIZADA Y CON CUPO LIBRE, LA APRUEBA UN
      *    OPERADOR DISTINTO AL QUE LA REGISTRO, Y SUS CANDIDATOS
      *    AVANZAN POR ETAPAS HASTA QUE EL SELECCIONADO SE CONVIERTE
      *    EN EMPLEADO DESDE EL MANTENIMIENTO DE EMPLEADOS, QUE
      *    CIERRA LA REQUISICION.
       01  WS-PARAMETROS-REQ.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-REQ-NUMERO         PIC 9(5).
           03 WS-REQ-ANIO           PIC 9(4).

       01  WS-CAPTURA-REQ.
           03 WS-REQ-COD-OFICINA    PIC 9(3).
           03 WS-REQ-COD-CARGO      PIC 9(3).
           03 WS-REQ-COD-DEPTO      PIC 9(3).
           03 WS-REQ-SOLICITANTE    PIC 9(8).
           03 WS-REQ-MOTIVO         PIC X(50).
           03 WS-REQ-TIPO-CONTRATO  PIC X(1).
           03 WS-REQ-SUELDO         PIC 9(8)V9(2).

       01  WS-CAPTURA-CND.
           03 WS-CND-SECUENCIA      PIC 9(3).
           03 WS-CND-CEDULA         PIC 9(10).
           03 WS-CND-NOMBRES        PIC X(40).
           03 WS-CND-CELULAR        PIC 9(10).
           03 WS-CND-ETAPA          PIC X(1).
           03 WS-CND-SUELDO-OFERTA  PIC 9(8)V9(2).
           03 WS-CND-FEC-INGRESO    PIC 9(8).
           03 WS-CND-OBSERVACION    PIC X(50).

      *    CUPO DE LA PLAZA VIGENTE: EMPLEADOS ACTIVOS MAS
      *    REQUISICIONES ABIERTAS NO PUEDEN SUPERAR LO AUTORIZADO.
       01  WS-CONTROL-PLAZAS.
           03 WS-CUPO-VIGENTE       PIC 9(4).
           03 WS-CUPO-OCUPADO       PIC 9(4).
           03 WS-CUPO-EN-PROCESO    PIC 9(4).
           03 WS-VIGENCIA-PLA-NUM   PIC 9(6).
           03 WS-VIGENCIA-PLA-MEJOR PIC 9(6).
           03 WS-PERIODO-HOY-NUM    PIC 9(6).
           03 WS-BANDERA-PLAZA      PIC 9.
               88 WS-PLAZA-DEFINIDA     VALUE 1.
               88 WS-PLAZA-NO-DEFINIDA  VALUE 0.

       01  WS-NUEVO-NUMERO          PIC 9(5).
       01  WS-NUEVA-SECUENCIA       PIC 9(3).
       01  WS-SELECCIONADOS         PIC 9(3).
       01  WS-CEDULA-REPETIDA       PIC X(1).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

      *    VALIDACION CALENDARIO CENTRALIZADA.
       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FUTURO         PIC X(1).
           03 WS-VAL-PERIODO        PIC X(1).
           03 WS-VAL-EMPRESA        PIC 9(3).
           03 WS-VAL-RESULTADO      PIC X(1).
               88 WS-FECHA-VALIDA   VALUE "0".
           03 WS-VAL-MENSAJE        PIC X(60).

      *    MODULO 10 DE LA CEDULA ECUATORIANA, EL MISMO ALGORITMO
      *    DEL MANTENIMIENTO DE EMPLEADOS.
       01  WS-CED-CAMPO              PIC 9(10).
       01  WS-CED-TABLA REDEFINES WS-CED-CAMPO.
           03 WS-CED-DIG             PIC 9 OCCURS 10 TIMES.
       01  WS-CED-IND                PIC 99.
       01  WS-CED-SUMA               PIC 9(4).
       01  WS-CED-PROD               PIC 99.
       01  WS-CED-RESIDUO            PIC 99.
       01  WS-CED-VERIFICADOR        PIC 9.
       01  WS-BANDERA-CEDULA         PIC 9.
           88 WS-CEDULA-CORRECTA     VALUE 1.
           88 WS-CEDULA-INCORRECTA   VALUE 0.

      *    TIEMPO DE COBERTURA POR OFICINA: DIAS DESDE LA
      *    APROBACION HASTA EL CIERRE DE LAS CUBIERTAS EN EL ANIO, Y
      *    ANTIGUEDAD DE LAS QUE SIGUEN ABIERTAS.
       01  WS-MATRIZ-COBERTURA.
           03 WS-TTF-OFI OCCURS 999 TIMES.
              05 WS-TTF-CUBIERTAS   PIC 9(4).
              05 WS-TTF-DIAS        PIC 9(7).
              05 WS-TTF-MINIMO      PIC 9(5).
              05 WS-TTF-MAXIMO      PIC 9(5).
              05 WS-TTF-ABIERTAS    PIC 9(4).
              05 WS-TTF-ANTIGUEDAD  PIC 9(7).

       01  WS-IND-OFI               PIC 9(3).
       01  WS-DIA-INICIO            PIC 9(8).
       01  WS-DIA-FIN               PIC 9(8).
       01  WS-DIAS-COBERTURA        PIC 9(5).
       01  WS-PROMEDIO-DIAS         PIC 9(5)V9(1).
       01  WS-PROMEDIO-ANTIG        PIC 9(5)V9(1).

       01  WS-TOTALES-COBERTURA.
           03 WS-TOT-CUBIERTAS      PIC 9(5) VALUE ZERO.
           03 WS-TOT-DIAS           PIC 9(8) VALUE ZERO.
           03 WS-TOT-ABIERTAS       PIC 9(5) VALUE ZERO.

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
           DISPLAY "--- REQUISICIONES DE PERSONAL ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR REQUISICION".
           DISPLAY " 2.- APROBAR/RECHAZAR REQUISICION".
           DISPLAY " 3.- REGISTRAR CANDIDATO".
           DISPLAY " 4.- ACTUALIZAR ETAPA U OFERTA DE CANDIDATO".
           DISPLAY " 5.- CONSULTAR REQUISICION Y CANDIDATOS".
           DISPLAY " 6.- CANCELAR REQUISICION".
           DISPLAY " 7.- REPORTE DE TIEMPO DE COBERTURA POR OFICINA".
           DISPLAY " 8.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1100-ABRIR-ARCHIVOS.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REGISTRAR-REQUISICION
               WHEN WS-OPCION = 2
                 PERFORM 3000-APROBAR-REQUISICION
               WHEN WS-OPCION = 3
                 PERFORM 4000-REGISTRAR-CANDIDATO
               WHEN WS-OPCION = 4
                 PERFORM 5000-ACTUALIZAR-CANDIDATO
               WHEN WS-OPCION = 5
                 PERFORM 6000-CONSULTAR-REQUISICION
               WHEN WS-OPCION = 6
                 PERFORM 6500-CANCELAR-REQUISICION
               WHEN WS-OPCION = 7
                 PERFORM 7000-REPORTE-COBERTURA
               WHEN WS-OPCION = 8
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-DEPARTAMENTOS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN INPUT ARCHIVO-PLAZAS.
           IF FL-PLA NOT = "00"
             OPEN OUTPUT ARCHIVO-PLAZAS
             CLOSE ARCHIVO-PLAZAS
             OPEN INPUT ARCHIVO-PLAZAS
           END-IF.

           OPEN I-O ARCHIVO-REQUISICIONES.
           IF FL-RQS NOT = "00"
             CLOSE ARCHIVO-REQUISICIONES
             OPEN OUTPUT ARCHIVO-REQUISICIONES
             CLOSE ARCHIVO-REQUISICIONES
             OPEN I-O ARCHIVO-REQUISICIONES
           END-IF.

           OPEN I-O ARCHIVO-CANDIDATOS.
           IF FL-CND NOT = "00"
             CLOSE ARCHIVO-CANDIDATOS
             OPEN OUTPUT ARCHIVO-CANDIDATOS
             CLOSE ARCHIVO-CANDIDATOS
             OPEN I-O ARCHIVO-CANDIDATOS
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-PLAZAS.
           CLOSE ARCHIVO-REQUISICIONES.
           CLOSE ARCHIVO-CANDIDATOS.

       1200-PEDIR-EMPRESA.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1210-LEER-REQUISICION.
      *-----------------------
           PERFORM 1200-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL NUMERO DE REQUISICION: ".
           ACCEPT WS-REQ-NUMERO.

           MOVE WS-CIA-CODIGO TO RQS-COD-EMPRESA.
           MOVE WS-REQ-NUMERO TO RQS-NUMERO.

           READ ARCHIVO-REQUISICIONES
           END-READ.

           IF FL-RQS NOT = "00"
             DISPLAY "NO EXISTE UNA REQUISICION CON ESE NUMERO"
           END-IF.

       2000-REGISTRAR-REQUISICION.
      *----------------------------
           PERFORM 1200-PEDIR-EMPRESA.
           DISPLAY "INGRESE LA OFICINA DE LA PLAZA: ".
           ACCEPT WS-REQ-COD-OFICINA.
           DISPLAY "INGRESE EL CARGO DE LA PLAZA: ".
           ACCEPT WS-REQ-COD-CARGO.
           DISPLAY "INGRESE EL DEPARTAMENTO (0 SI NO APLICA): ".
           ACCEPT WS-REQ-COD-DEPTO.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO SOLICITANTE: ".
           ACCEPT WS-REQ-SOLICITANTE.
           DISPLAY "INGRESE EL MOTIVO DE LA REQUISICION: ".
           ACCEPT WS-REQ-MOTIVO.
           DISPLAY "INGRESE EL TIPO DE CONTRATO PREVISTO "
               "(I=INDEFINIDO / F=PLAZO FIJO / P=PRUEBA): ".
           ACCEPT WS-REQ-TIPO-CONTRATO.
           DISPLAY "INGRESE EL SUELDO OBJETIVO: ".
           ACCEPT WS-REQ-SUELDO.

           MOVE "23" TO FL-OFI FL-DEP FL-CAR FL-EMP.

           IF WS-REQ-COD-OFICINA IS NUMERIC
             MOVE WS-REQ-COD-OFICINA TO OFI-CLAVE
             READ ARCHIVO-OFICINAS
             END-READ
           END-IF.

           IF WS-REQ-COD-DEPTO IS NUMERIC AND
              WS-REQ-COD-DEPTO > ZEROS AND
              WS-REQ-COD-OFICINA IS NUMERIC
             MOVE WS-REQ-COD-OFICINA TO DEP-COD-OFICINA
             MOVE WS-REQ-COD-DEPTO   TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
           END-IF.

           IF WS-REQ-COD-CARGO IS NUMERIC
             MOVE WS-REQ-COD-CARGO TO CAR-CODIGO
             READ ARCHIVO-CARGOS
             END-READ
           END-IF.

           IF WS-REQ-SOLICITANTE IS NUMERIC
             MOVE WS-REQ-SOLICITANTE TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
                 EXIT PARAGRAPH
               WHEN FL-OFI NOT = "00"
                 DISPLAY "NO EXISTE UNA OFICINA CON ESE CODIGO"
                 EXIT PARAGRAPH
               WHEN WS-REQ-COD-DEPTO IS NOT NUMERIC
                 DISPLAY "ERROR AL INGRESAR EL DEPARTAMENTO"
                 EXIT PARAGRAPH
               WHEN WS-REQ-COD-DEPTO > ZEROS AND
                    (FL-DEP NOT = "00" OR DEP-ESTADO NOT = "A")
                 DISPLAY "NO EXISTE ESE DEPARTAMENTO EN LA "
                     "OFICINA INDICADA"
                 EXIT PARAGRAPH
               WHEN FL-CAR NOT = "00" OR CAR-ESTADO NOT = "A"
                 DISPLAY "NO EXISTE UN CARGO ACTIVO CON ESE CODIGO"
                 EXIT PARAGRAPH
               WHEN FL-EMP NOT = "00" OR EMP-ESTADO NOT = "A" OR
                    EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 DISPLAY "EL SOLICITANTE DEBE SER UN EMPLEADO "
                     "ACTIVO DE LA EMPRESA"
                 EXIT PARAGRAPH
               WHEN WS-REQ-MOTIVO = SPACES
                 DISPLAY "ERROR AL INGRESAR EL MOTIVO"
                 EXIT PARAGRAPH
               WHEN NOT (WS-REQ-TIPO-CONTRATO = "I" OR
                         WS-REQ-TIPO-CONTRATO = "F" OR
                         WS-REQ-TIPO-CONTRATO = "P")
                 DISPLAY "EL TIPO DE CONTRATO SOLO PUEDE SER I/F/P"
                 EXIT PARAGRAPH
               WHEN WS-REQ-SUELDO IS NOT NUMERIC OR
                    WS-REQ-SUELDO <= ZEROS
                 DISPLAY "ERROR AL INGRESAR EL SUELDO OBJETIVO"
                 EXIT PARAGRAPH
               WHEN WS-REQ-SUELDO < CAR-SUELDO-MINIMO OR
                    WS-REQ-SUELDO > CAR-SUELDO-MAXIMO
                 DISPLAY "EL SUELDO OBJETIVO NO ESTA DENTRO DE LA "
                     "BANDA DEL CARGO (" CAR-SUELDO-MINIMO " - "
                     CAR-SUELDO-MAXIMO ")"
                 EXIT PARAGRAPH
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           PERFORM 2100-BUSCAR-CUPO-VIGENTE.

           IF WS-PLAZA-NO-DEFINIDA
             DISPLAY "NO HAY UNA PLAZA AUTORIZADA VIGENTE PARA LA "
                 "OFICINA " WS-REQ-COD-OFICINA " Y EL CARGO "
                 WS-REQ-COD-CARGO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CONTAR-PLAZAS-OCUPADAS.

           IF WS-CUPO-OCUPADO + WS-CUPO-EN-PROCESO >= WS-CUPO-VIGENTE
             DISPLAY "LA PLAZA NO TIENE CUPO LIBRE: AUTORIZADO "
                 WS-CUPO-VIGENTE " ACTIVOS " WS-CUPO-OCUPADO
                 " EN REQUISICION " WS-CUPO-EN-PROCESO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-ASIGNAR-NUMERO.

           INITIALIZE RQS-DATOS.
           MOVE WS-CIA-CODIGO          TO RQS-COD-EMPRESA.
           MOVE WS-NUEVO-NUMERO        TO RQS-NUMERO.
           MOVE WS-REQ-COD-OFICINA     TO RQS-COD-OFICINA.
           MOVE WS-REQ-COD-CARGO       TO RQS-COD-CARGO.
           MOVE WS-REQ-COD-DEPTO       TO RQS-COD-DEPARTAMENTO.
           MOVE WS-VIGENCIA-PLA-MEJOR  TO RQS-VIGENCIA-PLAZA.
           MOVE WS-REQ-SOLICITANTE     TO RQS-COD-SOLICITANTE.
           MOVE LK-OPERADOR            TO RQS-OPE-REGISTRO.
           MOVE WS-FECHA-SISTEMA       TO RQS-FEC-SOLICITUD.
           MOVE WS-REQ-MOTIVO          TO RQS-MOTIVO.
           MOVE WS-REQ-TIPO-CONTRATO   TO RQS-TIPO-CONTRATO.
           MOVE WS-REQ-SUELDO          TO RQS-SUELDO-OBJETIVO.
           MOVE "P"                    TO RQS-ESTADO-APROBACION.
           MOVE "A"                    TO RQS-ESTADO.

           WRITE RQS-DATOS.

           IF FL-RQS = "00"
             DISPLAY "REQUISICION " RQS-NUMERO " REGISTRADA, "
                 "PENDIENTE DE APROBACION"
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " FL-RQS
           END-IF.

       2100-BUSCAR-CUPO-VIGENTE.
      *--------------------------
      *    LA PLAZA VIGENTE ES LA DE VIGENCIA MAS RECIENTE QUE NO
      *    SUPERE EL MES EN CURSO, IGUAL QUE EN LA CONTRATACION.
           COMPUTE WS-PERIODO-HOY-NUM = WS-FEC-AA * 100 + WS-FEC-MM.

           MOVE 0 TO WS-BANDERA-PLAZA.
           MOVE ZERO TO WS-VIGENCIA-PLA-MEJOR.

           MOVE LOW-VALUES          TO PLA-CLAVE.
           MOVE WS-CIA-CODIGO       TO PLA-COD-EMPRESA.
           MOVE WS-REQ-COD-OFICINA  TO PLA-COD-OFICINA.
           MOVE WS-REQ-COD-CARGO    TO PLA-COD-CARGO.

           START ARCHIVO-PLAZAS KEY IS NOT LESS THAN PLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLA
           END-START.

           IF FL-PLA = "00"
             PERFORM 2110-LEER-PLAZA
           END-IF.

           PERFORM UNTIL FL-PLA NOT = "00" OR
                   PLA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   PLA-COD-OFICINA NOT = WS-REQ-COD-OFICINA OR
                   PLA-COD-CARGO NOT = WS-REQ-COD-CARGO
             COMPUTE WS-VIGENCIA-PLA-NUM =
                 PLA-VIG-AA * 100 + PLA-VIG-MM
             IF PLA-ESTADO = "A" AND
                WS-VIGENCIA-PLA-NUM <= WS-PERIODO-HOY-NUM AND
                WS-VIGENCIA-PLA-NUM >= WS-VIGENCIA-PLA-MEJOR
               MOVE WS-VIGENCIA-PLA-NUM TO WS-VIGENCIA-PLA-MEJOR
               MOVE PLA-CUPO-AUTORIZADO TO WS-CUPO-VIGENTE
               MOVE 1 TO WS-BANDERA-PLAZA
             END-IF
             PERFORM 2110-LEER-PLAZA
           END-PERFORM.

       2110-LEER-PLAZA.
      *-----------------
           READ ARCHIVO-PLAZAS NEXT RECORD
           END-READ.

       2200-CONTAR-PLAZAS-OCUPADAS.
      *-----------------------------
           MOVE ZERO TO WS-CUPO-OCUPADO.
           MOVE ZERO TO WS-CUPO-EN-PROCESO.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 2210-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND
                EMP-COD-EMPRESA = WS-CIA-CODIGO AND
                EMP-COD-OFICINA = WS-REQ-COD-OFICINA AND
                EMP-COD-CARGO = WS-REQ-COD-CARGO
               ADD 1 TO WS-CUPO-OCUPADO
             END-IF
             PERFORM 2210-LEER-EMPLEADO
           END-PERFORM.

           MOVE LOW-VALUES    TO RQS-CLAVE.
           MOVE WS-CIA-CODIGO TO RQS-COD-EMPRESA.

           START ARCHIVO-REQUISICIONES KEY IS NOT LESS THAN RQS-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RQS
           END-START.

           IF FL-RQS = "00"
             PERFORM 2310-LEER-REQUISICION
           END-IF.

           PERFORM UNTIL FL-RQS NOT = "00" OR
                   RQS-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF RQS-ESTADO = "A" AND
                RQS-ESTADO-APROBACION NOT = "R" AND
                RQS-COD-OFICINA = WS-REQ-COD-OFICINA AND
                RQS-COD-CARGO = WS-REQ-COD-CARGO
               ADD 1 TO WS-CUPO-EN-PROCESO
             END-IF
             PERFORM 2310-LEER-REQUISICION
           END-PERFORM.

       2210-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       2300-ASIGNAR-NUMERO.
      *---------------------
      *    EL NUMERO ES EL MAS ALTO DE LA EMPRESA MAS UNO.
           MOVE ZERO TO WS-NUEVO-NUMERO.

           MOVE LOW-VALUES    TO RQS-CLAVE.
           MOVE WS-CIA-CODIGO TO RQS-COD-EMPRESA.

           START ARCHIVO-REQUISICIONES KEY IS NOT LESS THAN RQS-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RQS
           END-START.

           IF FL-RQS = "00"
             PERFORM 2310-LEER-REQUISICION
           END-IF.

           PERFORM UNTIL FL-RQS NOT = "00" OR
                   RQS-COD-EMPRESA NOT = WS-CIA-CODIGO
             MOVE RQS-NUMERO TO WS-NUEVO-NUMERO
             PERFORM 2310-LEER-REQUISICION
           END-PERFORM.

           ADD 1 TO WS-NUEVO-NUMERO.
           MOVE "00" TO FL-RQS.

       2310-LEER-REQUISICION.
      *-----------------------
           READ ARCHIVO-REQUISICIONES NEXT RECORD
           END-READ.

       3000-APROBAR-REQUISICION.
      *--------------------------
      *    DOBLE CONTROL: QUIEN APRUEBA NO PUEDE SER QUIEN REGISTRO
      *    LA REQUISICION.
           PERFORM 1210-LEER-REQUISICION.

           IF FL-RQS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF RQS-ESTADO-APROBACION NOT = "P" OR RQS-ESTADO NOT = "A"
             DISPLAY "ESTA REQUISICION YA FUE PROCESADA. APROBACION: "
                 RQS-ESTADO-APROBACION " ESTADO: " RQS-ESTADO
             EXIT PARAGRAPH
           END-IF.

           IF LK-OPERADOR = RQS-OPE-REGISTRO
             DISPLAY "EL APROBADOR DEBE SER UN OPERADOR DISTINTO "
                 "AL QUE REGISTRO LA REQUISICION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9100-MOSTRAR-REQUISICION.

           DISPLAY "APROBAR ESTA REQUISICION? "
               "(S=APROBAR / R=RECHAZAR / N=DEJAR PENDIENTE): ".
           ACCEPT WS-CONFIRMA.

           EVALUATE WS-CONFIRMA
               WHEN "S"
               WHEN "s"
                 MOVE "A" TO RQS-ESTADO-APROBACION
               WHEN "R"
               WHEN "r"
                 MOVE "R" TO RQS-ESTADO-APROBACION
               WHEN OTHER
                 DISPLAY "LA REQUISICION QUEDA PENDIENTE"
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE LK-OPERADOR      TO RQS-OPE-APROBACION.
           MOVE WS-FECHA-SISTEMA TO RQS-FEC-APROBACION.

           REWRITE RQS-DATOS.

           IF FL-RQS = "00"
             IF RQS-ESTADO-APROBACION = "A"
               DISPLAY "REQUISICION APROBADA"
             ELSE
               DISPLAY "REQUISICION RECHAZADA"
             END-IF
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-RQS
           END-IF.

       4000-REGISTRAR-CANDIDATO.
      *--------------------------
           PERFORM 1210-LEER-REQUISICION.

           IF FL-RQS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF RQS-ESTADO-APROBACION NOT = "A" OR RQS-ESTADO NOT = "A"
             DISPLAY "SOLO SE RECIBEN CANDIDATOS EN REQUISICIONES "
                 "APROBADAS Y ABIERTAS"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA CEDULA DEL CANDIDATO: ".
           ACCEPT WS-CND-CEDULA.
           DISPLAY "INGRESE LOS NOMBRES DEL CANDIDATO: ".
           ACCEPT WS-CND-NOMBRES.
           DISPLAY "INGRESE EL CELULAR DEL CANDIDATO: ".
           ACCEPT WS-CND-CELULAR.
           DISPLAY "INGRESE UNA OBSERVACION (OPCIONAL): ".
           ACCEPT WS-CND-OBSERVACION.

           MOVE 0 TO WS-BANDERA-CEDULA.
           IF WS-CND-CEDULA IS NUMERIC AND WS-CND-CEDULA > ZEROS
             PERFORM 4900-VALIDAR-CEDULA
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-CEDULA-CORRECTA
                 DISPLAY "LA CEDULA INGRESADA NO ES VALIDA"
                 EXIT PARAGRAPH
               WHEN WS-CND-NOMBRES = SPACES
                 DISPLAY "ERROR AL INGRESAR LOS NOMBRES"
                 EXIT PARAGRAPH
               WHEN WS-CND-CELULAR IS NOT NUMERIC OR
                    WS-CND-CELULAR <= ZEROS
                 DISPLAY "ERROR AL INGRESAR EL CELULAR"
                 EXIT PARAGRAPH
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    LA CEDULA ES UNICA EN EL MAESTRO: UN EMPLEADO ACTIVO
      *    CAMBIA DE CARGO U OFICINA POR PROMOCION O TRASLADO, Y UN
      *    EX EMPLEADO REINGRESA REACTIVANDO SU PROPIA FICHA.
           MOVE WS-CND-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS
             KEY IS EMP-CEDULA
           END-READ.

           IF FL-EMP = "00"
             IF EMP-ESTADO = "A"
               DISPLAY "LA CEDULA PERTENECE AL EMPLEADO ACTIVO "
                   EMP-CLAVE "; USE PROMOCION O TRASLADO"
             ELSE
               DISPLAY "LA CEDULA PERTENECE AL EX EMPLEADO "
                   EMP-CLAVE "; SU REINGRESO SE HACE REACTIVANDO "
                   "SU FICHA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM 4100-ASIGNAR-SECUENCIA.

           IF WS-CEDULA-REPETIDA = "S"
             DISPLAY "ESE CANDIDATO YA ESTA REGISTRADO EN LA "
                 "REQUISICION"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE CND-DATOS.
           MOVE WS-CIA-CODIGO       TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO       TO CND-NUM-REQUISICION.
           MOVE WS-NUEVA-SECUENCIA  TO CND-SECUENCIA.
           MOVE WS-CND-CEDULA       TO CND-CEDULA.
           MOVE WS-CND-NOMBRES      TO CND-NOMBRES.
           MOVE WS-CND-CELULAR      TO CND-CELULAR.
           MOVE "R"                 TO CND-ETAPA.
           MOVE WS-FECHA-SISTEMA    TO CND-FEC-ETAPA.
           MOVE WS-CND-OBSERVACION  TO CND-OBSERVACION.

           WRITE CND-DATOS.

           IF FL-CND = "00"
             DISPLAY "CANDIDATO " CND-SECUENCIA " REGISTRADO EN LA "
                 "REQUISICION " CND-NUM-REQUISICION
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " FL-CND
           END-IF.

       4100-ASIGNAR-SECUENCIA.
      *------------------------
      *    SIGUIENTE SECUENCIA DE LA REQUISICION; DE PASO SE
      *    DETECTA LA CEDULA YA POSTULADA A LA MISMA REQUISICION.
           MOVE ZERO TO WS-NUEVA-SECUENCIA.
           MOVE "N"  TO WS-CEDULA-REPETIDA.

           MOVE WS-CIA-CODIGO TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO TO CND-NUM-REQUISICION.
           MOVE ZERO          TO CND-SECUENCIA.

           START ARCHIVO-CANDIDATOS KEY IS NOT LESS THAN CND-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CND
           END-START.

           IF FL-CND = "00"
             PERFORM 4110-LEER-CANDIDATO
           END-IF.

           PERFORM UNTIL FL-CND NOT = "00" OR
                   CND-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   CND-NUM-REQUISICION NOT = WS-REQ-NUMERO
             MOVE CND-SECUENCIA TO WS-NUEVA-SECUENCIA
             IF CND-CEDULA = WS-CND-CEDULA
               MOVE "S" TO WS-CEDULA-REPETIDA
             END-IF
             PERFORM 4110-LEER-CANDIDATO
           END-PERFORM.

           ADD 1 TO WS-NUEVA-SECUENCIA.
           MOVE "00" TO FL-CND.

       4110-LEER-CANDIDATO.
      *---------------------
           READ ARCHIVO-CANDIDATOS NEXT RECORD
           END-READ.

       4900-VALIDAR-CEDULA.
      *---------------------
      *    COEFICIENTES 2,1,2,1,2,1,2,1,2 SOBRE LOS 9 PRIMEROS
      *    DIGITOS; SI EL PRODUCTO SUPERA 9 SE LE RESTA 9.
           MOVE WS-CND-CEDULA TO WS-CED-CAMPO.
           MOVE ZERO TO WS-CED-SUMA.

           PERFORM VARYING WS-CED-IND FROM 1 BY 1
               UNTIL WS-CED-IND > 9
             IF FUNCTION MOD (WS-CED-IND 2) = 1
               COMPUTE WS-CED-PROD = WS-CED-DIG(WS-CED-IND) * 2
               IF WS-CED-PROD > 9
                 SUBTRACT 9 FROM WS-CED-PROD
               END-IF
             ELSE
               MOVE WS-CED-DIG(WS-CED-IND) TO WS-CED-PROD
             END-IF
             ADD WS-CED-PROD TO WS-CED-SUMA
           END-PERFORM.

           COMPUTE WS-CED-RESIDUO = FUNCTION MOD (WS-CED-SUMA 10).

           IF WS-CED-RESIDUO = 0
             MOVE 0 TO WS-CED-VERIFICADOR
           ELSE
             COMPUTE WS-CED-VERIFICADOR = 10 - WS-CED-RESIDUO
           END-IF.

           IF WS-CED-VERIFICADOR = WS-CED-DIG(10)
             MOVE 1 TO WS-BANDERA-CEDULA
           ELSE
             MOVE 0 TO WS-BANDERA-CEDULA
           END-IF.

       5000-ACTUALIZAR-CANDIDATO.
      *---------------------------
           PERFORM 1210-LEER-REQUISICION.

           IF FL-RQS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF RQS-ESTADO-APROBACION NOT = "A" OR RQS-ESTADO NOT = "A"
             DISPLAY "LA REQUISICION NO ESTA APROBADA Y ABIERTA"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE LA SECUENCIA DEL CANDIDATO: ".
           ACCEPT WS-CND-SECUENCIA.

           MOVE WS-CIA-CODIGO    TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO    TO CND-NUM-REQUISICION.
           MOVE WS-CND-SECUENCIA TO CND-SECUENCIA.

           READ ARCHIVO-CANDIDATOS
           END-READ.

           IF FL-CND NOT = "00"
             DISPLAY "NO EXISTE ESE CANDIDATO EN LA REQUISICION"
             EXIT PARAGRAPH
           END-IF.

           IF CND-ETAPA = "C"
             DISPLAY "EL CANDIDATO YA FUE CONTRATADO COMO EMPLEADO "
                 CND-COD-EMPLEADO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9200-MOSTRAR-CANDIDATO.

           DISPLAY "INGRESE LA NUEVA ETAPA (R=RECIBIDO / "
               "E=ENTREVISTA / P=PRUEBAS / O=OFERTA / "
               "S=SELECCIONADO / D=DESCARTADO): ".
           ACCEPT WS-CND-ETAPA.

           IF NOT (WS-CND-ETAPA = "R" OR WS-CND-ETAPA = "E" OR
                   WS-CND-ETAPA = "P" OR WS-CND-ETAPA = "O" OR
                   WS-CND-ETAPA = "S" OR WS-CND-ETAPA = "D")
             DISPLAY "LA ETAPA SOLO PUEDE SER R/E/P/O/S/D"
             EXIT PARAGRAPH
           END-IF.

           IF WS-CND-ETAPA = "O" OR WS-CND-ETAPA = "S"
             PERFORM 5100-CAPTURAR-OFERTA
             IF WS-CONFIRMA NOT = "S"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-CND-ETAPA = "S"
             PERFORM 5200-CONTAR-SELECCIONADOS
             IF WS-SELECCIONADOS > ZEROS
               DISPLAY "YA HAY UN CANDIDATO SELECCIONADO EN ESTA "
                   "REQUISICION"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "INGRESE UNA OBSERVACION (ENTER = SIN CAMBIO): ".
           MOVE SPACES TO WS-CND-OBSERVACION.
           ACCEPT WS-CND-OBSERVACION.

           MOVE WS-CIA-CODIGO    TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO    TO CND-NUM-REQUISICION.
           MOVE WS-CND-SECUENCIA TO CND-SECUENCIA.

           READ ARCHIVO-CANDIDATOS
           END-READ.

           MOVE WS-CND-ETAPA     TO CND-ETAPA.
           MOVE WS-FECHA-SISTEMA TO CND-FEC-ETAPA.
           IF WS-CND-ETAPA = "O" OR WS-CND-ETAPA = "S"
             MOVE WS-CND-SUELDO-OFERTA TO CND-SUELDO-OFERTA
             MOVE WS-CND-FEC-INGRESO   TO CND-FEC-INGRESO
           END-IF.
           IF WS-CND-OBSERVACION NOT = SPACES
             MOVE WS-CND-OBSERVACION TO CND-OBSERVACION
           END-IF.

           REWRITE CND-DATOS.

           IF FL-CND = "00"
             DISPLAY "CANDIDATO ACTUALIZADO"
             IF CND-ETAPA = "S"
               DISPLAY "CONVIERTALO EN EMPLEADO DESDE EL "
                   "MANTENIMIENTO DE EMPLEADOS"
             END-IF
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-CND
           END-IF.

       5100-CAPTURAR-OFERTA.
      *----------------------
      *    LA OFERTA DEBE CAER EN LA BANDA DEL CARGO, QUE ES LA
      *    MISMA QUE EXIGIRA EL ALTA DEL EMPLEADO.
           MOVE "N" TO WS-CONFIRMA.

           DISPLAY "INGRESE EL SUELDO OFRECIDO: ".
           ACCEPT WS-CND-SUELDO-OFERTA.
           DISPLAY "INGRESE LA FECHA DE INGRESO ACORDADA "
               "(AAAAMMDD): ".
           ACCEPT WS-CND-FEC-INGRESO.

           MOVE RQS-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.

           IF WS-CND-SUELDO-OFERTA IS NOT NUMERIC OR
              WS-CND-SUELDO-OFERTA <= ZEROS
             DISPLAY "ERROR AL INGRESAR EL SUELDO OFRECIDO"
             EXIT PARAGRAPH
           END-IF.

           IF FL-CAR = "00" AND
              (WS-CND-SUELDO-OFERTA < CAR-SUELDO-MINIMO OR
               WS-CND-SUELDO-OFERTA > CAR-SUELDO-MAXIMO)
             DISPLAY "LA OFERTA NO ESTA DENTRO DE LA BANDA DEL "
                 "CARGO (" CAR-SUELDO-MINIMO " - "
                 CAR-SUELDO-MAXIMO ")"
             EXIT PARAGRAPH
           END-IF.

           IF WS-CND-FEC-INGRESO IS NOT NUMERIC
             DISPLAY "ERROR AL INGRESAR LA FECHA DE INGRESO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CND-FEC-INGRESO TO WS-VAL-FECHA.
           MOVE "N"                TO WS-VAL-FUTURO.
           MOVE "N"                TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO      TO WS-VAL-EMPRESA.
           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DE INGRESO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-CONFIRMA.

       5200-CONTAR-SELECCIONADOS.
      *---------------------------
           MOVE ZERO TO WS-SELECCIONADOS.

           MOVE WS-CIA-CODIGO TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO TO CND-NUM-REQUISICION.
           MOVE ZERO          TO CND-SECUENCIA.

           START ARCHIVO-CANDIDATOS KEY IS NOT LESS THAN CND-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CND
           END-START.

           IF FL-CND = "00"
             PERFORM 4110-LEER-CANDIDATO
           END-IF.

           PERFORM UNTIL FL-CND NOT = "00" OR
                   CND-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   CND-NUM-REQUISICION NOT = WS-REQ-NUMERO
             IF CND-ETAPA = "S" AND
                CND-SECUENCIA NOT = WS-CND-SECUENCIA
               ADD 1 TO WS-SELECCIONADOS
             END-IF
             PERFORM 4110-LEER-CANDIDATO
           END-PERFORM.

       6000-CONSULTAR-REQUISICION.
      *----------------------------
           PERFORM 1210-LEER-REQUISICION.

           IF FL-RQS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9100-MOSTRAR-REQUISICION.

           DISPLAY "CANDIDATOS:".

           MOVE WS-CIA-CODIGO TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO TO CND-NUM-REQUISICION.
           MOVE ZERO          TO CND-SECUENCIA.

           START ARCHIVO-CANDIDATOS KEY IS NOT LESS THAN CND-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CND
           END-START.

           IF FL-CND = "00"
             PERFORM 4110-LEER-CANDIDATO
           END-IF.

           PERFORM UNTIL FL-CND NOT = "00" OR
                   CND-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   CND-NUM-REQUISICION NOT = WS-REQ-NUMERO
             PERFORM 9200-MOSTRAR-CANDIDATO
             PERFORM 4110-LEER-CANDIDATO
           END-PERFORM.

           DISPLAY WS-DECORADOR.

       6500-CANCELAR-REQUISICION.
      *---------------------------
           PERFORM 1210-LEER-REQUISICION.

           IF FL-RQS NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF RQS-ESTADO NOT = "A"
             DISPLAY "LA REQUISICION YA ESTA CERRADA. ESTADO: "
                 RQS-ESTADO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9100-MOSTRAR-REQUISICION.

           DISPLAY "CONFIRMA LA CANCELACION? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "LA REQUISICION SIGUE ABIERTA"
             EXIT PARAGRAPH
           END-IF.

           MOVE "X"              TO RQS-ESTADO.
           MOVE WS-FECHA-SISTEMA TO RQS-FEC-CIERRE.

           REWRITE RQS-DATOS.

           IF FL-RQS = "00"
             DISPLAY "REQUISICION CANCELADA; SU CUPO QUEDA LIBRE"
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-RQS
           END-IF.

       7000-REPORTE-COBERTURA.
      *------------------------
      *    EL TIEMPO DE COBERTURA CORRE DESDE LA APROBACION, QUE ES
      *    CUANDO LA VACANTE QUEDA AUTORIZADA, HASTA EL CIERRE POR
      *    CONTRATACION; LAS CANCELADAS NO CUENTAN.
           PERFORM 1200-PEDIR-EMPRESA.
           DISPLAY "INGRESE EL ANIO A REPORTAR (AAAA): ".
           ACCEPT WS-REQ-ANIO.

           INITIALIZE WS-MATRIZ-COBERTURA.
           INITIALIZE WS-TOTALES-COBERTURA.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-REQ "    TO WS-RPT-NOMBRE.
           MOVE "TIEMPO DE COBERTURA DE VACANTES POR OFICINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-REQ-ANIO   TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           COMPUTE WS-DIA-FIN = FUNCTION INTEGER-OF-DATE(
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD).

           MOVE LOW-VALUES    TO RQS-CLAVE.
           MOVE WS-CIA-CODIGO TO RQS-COD-EMPRESA.

           START ARCHIVO-REQUISICIONES KEY IS NOT LESS THAN RQS-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RQS
           END-START.

           IF FL-RQS = "00"
             PERFORM 2310-LEER-REQUISICION
           END-IF.

           PERFORM UNTIL FL-RQS NOT = "00" OR
                   RQS-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF RQS-ESTADO-APROBACION = "A" AND
                RQS-COD-OFICINA > ZEROS
               PERFORM 7100-ACUMULAR-REQUISICION
             END-IF
             PERFORM 2310-LEER-REQUISICION
           END-PERFORM.

           PERFORM VARYING WS-IND-OFI FROM 1 BY 1
               UNTIL WS-IND-OFI > 999
             IF WS-TTF-CUBIERTAS(WS-IND-OFI) > ZEROS OR
                WS-TTF-ABIERTAS(WS-IND-OFI) > ZEROS
               PERFORM 7200-IMPRIMIR-OFICINA
             END-IF
           END-PERFORM.

           IF WS-TOT-CUBIERTAS > ZEROS
             COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                 WS-TOT-DIAS / WS-TOT-CUBIERTAS
           ELSE
             MOVE ZERO TO WS-PROMEDIO-DIAS
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: CUBIERTAS " WS-TOT-CUBIERTAS
               " PROMEDIO DIAS " WS-PROMEDIO-DIAS
               " ABIERTAS " WS-TOT-ABIERTAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       7100-ACUMULAR-REQUISICION.
      *---------------------------
           MOVE RQS-COD-OFICINA TO WS-IND-OFI.

           COMPUTE WS-DIA-INICIO = FUNCTION INTEGER-OF-DATE(
               RQS-FEC-APR-AA * 10000 + RQS-FEC-APR-MM * 100 +
               RQS-FEC-APR-DD).

           EVALUATE TRUE
               WHEN RQS-ESTADO = "C" AND
                    RQS-FEC-CIE-AA = WS-REQ-ANIO
                 COMPUTE WS-DIAS-COBERTURA = FUNCTION INTEGER-OF-DATE(
                     RQS-FEC-CIE-AA * 10000 + RQS-FEC-CIE-MM * 100 +
                     RQS-FEC-CIE-DD) - WS-DIA-INICIO
                 ADD 1 TO WS-TTF-CUBIERTAS(WS-IND-OFI)
                 ADD WS-DIAS-COBERTURA TO WS-TTF-DIAS(WS-IND-OFI)
                 IF WS-TTF-CUBIERTAS(WS-IND-OFI) = 1 OR
                    WS-DIAS-COBERTURA < WS-TTF-MINIMO(WS-IND-OFI)
                   MOVE WS-DIAS-COBERTURA
                     TO WS-TTF-MINIMO(WS-IND-OFI)
                 END-IF
                 IF WS-DIAS-COBERTURA > WS-TTF-MAXIMO(WS-IND-OFI)
                   MOVE WS-DIAS-COBERTURA
                     TO WS-TTF-MAXIMO(WS-IND-OFI)
                 END-IF
                 ADD 1 TO WS-TOT-CUBIERTAS
                 ADD WS-DIAS-COBERTURA TO WS-TOT-DIAS
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING "  REQ " RQS-NUMERO " OFI " RQS-COD-OFICINA
                     " CARGO " RQS-COD-CARGO
                     " APROBADA " RQS-FEC-APR-AA "-" RQS-FEC-APR-MM
                     "-" RQS-FEC-APR-DD
                     " CUBIERTA " RQS-FEC-CIE-AA "-" RQS-FEC-CIE-MM
                     "-" RQS-FEC-CIE-DD
                     " DIAS " WS-DIAS-COBERTURA
                     " EMPLEADO " RQS-COD-EMPLEADO
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 9000-ESCRIBIR-LINEA
               WHEN RQS-ESTADO = "A"
                 COMPUTE WS-DIAS-COBERTURA = WS-DIA-FIN - WS-DIA-INICIO
                 ADD 1 TO WS-TTF-ABIERTAS(WS-IND-OFI)
                 ADD WS-DIAS-COBERTURA TO WS-TTF-ANTIGUEDAD(WS-IND-OFI)
                 ADD 1 TO WS-TOT-ABIERTAS
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       7200-IMPRIMIR-OFICINA.
      *-----------------------
           IF WS-TTF-CUBIERTAS(WS-IND-OFI) > ZEROS
             COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                 WS-TTF-DIAS(WS-IND-OFI) /
                 WS-TTF-CUBIERTAS(WS-IND-OFI)
           ELSE
             MOVE ZERO TO WS-PROMEDIO-DIAS
           END-IF.

           IF WS-TTF-ABIERTAS(WS-IND-OFI) > ZEROS
             COMPUTE WS-PROMEDIO-ANTIG ROUNDED =
                 WS-TTF-ANTIGUEDAD(WS-IND-OFI) /
                 WS-TTF-ABIERTAS(WS-IND-OFI)
           ELSE
             MOVE ZERO TO WS-PROMEDIO-ANTIG
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OFICINA " WS-IND-OFI
               " CUBIERTAS " WS-TTF-CUBIERTAS(WS-IND-OFI)
               " PROMEDIO " WS-PROMEDIO-DIAS
               " MIN " WS-TTF-MINIMO(WS-IND-OFI)
               " MAX " WS-TTF-MAXIMO(WS-IND-OFI)
               " ABIERTAS " WS-TTF-ABIERTAS(WS-IND-OFI)
               " ANTIG. PROM " WS-PROMEDIO-ANTIG
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-MOSTRAR-REQUISICION.
      *--------------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "REQUISICION:   " RQS-COD-EMPRESA "-" RQS-NUMERO.
           DISPLAY "OFICINA/CARGO: " RQS-COD-OFICINA "/"
               RQS-COD-CARGO " DEPTO " RQS-COD-DEPARTAMENTO
               " PLAZA " RQS-VIG-AA "-" RQS-VIG-MM.
           DISPLAY "SOLICITANTE:   " RQS-COD-SOLICITANTE
               " REGISTRO " RQS-OPE-REGISTRO " EL " RQS-FEC-SOL-AA
               "-" RQS-FEC-SOL-MM "-" RQS-FEC-SOL-DD.
           DISPLAY "MOTIVO:        " RQS-MOTIVO.
           DISPLAY "CONTRATO/SUELDO OBJETIVO: " RQS-TIPO-CONTRATO
               " " RQS-SUELDO-OBJETIVO.
           DISPLAY "APROBACION:    " RQS-ESTADO-APROBACION " "
               RQS-OPE-APROBACION " " RQS-FEC-APR-AA "-"
               RQS-FEC-APR-MM "-" RQS-FEC-APR-DD.
           DISPLAY "ESTADO:        " RQS-ESTADO
               " (A=ABIERTA C=CUBIERTA X=CANCELADA)".
           IF RQS-ESTADO NOT = "A"
             DISPLAY "CIERRE:        " RQS-FEC-CIE-AA "-"
                 RQS-FEC-CIE-MM "-" RQS-FEC-CIE-DD
                 " EMPLEADO " RQS-COD-EMPLEADO
           END-IF.

       9200-MOSTRAR-CANDIDATO.
      *------------------------
           DISPLAY "  " CND-SECUENCIA " " CND-CEDULA " " CND-NOMBRES
               " ETAPA " CND-ETAPA " DESDE " CND-FEC-ETA-AA "-"
               CND-FEC-ETA-MM "-" CND-FEC-ETA-DD.
           IF CND-SUELDO-OFERTA > ZEROS
             DISPLAY "      OFERTA " CND-SUELDO-OFERTA " INGRESO "
                 CND-FEC-ING-AA "-" CND-FEC-ING-MM "-"
                 CND-FEC-ING-DD
           END-IF.
           IF CND-OBSERVACION NOT = SPACES
             DISPLAY "      " CND-OBSERVACION
           END-IF.
