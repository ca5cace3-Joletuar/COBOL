      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SINC-HRS.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-CPD.cpy".
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-PRO.cpy".
            COPY "./Copys/FISI-CIU.cpy".
            COPY "./Copys/FISI-MON.cpy".
            COPY "./Copys/FISI-HOF.cpy".
            COPY "./Copys/FISI-HDP.cpy".
            COPY "./Copys/FISI-HCA.cpy".
            COPY "./Copys/FISI-SNC.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

      *    ARCHIVO DIARIO DE NOVEDADES QUE ENVIA EL HRIS DEL GRUPO:
      *    CABECERA CON LA FECHA DEL LOTE, UN REGISTRO POR ALTA,
      *    CAMBIO O BAJA CON LA FICHA COMPLETA DEL EMPLEADO Y UNA
      *    COLA CON EL NUMERO DE MOVIMIENTOS.
            SELECT ARCHIVO-DELTA-HRIS
              ASSIGN TO WS-RUTA-DELTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-DLT.

      *    REGLAS DE PROPIEDAD POR CAMPO, MANTENIDAS POR TALENTO
      *    HUMANO. UN CAMPO QUE NO APARECE CONSERVA SU DUENIO POR
      *    OMISION.
            SELECT ARCHIVO-REGLAS-HRIS
              ASSIGN TO "../Archivos/Reglas-HRIS.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-RGL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-CPD.cpy".
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-PRO.cpy".
            COPY "./Copys/LOGI-CIU.cpy".
            COPY "./Copys/LOGI-MON.cpy".
            COPY "./Copys/LOGI-HOF.cpy".
            COPY "./Copys/LOGI-HDP.cpy".
            COPY "./Copys/LOGI-HCA.cpy".
            COPY "./Copys/LOGI-SNC.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

      *    TIPO H = CABECERA, A = ALTA, C = CAMBIO, B = BAJA,
      *    T = COLA. EN LA BAJA SOLO SE USAN CLAVE, FECHA Y MOTIVO.
       FD  ARCHIVO-DELTA-HRIS.
       01  DLT-DATOS.
           03 DLT-TIPO                   PIC X(1).
           03 DLT-DETALLE.
              05 DLT-COD-EMPLEADO        PIC 9(8).
              05 DLT-CEDULA              PIC 9(10).
              05 DLT-NOMBRES             PIC X(40).
              05 DLT-DIRECCION           PIC X(40).
              05 DLT-CERULAR             PIC 9(10).
              05 DLT-COD-EMPRESA         PIC 9(3).
              05 DLT-COD-OFICINA         PIC 9(3).
              05 DLT-COD-DEPARTAMENTO    PIC 9(3).
              05 DLT-COD-CARGO           PIC 9(3).
              05 DLT-COD-PROFESION       PIC 9(3).
              05 DLT-COD-CIU-RESIDENCIA  PIC 9(3).
              05 DLT-COD-MONEDA          PIC 9(3).
              05 DLT-FREC-PAGO           PIC X(1).
              05 DLT-FEC-INGRESO         PIC 9(8).
              05 DLT-FEC-NACIMIENTO      PIC 9(8).
              05 DLT-GENERO              PIC X(1).
              05 DLT-ESTADO-CIVIL        PIC X(1).
              05 DLT-COD-SUPERVISOR      PIC 9(8).
              05 DLT-SUELDO              PIC 9(8)V9(2).
              05 DLT-COD-BANCO           PIC 9(3).
              05 DLT-TIPO-CUENTA         PIC X(1).
              05 DLT-NUM-CUENTA          PIC X(20).
              05 DLT-FEC-BAJA            PIC 9(8).
              05 DLT-COD-MOTIVO-BAJA     PIC 9(2).
           03 DLT-CABECERA REDEFINES DLT-DETALLE.
              05 DLT-CAB-FECHA           PIC 9(8).
              05 DLT-CAB-ORIGEN          PIC X(10).
              05 FILLER                  PIC X(182).
           03 DLT-COLA REDEFINES DLT-DETALLE.
              05 DLT-COLA-REGISTROS      PIC 9(7).
              05 FILLER                  PIC X(193).

       FD  ARCHIVO-REGLAS-HRIS.
       01  RGL-DATOS.
           03 RGL-CAMPO                  PIC X(12).
           03 RGL-DUENIO                 PIC X(1).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-CPD                  PIC XX.
       01  FS-CIA                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-PRO                  PIC XX.
       01  FL-CIU                  PIC XX.
       01  FL-MON                  PIC XX.
       01  FL-HOF                  PIC XX.
       01  FL-HDP                  PIC XX.
       01  FL-HCA                  PIC XX.
       01  FL-SNC                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-DLT                  PIC XX.
       01  FL-RGL                  PIC XX.

       01  WS-RUTA-DELTA            PIC X(60)
           VALUE "../Archivos/Delta-HRIS.txt".
       01  WS-RUTA-INGRESADA        PIC X(60).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).
       01  WS-HORA-SINC             PIC 9(6).

       01  WS-OPERADOR-ROL.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-SINC          PIC 9.
           88 WS-CON-IMAGEN-SINC    VALUE 1.
           88 WS-SIN-IMAGEN-SINC    VALUE 0.

       01  WS-BANDERA-CAMBIO        PIC 9.
           88 WS-HUBO-CAMBIO        VALUE 1.
           88 WS-NO-HUBO-CAMBIO     VALUE 0.

       01  WS-CONFIRMACION          PIC X(1).
       01  WS-MOTIVO-RECHAZO        PIC X(60).

      *    CONTROL DEL LOTE: SE VALIDA COMPLETO ANTES DE APLICAR
      *    NADA. LA FECHA DEBE SER POSTERIOR AL ULTIMO LOTE
      *    APLICADO PARA NO REPROCESAR UN ARCHIVO REPETIDO.
       01  WS-CONTROL-LOTE.
           03 WS-LOTE-FECHA         PIC 9(8).
           03 WS-LOTE-ORIGEN        PIC X(10).
           03 WS-LOTE-COLA          PIC 9(7).
           03 WS-LOTE-DETALLES      PIC 9(7).
           03 WS-LOTE-CABECERAS     PIC 9(3).
           03 WS-LOTE-COLAS         PIC 9(3).
           03 WS-LOTE-DESCONOCIDOS  PIC 9(7).
           03 WS-ULTIMO-LOTE        PIC 9(8).

      *    REGLAS DE PROPIEDAD. H = EL HRIS ES DUENIO Y SU VALOR SE
      *    APLICA; N = NOMINA ES DUENIA Y EL VALOR DEL HRIS SOLO SE
      *    INFORMA; A = EL CAMBIO QUEDA PENDIENTE DE APROBACION EN LA
      *    COLA DE DOBLE CONTROL. SUELDO Y CUENTA NUNCA ADMITEN H.
       01  WS-REGLAS-VALORES.
           03 FILLER PIC X(13) VALUE "NOMBRES     H".
           03 FILLER PIC X(13) VALUE "DIRECCION   H".
           03 FILLER PIC X(13) VALUE "CELULAR     H".
           03 FILLER PIC X(13) VALUE "OFICINA     H".
           03 FILLER PIC X(13) VALUE "DEPARTAMENTOH".
           03 FILLER PIC X(13) VALUE "CARGO       H".
           03 FILLER PIC X(13) VALUE "PROFESION   H".
           03 FILLER PIC X(13) VALUE "CIUDAD      H".
           03 FILLER PIC X(13) VALUE "NACIMIENTO  H".
           03 FILLER PIC X(13) VALUE "GENERO      H".
           03 FILLER PIC X(13) VALUE "ESTADO-CIVILH".
           03 FILLER PIC X(13) VALUE "SUPERVISOR  H".
           03 FILLER PIC X(13) VALUE "SUELDO      A".
           03 FILLER PIC X(13) VALUE "CUENTA      A".
       01  WS-REGLAS REDEFINES WS-REGLAS-VALORES.
           03 WS-REGLA OCCURS 14 TIMES.
              05 WS-REG-CAMPO       PIC X(12).
              05 WS-REG-DUENIO      PIC X(1).

       77  WS-TOT-CAMPOS            PIC 9(2) VALUE 14.
       77  WS-CAMPO-SUELDO          PIC 9(2) VALUE 13.
       77  WS-CAMPO-CUENTA          PIC 9(2) VALUE 14.
       01  WS-IND-CAMPO             PIC 9(2).
       01  WS-IND-REGLA             PIC 9(2).
       01  WS-LINEA-REGLA           PIC 9(3).

      *    PARA CADA CAMPO: VALOR DEL HRIS, VALOR ACTUAL DEL MAESTRO
      *    Y VALOR QUE QUEDO EN LA ULTIMA SINCRONIZACION. LA ACCION
      *    RESULTANTE ES H (APLICAR), A (SOLICITAR APROBACION), N (NO
      *    APLICADO POR SER DE NOMINA), L (SE CONSERVA EL CAMBIO
      *    LOCAL) O EN BLANCO (SIN DIFERENCIA).
       01  WS-IMAGENES.
           03 WS-IMG-CAMPO OCCURS 14 TIMES.
              05 WS-IMG-HRIS        PIC X(40).
              05 WS-IMG-ACTUAL      PIC X(40).
              05 WS-IMG-SINC        PIC X(40).
              05 WS-IMG-ACCION      PIC X(1).
              05 WS-IMG-LOCAL       PIC X(1).

       01  WS-SUELDO-IMAGEN         PIC 9(8)V9(2).
       01  WS-SUELDO-IMAGEN-X REDEFINES WS-SUELDO-IMAGEN
                                    PIC X(10).
       01  WS-CUENTA-IMAGEN.
           03 WS-CTA-COD-BANCO      PIC 9(3).
           03 WS-CTA-TIPO-CUENTA    PIC X(1).
           03 WS-CTA-NUM-CUENTA     PIC X(20).

       01  WS-EMP-ANTERIOR.
           03 WS-OFICINA-ANTERIOR   PIC 9(3).
           03 WS-DEPTO-ANTERIOR     PIC 9(3).
           03 WS-CARGO-ANTERIOR     PIC 9(3).
       01  WS-OFICINA-DESTINO       PIC 9(3).
       01  WS-DEPTO-DESTINO         PIC 9(3).

       01  WS-SNAPSHOT-ANTES        PIC X(200).
       01  WS-SNAPSHOT-DESPUES      PIC X(200).
       01  WS-AUD-OPERACION         PIC X(1).

       01  WS-CPD-NUEVA-SEC         PIC 9(6).
       01  WS-CPD-ARCHIVO           PIC X(3).
       01  WS-BANDERA-PENDIENTE     PIC 9.
           88 WS-YA-PENDIENTE       VALUE 1.
           88 WS-NO-PENDIENTE       VALUE 0.

       01  WS-CONTADORES.
           03 WS-TOT-LEIDOS         PIC 9(7).
           03 WS-TOT-ALTAS          PIC 9(7).
           03 WS-TOT-CAMBIOS        PIC 9(7).
           03 WS-TOT-BAJAS          PIC 9(7).
           03 WS-TOT-SIN-CAMBIO     PIC 9(7).
           03 WS-TOT-RECHAZADOS     PIC 9(7).
           03 WS-TOT-EN-EDICION     PIC 9(7).
           03 WS-TOT-APLICADOS      PIC 9(7).
           03 WS-TOT-PENDIENTES     PIC 9(7).
           03 WS-TOT-NO-APLICADOS   PIC 9(7).
           03 WS-TOT-CONFLICTOS     PIC 9(7).
           03 WS-TOT-LOCALES        PIC 9(7).

       01  WS-CONTROL-EDICION.
           03 WS-EDI-OPERACION        PIC X(1).
           03 WS-EDI-ARCHIVO          PIC X(11).
           03 WS-EDI-CLAVE            PIC X(20).
           03 WS-EDI-OPERADOR         PIC X(10).
           03 WS-EDI-PROGRAMA         PIC X(8).
           03 WS-EDI-MARCA-TOMA       PIC 9(14).
           03 WS-EDI-RESULTADO        PIC X(1).
               88 WS-EDICION-OK       VALUE "0".

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

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).
       01  WS-TEXTO-ACCION          PIC X(40).
       01  WS-CONTADOR-EDITADO          PIC Z(6)9.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

      *    EL HRIS CORPORATIVO ES LA FUENTE DE LOS DATOS PERSONALES Y
      *    ORGANIZACIONALES DE TODO EL GRUPO: EL LOTE SE APLICA A
      *    TODAS LAS EMPRESAS, NO SOLO A LA EMPRESA ACTIVA. CARGA-EMP
      *    SIGUE SIENDO LA CARGA INICIAL DE EMPLEADOS NUEVOS.
       0000-MAIN.
      *----------
           PERFORM 1100-LEER-OPERADOR.

           IF NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             GOBACK
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 2100-CARGAR-REGLAS
             PERFORM 2200-VALIDAR-LOTE
           END-IF.

           IF WS-CAMPOS-CORRECTO
             DISPLAY "LOTE " WS-LOTE-FECHA " DE " WS-LOTE-ORIGEN
                 " CON " WS-LOTE-DETALLES " MOVIMIENTOS"
             DISPLAY "CONFIRMA LA SINCRONIZACION (S/N): "
             ACCEPT WS-CONFIRMACION
             IF WS-CONFIRMACION NOT = "S" AND
                WS-CONFIRMACION NOT = "s"
               MOVE 0 TO WS-BANDERA-CAMPOS
             END-IF
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 3000-APLICAR-LOTE
             PERFORM 4000-CAMBIOS-LOCALES
             PERFORM 5000-ACTUALIZAR-CONTROL
             PERFORM 6000-IMPRIMIR-TOTALES
             MOVE "C" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
           ELSE
             DISPLAY "NO SE APLICO EL LOTE DEL HRIS"
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN I-O ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-CARGOS.
           OPEN INPUT ARCHIVO-PROFESIONES.
           OPEN INPUT ARCHIVO-CIUDADES.
           OPEN INPUT ARCHIVO-MONEDAS.

           OPEN INPUT ARCHIVO-DEPARTAMENTOS.
           IF FL-DEP NOT = "00"
             OPEN OUTPUT ARCHIVO-DEPARTAMENTOS
             CLOSE ARCHIVO-DEPARTAMENTOS
             OPEN INPUT ARCHIVO-DEPARTAMENTOS
           END-IF.

           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           IF FL-BCO NOT = "00"
             OPEN OUTPUT ARCHIVO-CUENTAS-BANCO
             CLOSE ARCHIVO-CUENTAS-BANCO
             OPEN INPUT ARCHIVO-CUENTAS-BANCO
           END-IF.

           OPEN I-O ARCHIVO-CAMBIOS-PEND.
           IF FL-CPD NOT = "00"
             CLOSE ARCHIVO-CAMBIOS-PEND
             OPEN OUTPUT ARCHIVO-CAMBIOS-PEND
             CLOSE ARCHIVO-CAMBIOS-PEND
             OPEN I-O ARCHIVO-CAMBIOS-PEND
           END-IF.

           OPEN I-O ARCHIVO-SINC-HRIS.
           IF FL-SNC NOT = "00"
             CLOSE ARCHIVO-SINC-HRIS
             OPEN OUTPUT ARCHIVO-SINC-HRIS
             CLOSE ARCHIVO-SINC-HRIS
             OPEN I-O ARCHIVO-SINC-HRIS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-PROFESIONES.
           CLOSE ARCHIVO-CIUDADES.
           CLOSE ARCHIVO-MONEDAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-CAMBIOS-PEND.
           CLOSE ARCHIVO-SINC-HRIS.

       1100-LEER-OPERADOR.
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

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   SINCRONIZACION CON EL HRIS CORPORATIVO".
           DISPLAY WS-DECORADOR.
           DISPLAY "LAS REGLAS DE PROPIEDAD SE LEEN DE "
               "../Archivos/Reglas-HRIS.txt".

           DISPLAY "RUTA DEL ARCHIVO DEL HRIS (ENTER = "
               FUNCTION TRIM(WS-RUTA-DELTA) "): ".
           MOVE SPACES TO WS-RUTA-INGRESADA.
           ACCEPT WS-RUTA-INGRESADA.
           IF WS-RUTA-INGRESADA NOT = SPACES
             MOVE WS-RUTA-INGRESADA TO WS-RUTA-DELTA
           END-IF.

           MOVE 1 TO WS-BANDERA-CAMPOS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           COMPUTE WS-HORA-SINC =
               WS-HOR-HH * 10000 + WS-HOR-MM * 100 + WS-HOR-SS.

       2100-CARGAR-REGLAS.
      *-------------------
           MOVE ZEROS TO WS-LINEA-REGLA.

           OPEN INPUT ARCHIVO-REGLAS-HRIS.
           IF FL-RGL NOT = "00"
             DISPLAY "SIN ARCHIVO DE REGLAS, SE APLICAN LAS REGLAS "
                 "POR OMISION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2110-LEER-REGLA.
           PERFORM UNTIL FL-RGL NOT = "00"
             ADD 1 TO WS-LINEA-REGLA
             PERFORM 2120-APLICAR-REGLA
             PERFORM 2110-LEER-REGLA
           END-PERFORM.

           CLOSE ARCHIVO-REGLAS-HRIS.

           DISPLAY "REGLAS DE PROPIEDAD EN USO:".
           PERFORM VARYING WS-IND-REGLA FROM 1 BY 1
               UNTIL WS-IND-REGLA > WS-TOT-CAMPOS
             DISPLAY "  " WS-REG-CAMPO (WS-IND-REGLA) " "
                 WS-REG-DUENIO (WS-IND-REGLA)
           END-PERFORM.

       2110-LEER-REGLA.
      *----------------
           READ ARCHIVO-REGLAS-HRIS
           END-READ.

       2120-APLICAR-REGLA.
      *-------------------
           IF RGL-DATOS = SPACES OR RGL-CAMPO (1:1) = "*"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-IND-CAMPO.
           PERFORM VARYING WS-IND-REGLA FROM 1 BY 1
               UNTIL WS-IND-REGLA > WS-TOT-CAMPOS
             IF WS-REG-CAMPO (WS-IND-REGLA) = RGL-CAMPO
               MOVE WS-IND-REGLA TO WS-IND-CAMPO
             END-IF
           END-PERFORM.

           IF WS-IND-CAMPO = ZEROS OR
              NOT (RGL-DUENIO = "H" OR RGL-DUENIO = "N" OR
                   RGL-DUENIO = "A")
             DISPLAY "REGLA " WS-LINEA-REGLA " NO VALIDA, SE IGNORA: "
                 RGL-DATOS
             EXIT PARAGRAPH
           END-IF.

      *    EL DOBLE CONTROL DE SUELDO Y CUENTA BANCARIA LO EXIGE
      *    AUDITORIA: NINGUNA REGLA PUEDE HACER QUE EL HRIS LOS
      *    APLIQUE DIRECTAMENTE.
           IF RGL-DUENIO = "H" AND
              (WS-IND-CAMPO = WS-CAMPO-SUELDO OR
               WS-IND-CAMPO = WS-CAMPO-CUENTA)
             DISPLAY "EL CAMPO " RGL-CAMPO " NO PUEDE SER DEL HRIS, "
                 "SE MANTIENE CON APROBACION"
             MOVE "A" TO WS-REG-DUENIO (WS-IND-CAMPO)
             EXIT PARAGRAPH
           END-IF.

           MOVE RGL-DUENIO TO WS-REG-DUENIO (WS-IND-CAMPO).

       2200-VALIDAR-LOTE.
      *------------------
      *    PRIMERA PASADA SOLO DE LECTURA: CABECERA UNICA AL INICIO,
      *    COLA UNICA AL FINAL, CONTEO CUADRADO Y TIPOS CONOCIDOS. UN
      *    LOTE INCOMPLETO O REPETIDO SE RECHAZA ENTERO.
           INITIALIZE WS-CONTROL-LOTE.

           MOVE ZEROS TO SNC-COD-EMPLEADO.
           READ ARCHIVO-SINC-HRIS
           END-READ.
           IF FL-SNC = "00"
             MOVE SNC-FEC-LOTE TO WS-ULTIMO-LOTE
           END-IF.

           OPEN INPUT ARCHIVO-DELTA-HRIS.
           IF FL-DLT NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DEL HRIS - " FL-DLT
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-LEER-DELTA.

           IF FL-DLT = "00" AND DLT-TIPO = "H"
             MOVE DLT-CAB-FECHA  TO WS-LOTE-FECHA
             MOVE DLT-CAB-ORIGEN TO WS-LOTE-ORIGEN
           END-IF.

           PERFORM UNTIL FL-DLT NOT = "00"
             EVALUATE DLT-TIPO
                 WHEN "H"
                   ADD 1 TO WS-LOTE-CABECERAS
                 WHEN "T"
                   ADD 1 TO WS-LOTE-COLAS
                   MOVE DLT-COLA-REGISTROS TO WS-LOTE-COLA
                 WHEN "A"
                 WHEN "C"
                 WHEN "B"
                   ADD 1 TO WS-LOTE-DETALLES
                   IF WS-LOTE-COLAS > ZEROS
                     ADD 1 TO WS-LOTE-DESCONOCIDOS
                   END-IF
                 WHEN OTHER
                   ADD 1 TO WS-LOTE-DESCONOCIDOS
             END-EVALUATE
             PERFORM 2210-LEER-DELTA
           END-PERFORM.

           CLOSE ARCHIVO-DELTA-HRIS.

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN WS-LOTE-CABECERAS NOT = 1 OR
                    WS-LOTE-FECHA IS NOT NUMERIC OR
                    WS-LOTE-FECHA = ZEROS
                 MOVE "EL LOTE NO TIENE UNA CABECERA VALIDA AL INICIO"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-COLAS NOT = 1
                 MOVE "EL LOTE NO TIENE UNA COLA UNICA AL FINAL"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-DESCONOCIDOS > ZEROS
                 MOVE "EL LOTE TIENE REGISTROS DE TIPO DESCONOCIDO"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-COLA NOT = WS-LOTE-DETALLES
                 MOVE "LA COLA NO CUADRA CON LOS MOVIMIENTOS LEIDOS"
                   TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-FECHA <= WS-ULTIMO-LOTE
                 STRING "EL LOTE NO ES POSTERIOR AL ULTIMO APLICADO ("
                     WS-ULTIMO-LOTE ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                 END-STRING
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY WS-MOTIVO-RECHAZO
             INITIALIZE WS-CONTROL-ERROR
             MOVE "2200-VALIDAR-LOTE" TO WS-ERR-PARRAFO
             MOVE "DLT"               TO WS-ERR-ARCHIVO
             MOVE WS-LOTE-FECHA       TO WS-ERR-CLAVE
             MOVE "E"                 TO WS-ERR-SEVERIDAD
             MOVE WS-MOTIVO-RECHAZO   TO WS-ERR-MENSAJE
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       2210-LEER-DELTA.
      *----------------
           READ ARCHIVO-DELTA-HRIS
           END-READ.

       3000-APLICAR-LOTE.
      *------------------
           INITIALIZE WS-CONTADORES.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "SINC-HRS"    TO WS-RPT-NOMBRE.
           MOVE "SINCRONIZACION CON EL HRIS - NOVEDADES Y CONFLICTOS"
             TO WS-RPT-TITULO.
           MOVE ZEROS         TO WS-RPT-EMPRESA.
           MOVE WS-LOTE-FECHA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "LOTE " WS-LOTE-FECHA " ORIGEN " WS-LOTE-ORIGEN
               " MOVIMIENTOS " WS-LOTE-DETALLES
               " OPERADOR " LK-OPERADOR
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.
           OPEN EXTEND ARCHIVO-HIST-OFICINAS.
           IF FL-HOF NOT = "00"
             OPEN OUTPUT ARCHIVO-HIST-OFICINAS
           END-IF.
           OPEN EXTEND ARCHIVO-HIST-DEPTOS.
           IF FL-HDP NOT = "00"
             OPEN OUTPUT ARCHIVO-HIST-DEPTOS
           END-IF.
           OPEN EXTEND ARCHIVO-HIST-CARGOS.
           IF FL-HCA NOT = "00"
             OPEN OUTPUT ARCHIVO-HIST-CARGOS
           END-IF.

           OPEN INPUT ARCHIVO-DELTA-HRIS.
           PERFORM 2210-LEER-DELTA.

           PERFORM UNTIL FL-DLT NOT = "00"
             IF DLT-TIPO = "A" OR DLT-TIPO = "C" OR DLT-TIPO = "B"
               ADD 1 TO WS-TOT-LEIDOS
               PERFORM 3010-PROCESAR-MOVIMIENTO
             END-IF
             PERFORM 2210-LEER-DELTA
           END-PERFORM.

           CLOSE ARCHIVO-DELTA-HRIS.
           CLOSE ARCHIVO-AUDITORIA.
           CLOSE ARCHIVO-HIST-OFICINAS.
           CLOSE ARCHIVO-HIST-DEPTOS.
           CLOSE ARCHIVO-HIST-CARGOS.

       3010-PROCESAR-MOVIMIENTO.
      *-------------------------
           MOVE 1      TO WS-BANDERA-CAMPOS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           MOVE DLT-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN DLT-TIPO = "A" AND FL-EMP NOT = "00"
                 PERFORM 3100-ALTA-EMPLEADO
               WHEN FL-EMP NOT = "00"
                 MOVE "EL EMPLEADO NO EXISTE EN NOMINA"
                   TO WS-MOTIVO-RECHAZO
               WHEN DLT-TIPO = "B"
                 PERFORM 7000-TOMAR-EDICION
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3300-BAJA-EMPLEADO
                   PERFORM 7010-LIBERAR-EDICION
                 END-IF
               WHEN OTHER
                 IF DLT-TIPO = "A"
                   MOVE SPACES TO WS-LINEA-SPOOL
                   STRING "EMPLEADO " DLT-COD-EMPLEADO
                       " ALTA DE UN EMPLEADO YA EXISTENTE, SE TRATA "
                       "COMO CAMBIO"
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                   END-STRING
                   PERFORM 9000-ESCRIBIR-LINEA
                 END-IF
                 PERFORM 7000-TOMAR-EDICION
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 3200-CAMBIO-EMPLEADO
                   PERFORM 7010-LIBERAR-EDICION
                 END-IF
           END-EVALUATE.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
             ADD 1 TO WS-TOT-RECHAZADOS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EMPLEADO " DLT-COD-EMPLEADO " " DLT-TIPO
                 " RECHAZADO: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             INITIALIZE WS-CONTROL-ERROR
             MOVE "3010-PROCESAR-MOVIMIENTO" TO WS-ERR-PARRAFO
             MOVE "EMP"                      TO WS-ERR-ARCHIVO
             MOVE DLT-COD-EMPLEADO           TO WS-ERR-CLAVE
             MOVE "E"                        TO WS-ERR-SEVERIDAD
             MOVE WS-MOTIVO-RECHAZO          TO WS-ERR-MENSAJE
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       3100-ALTA-EMPLEADO.
      *-------------------
      *    LA CEDULA ES CLAVE ALTERNA UNICA: SI YA LA TIENE OTRO
      *    CODIGO DE EMPLEADO EL ALTA SE RECHAZA PARA REVISION.
           MOVE DLT-CEDULA TO EMP-CEDULA.
           READ ARCHIVO-EMPLEADOS
             KEY IS EMP-CEDULA
           END-READ.
           IF FL-EMP = "00"
             STRING "LA CEDULA YA PERTENECE AL EMPLEADO " EMP-CLAVE
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3110-VALIDAR-CODIGOS-ALTA.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

      *    EL EMPLEADO NUEVO ENTRA SIN SUELDO: EL SUELDO DEL HRIS
      *    QUEDA PENDIENTE DE APROBACION COMO CUALQUIER CAMBIO DE
      *    SUELDO, IGUAL QUE SU CUENTA BANCARIA.
           INITIALIZE EMP-DATOS.
           MOVE DLT-COD-EMPLEADO       TO EMP-CLAVE.
           MOVE DLT-CEDULA             TO EMP-CEDULA.
           MOVE DLT-NOMBRES            TO EMP-NOMBRES.
           MOVE DLT-DIRECCION          TO EMP-DIRECCION.
           MOVE DLT-CERULAR            TO EMP-CERULAR.
           MOVE DLT-COD-OFICINA        TO EMP-COD-OFICINA.
           MOVE ZEROS                  TO EMP-SUELDO-ACTUAL.
           MOVE DLT-COD-CARGO          TO EMP-COD-CARGO.
           MOVE "A"                    TO EMP-ESTADO.
           MOVE DLT-COD-PROFESION      TO EMP-COD-PROFESION.
           MOVE DLT-COD-CIU-RESIDENCIA TO EMP-COD-CIU-RESIDENCIA.
           MOVE DLT-COD-MONEDA         TO EMP-COD-MONEDA.
           MOVE ZEROS                  TO EMP-COD-MOTIVO-BAJA.
           MOVE ZEROS                  TO EMP-FEC-BAJA.
           MOVE DLT-COD-EMPRESA        TO EMP-COD-EMPRESA.
           MOVE DLT-FEC-INGRESO        TO EMP-FEC-INGRESO.
           MOVE DLT-COD-DEPARTAMENTO   TO EMP-COD-DEPARTAMENTO.
           MOVE DLT-FREC-PAGO          TO EMP-FREC-PAGO.
           MOVE DLT-FEC-NACIMIENTO     TO EMP-FEC-NACIMIENTO.
           MOVE DLT-GENERO             TO EMP-GENERO.
           MOVE DLT-ESTADO-CIVIL       TO EMP-ESTADO-CIVIL.
           MOVE DLT-COD-SUPERVISOR     TO EMP-COD-SUPERVISOR.

           WRITE EMP-DATOS
           END-WRITE.

           IF FL-EMP NOT = "00"
             STRING "ERROR AL GRABAR EL EMPLEADO - " FL-EMP
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-ALTAS.

           MOVE SPACES    TO WS-SNAPSHOT-ANTES.
           MOVE EMP-DATOS TO WS-SNAPSHOT-DESPUES.
           MOVE "C"       TO WS-AUD-OPERACION.
           PERFORM 8000-REGISTRAR-AUDITORIA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " DLT-COD-EMPLEADO " ALTA EN EMPRESA "
               DLT-COD-EMPRESA " - " DLT-NOMBRES
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF DLT-SUELDO > ZEROS
             MOVE WS-CAMPO-SUELDO TO WS-IND-CAMPO
             MOVE "EMP"           TO WS-CPD-ARCHIVO
             PERFORM 3700-SOLICITAR-APROBACION
           END-IF.

           IF DLT-COD-BANCO > ZEROS
             MOVE WS-CAMPO-CUENTA TO WS-IND-CAMPO
             MOVE "BCO"           TO WS-CPD-ARCHIVO
             PERFORM 3700-SOLICITAR-APROBACION
           END-IF.

           PERFORM 3800-GUARDAR-IMAGEN-SINC.

       3110-VALIDAR-CODIGOS-ALTA.
      *--------------------------
           MOVE DLT-COD-EMPRESA TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             MOVE "LA EMPRESA NO EXISTE" TO WS-MOTIVO-RECHAZO
             EXIT PARAGRAPH
           END-IF.

           MOVE DLT-COD-MONEDA TO MON-CODIGO.
           READ ARCHIVO-MONEDAS
           END-READ.
           IF FL-MON NOT = "00"
             MOVE "LA MONEDA NO EXISTE" TO WS-MOTIVO-RECHAZO
             EXIT PARAGRAPH
           END-IF.

           IF DLT-FEC-INGRESO IS NOT NUMERIC OR DLT-FEC-INGRESO = ZEROS
             MOVE "FALTA LA FECHA DE INGRESO" TO WS-MOTIVO-RECHAZO
             EXIT PARAGRAPH
           END-IF.

      *    EL RESTO DE CODIGOS SE VALIDA IGUAL QUE EN UN CAMBIO.
           MOVE DLT-COD-OFICINA      TO WS-OFICINA-DESTINO.
           MOVE DLT-COD-DEPARTAMENTO TO WS-DEPTO-DESTINO.
           PERFORM VARYING WS-IND-CAMPO FROM 4 BY 1
               UNTIL WS-IND-CAMPO > 11 OR
                     WS-MOTIVO-RECHAZO NOT = SPACES
             IF WS-IND-CAMPO NOT = 9
               PERFORM 3520-VALIDAR-CAMPO
             END-IF
           END-PERFORM.

       3200-CAMBIO-EMPLEADO.
      *---------------------
           PERFORM 3400-ARMAR-IMAGENES.

           MOVE EMP-DATOS            TO WS-SNAPSHOT-ANTES.
           MOVE EMP-COD-OFICINA      TO WS-OFICINA-ANTERIOR.
           MOVE EMP-COD-DEPARTAMENTO TO WS-DEPTO-ANTERIOR.
           MOVE EMP-COD-CARGO        TO WS-CARGO-ANTERIOR.

           PERFORM 3500-DECIDIR-CAMPOS.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMBIO.
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
               UNTIL WS-IND-CAMPO > WS-TOT-CAMPOS
             IF WS-IMG-ACCION (WS-IND-CAMPO) NOT = SPACE
               PERFORM 3610-APLICAR-CAMPO
             END-IF
           END-PERFORM.

           IF WS-HUBO-CAMBIO
             REWRITE EMP-DATOS
             END-REWRITE
             IF FL-EMP NOT = "00"
               STRING "ERROR AL ACTUALIZAR EL EMPLEADO - " FL-EMP
                 DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
               END-STRING
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TOT-CAMBIOS
             PERFORM 3620-REGISTRAR-HISTORIALES
             MOVE EMP-DATOS TO WS-SNAPSHOT-DESPUES
             MOVE "U"       TO WS-AUD-OPERACION
             PERFORM 8000-REGISTRAR-AUDITORIA
           ELSE
             ADD 1 TO WS-TOT-SIN-CAMBIO
           END-IF.

           PERFORM 3800-GUARDAR-IMAGEN-SINC.

       3300-BAJA-EMPLEADO.
      *-------------------
      *    LA BAJA SOLO INACTIVA LA FICHA, IGUAL QUE EL MANTENIMIENTO
      *    DE EMPLEADOS; LA LIQUIDACION SIGUE SIENDO DE NOMINA.
           IF EMP-ESTADO = "I"
             ADD 1 TO WS-TOT-SIN-CAMBIO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EMPLEADO " EMP-CLAVE " BAJA YA REGISTRADA EN "
                 "NOMINA (" EMP-FEC-BAJA ")"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DATOS TO WS-SNAPSHOT-ANTES.

           MOVE "I" TO EMP-ESTADO.
           IF DLT-FEC-BAJA IS NUMERIC AND DLT-FEC-BAJA > ZEROS
             MOVE DLT-FEC-BAJA  TO EMP-FEC-BAJA
           ELSE
             MOVE WS-LOTE-FECHA TO EMP-FEC-BAJA
           END-IF.
           MOVE DLT-COD-MOTIVO-BAJA TO EMP-COD-MOTIVO-BAJA.

           REWRITE EMP-DATOS
           END-REWRITE.

           IF FL-EMP NOT = "00"
             STRING "ERROR AL REGISTRAR LA BAJA - " FL-EMP
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-BAJAS.

           MOVE EMP-DATOS TO WS-SNAPSHOT-DESPUES.
           MOVE "U"       TO WS-AUD-OPERACION.
           PERFORM 8000-REGISTRAR-AUDITORIA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " EMP-CLAVE " BAJA AL " EMP-FEC-BAJA
               " MOTIVO " EMP-COD-MOTIVO-BAJA
               " - PENDIENTE DE LIQUIDACION EN NOMINA"
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 3800-GUARDAR-IMAGEN-SINC.

       3400-ARMAR-IMAGENES.
      *--------------------
           INITIALIZE WS-IMAGENES.

      *    VALOR QUE ENVIA EL HRIS.
           MOVE DLT-NOMBRES            TO WS-IMG-HRIS (1).
           MOVE DLT-DIRECCION          TO WS-IMG-HRIS (2).
           MOVE DLT-CERULAR            TO WS-IMG-HRIS (3).
           MOVE DLT-COD-OFICINA        TO WS-IMG-HRIS (4).
           MOVE DLT-COD-DEPARTAMENTO   TO WS-IMG-HRIS (5).
           MOVE DLT-COD-CARGO          TO WS-IMG-HRIS (6).
           MOVE DLT-COD-PROFESION      TO WS-IMG-HRIS (7).
           MOVE DLT-COD-CIU-RESIDENCIA TO WS-IMG-HRIS (8).
           MOVE DLT-FEC-NACIMIENTO     TO WS-IMG-HRIS (9).
           MOVE DLT-GENERO             TO WS-IMG-HRIS (10).
           MOVE DLT-ESTADO-CIVIL       TO WS-IMG-HRIS (11).
           MOVE DLT-COD-SUPERVISOR     TO WS-IMG-HRIS (12).
           MOVE DLT-SUELDO             TO WS-SUELDO-IMAGEN.
           MOVE WS-SUELDO-IMAGEN-X     TO WS-IMG-HRIS (13).
           MOVE DLT-COD-BANCO          TO WS-CTA-COD-BANCO.
           MOVE DLT-TIPO-CUENTA        TO WS-CTA-TIPO-CUENTA.
           MOVE DLT-NUM-CUENTA         TO WS-CTA-NUM-CUENTA.
           MOVE WS-CUENTA-IMAGEN       TO WS-IMG-HRIS (14).

           PERFORM 3410-ARMAR-IMAGEN-ACTUAL.

      *    VALOR QUE QUEDO EN LA ULTIMA SINCRONIZACION.
           MOVE EMP-CLAVE TO SNC-COD-EMPLEADO.
           READ ARCHIVO-SINC-HRIS
           END-READ.

           IF FL-SNC = "00"
             MOVE 1 TO WS-BANDERA-SINC
             PERFORM 3420-ARMAR-IMAGEN-SINC
           ELSE
             MOVE 0 TO WS-BANDERA-SINC
           END-IF.

       3410-ARMAR-IMAGEN-ACTUAL.
      *-------------------------
           MOVE EMP-NOMBRES            TO WS-IMG-ACTUAL (1).
           MOVE EMP-DIRECCION          TO WS-IMG-ACTUAL (2).
           MOVE EMP-CERULAR            TO WS-IMG-ACTUAL (3).
           MOVE EMP-COD-OFICINA        TO WS-IMG-ACTUAL (4).
           MOVE EMP-COD-DEPARTAMENTO   TO WS-IMG-ACTUAL (5).
           MOVE EMP-COD-CARGO          TO WS-IMG-ACTUAL (6).
           MOVE EMP-COD-PROFESION      TO WS-IMG-ACTUAL (7).
           MOVE EMP-COD-CIU-RESIDENCIA TO WS-IMG-ACTUAL (8).
           MOVE EMP-FEC-NACIMIENTO     TO WS-IMG-ACTUAL (9).
           MOVE EMP-GENERO             TO WS-IMG-ACTUAL (10).
           MOVE EMP-ESTADO-CIVIL       TO WS-IMG-ACTUAL (11).
           MOVE EMP-COD-SUPERVISOR     TO WS-IMG-ACTUAL (12).
           MOVE EMP-SUELDO-ACTUAL      TO WS-SUELDO-IMAGEN.
           MOVE WS-SUELDO-IMAGEN-X     TO WS-IMG-ACTUAL (13).

           INITIALIZE WS-CUENTA-IMAGEN.
           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.
           IF FL-BCO = "00"
             MOVE BCO-COD-BANCO        TO WS-CTA-COD-BANCO
             MOVE BCO-TIPO-CUENTA      TO WS-CTA-TIPO-CUENTA
             MOVE BCO-NUM-CUENTA       TO WS-CTA-NUM-CUENTA
           END-IF.
           MOVE WS-CUENTA-IMAGEN       TO WS-IMG-ACTUAL (14).

       3420-ARMAR-IMAGEN-SINC.
      *-----------------------
           MOVE SNC-NOMBRES            TO WS-IMG-SINC (1).
           MOVE SNC-DIRECCION          TO WS-IMG-SINC (2).
           MOVE SNC-CERULAR            TO WS-IMG-SINC (3).
           MOVE SNC-COD-OFICINA        TO WS-IMG-SINC (4).
           MOVE SNC-COD-DEPARTAMENTO   TO WS-IMG-SINC (5).
           MOVE SNC-COD-CARGO          TO WS-IMG-SINC (6).
           MOVE SNC-COD-PROFESION      TO WS-IMG-SINC (7).
           MOVE SNC-COD-CIU-RESIDENCIA TO WS-IMG-SINC (8).
           MOVE SNC-FEC-NACIMIENTO     TO WS-IMG-SINC (9).
           MOVE SNC-GENERO             TO WS-IMG-SINC (10).
           MOVE SNC-ESTADO-CIVIL       TO WS-IMG-SINC (11).
           MOVE SNC-COD-SUPERVISOR     TO WS-IMG-SINC (12).
           MOVE SNC-SUELDO             TO WS-SUELDO-IMAGEN.
           MOVE WS-SUELDO-IMAGEN-X     TO WS-IMG-SINC (13).
           MOVE SNC-COD-BANCO          TO WS-CTA-COD-BANCO.
           MOVE SNC-TIPO-CUENTA        TO WS-CTA-TIPO-CUENTA.
           MOVE SNC-NUM-CUENTA         TO WS-CTA-NUM-CUENTA.
           MOVE WS-CUENTA-IMAGEN       TO WS-IMG-SINC (14).

       3500-DECIDIR-CAMPOS.
      *--------------------
      *    COMPARACION A TRES BANDAS POR CAMPO. SOLO SE ACTUA SOBRE
      *    LO QUE EL HRIS CAMBIO DESDE LA ULTIMA SINCRONIZACION; LO
      *    QUE NOMINA CAMBIO Y EL HRIS NO TOCO SE CONSERVA Y SE
      *    INFORMA COMO CONFLICTO.
           MOVE EMP-COD-OFICINA      TO WS-OFICINA-DESTINO.
           MOVE EMP-COD-DEPARTAMENTO TO WS-DEPTO-DESTINO.

           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
               UNTIL WS-IND-CAMPO > WS-TOT-CAMPOS
             PERFORM 3510-DECIDIR-CAMPO
           END-PERFORM.

      *    LOS CODIGOS QUE SE VAN A APLICAR DEBEN EXISTIR; UN CODIGO
      *    INVALIDO RECHAZA EL MOVIMIENTO COMPLETO. EN UN TRASLADO
      *    DE OFICINA SE REVISA TAMBIEN EL DEPARTAMENTO RESULTANTE.
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
               UNTIL WS-IND-CAMPO > WS-TOT-CAMPOS OR
                     WS-MOTIVO-RECHAZO NOT = SPACES
             IF WS-IMG-ACCION (WS-IND-CAMPO) = "H" OR
                (WS-IND-CAMPO = 5 AND WS-IMG-ACCION (4) = "H")
               PERFORM 3520-VALIDAR-CAMPO
             END-IF
           END-PERFORM.

       3510-DECIDIR-CAMPO.
      *-------------------
           MOVE SPACE TO WS-IMG-ACCION (WS-IND-CAMPO).
           MOVE SPACE TO WS-IMG-LOCAL (WS-IND-CAMPO).

           IF WS-CON-IMAGEN-SINC AND
              WS-IMG-ACTUAL (WS-IND-CAMPO) NOT =
              WS-IMG-SINC (WS-IND-CAMPO)
             MOVE "S" TO WS-IMG-LOCAL (WS-IND-CAMPO)
           END-IF.

           IF WS-IMG-HRIS (WS-IND-CAMPO) =
              WS-IMG-ACTUAL (WS-IND-CAMPO)
             EXIT PARAGRAPH
           END-IF.

           IF WS-CON-IMAGEN-SINC AND
              WS-IMG-HRIS (WS-IND-CAMPO) = WS-IMG-SINC (WS-IND-CAMPO)
             MOVE "L" TO WS-IMG-ACCION (WS-IND-CAMPO)
           ELSE
             MOVE WS-REG-DUENIO (WS-IND-CAMPO)
               TO WS-IMG-ACCION (WS-IND-CAMPO)
           END-IF.

           IF WS-IND-CAMPO = 4 AND WS-IMG-ACCION (4) = "H"
             MOVE DLT-COD-OFICINA TO WS-OFICINA-DESTINO
           END-IF.

           IF WS-IND-CAMPO = 5 AND WS-IMG-ACCION (5) = "H"
             MOVE DLT-COD-DEPARTAMENTO TO WS-DEPTO-DESTINO
           END-IF.

       3520-VALIDAR-CAMPO.
      *-------------------
           EVALUATE WS-IND-CAMPO
               WHEN 4
                 MOVE DLT-COD-OFICINA TO OFI-CLAVE
                 READ ARCHIVO-OFICINAS
                 END-READ
                 IF FL-OFI NOT = "00"
                   MOVE "LA OFICINA NO EXISTE" TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN 5
                 IF WS-DEPTO-DESTINO > ZEROS
                   MOVE WS-OFICINA-DESTINO   TO DEP-COD-OFICINA
                   MOVE WS-DEPTO-DESTINO     TO DEP-CODIGO
                   READ ARCHIVO-DEPARTAMENTOS
                   END-READ
                   IF FL-DEP NOT = "00" OR DEP-ESTADO NOT = "A"
                     MOVE "EL DEPARTAMENTO NO EXISTE EN LA OFICINA"
                       TO WS-MOTIVO-RECHAZO
                   END-IF
                 END-IF
               WHEN 6
                 MOVE DLT-COD-CARGO TO CAR-CODIGO
                 READ ARCHIVO-CARGOS
                 END-READ
                 IF FL-CAR NOT = "00"
                   MOVE "EL CARGO NO EXISTE" TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN 7
                 MOVE DLT-COD-PROFESION TO PRO-CODIGO
                 READ ARCHIVO-PROFESIONES
                 END-READ
                 IF FL-PRO NOT = "00"
                   MOVE "LA PROFESION NO EXISTE" TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN 8
                 MOVE DLT-COD-CIU-RESIDENCIA TO CIU-CODIGO
                 READ ARCHIVO-CIUDADES
                 END-READ
                 IF FL-CIU NOT = "00"
                   MOVE "LA CIUDAD NO EXISTE" TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN 10
                 IF NOT (DLT-GENERO = "M" OR DLT-GENERO = "F" OR
                         DLT-GENERO = "O")
                   MOVE "EL GENERO SOLO PUEDE SER M/F/O"
                     TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN 11
                 IF NOT (DLT-ESTADO-CIVIL = "S" OR
                         DLT-ESTADO-CIVIL = "C" OR
                         DLT-ESTADO-CIVIL = "D" OR
                         DLT-ESTADO-CIVIL = "V" OR
                         DLT-ESTADO-CIVIL = "U")
                   MOVE "ESTADO CIVIL NO VALIDO" TO WS-MOTIVO-RECHAZO
                 END-IF
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3610-APLICAR-CAMPO.
      *-------------------
           EVALUATE WS-IMG-ACCION (WS-IND-CAMPO)
               WHEN "H"
                 PERFORM 3611-MOVER-CAMPO
                 MOVE 1 TO WS-BANDERA-CAMBIO
                 ADD 1 TO WS-TOT-APLICADOS
                 IF WS-IMG-LOCAL (WS-IND-CAMPO) = "S"
                   MOVE "APLICADO, SOBRESCRIBE UN CAMBIO LOCAL"
                     TO WS-TEXTO-ACCION
                   ADD 1 TO WS-TOT-CONFLICTOS
                 ELSE
                   MOVE "APLICADO" TO WS-TEXTO-ACCION
                 END-IF
               WHEN "A"
                 IF WS-IND-CAMPO = WS-CAMPO-SUELDO
                   MOVE "EMP" TO WS-CPD-ARCHIVO
                 ELSE
                   MOVE "BCO" TO WS-CPD-ARCHIVO
                 END-IF
                 PERFORM 3700-SOLICITAR-APROBACION
                 IF WS-IMG-LOCAL (WS-IND-CAMPO) = "S"
                   ADD 1 TO WS-TOT-CONFLICTOS
                 END-IF
                 EXIT PARAGRAPH
               WHEN "N"
                 MOVE "NO APLICADO, EL CAMPO ES DE NOMINA"
                   TO WS-TEXTO-ACCION
                 ADD 1 TO WS-TOT-NO-APLICADOS
               WHEN "L"
                 MOVE "CONFLICTO, SE CONSERVA EL CAMBIO LOCAL"
                   TO WS-TEXTO-ACCION
                 ADD 1 TO WS-TOT-CONFLICTOS
           END-EVALUATE.

           PERFORM 3630-INFORMAR-CAMPO.

       3611-MOVER-CAMPO.
      *-----------------
           EVALUATE WS-IND-CAMPO
               WHEN 1
                 MOVE DLT-NOMBRES            TO EMP-NOMBRES
               WHEN 2
                 MOVE DLT-DIRECCION          TO EMP-DIRECCION
               WHEN 3
                 MOVE DLT-CERULAR            TO EMP-CERULAR
               WHEN 4
                 MOVE DLT-COD-OFICINA        TO EMP-COD-OFICINA
               WHEN 5
                 MOVE DLT-COD-DEPARTAMENTO   TO EMP-COD-DEPARTAMENTO
               WHEN 6
                 MOVE DLT-COD-CARGO          TO EMP-COD-CARGO
               WHEN 7
                 MOVE DLT-COD-PROFESION      TO EMP-COD-PROFESION
               WHEN 8
                 MOVE DLT-COD-CIU-RESIDENCIA TO EMP-COD-CIU-RESIDENCIA
               WHEN 9
                 MOVE DLT-FEC-NACIMIENTO     TO EMP-FEC-NACIMIENTO
               WHEN 10
                 MOVE DLT-GENERO             TO EMP-GENERO
               WHEN 11
                 MOVE DLT-ESTADO-CIVIL       TO EMP-ESTADO-CIVIL
               WHEN 12
                 MOVE DLT-COD-SUPERVISOR     TO EMP-COD-SUPERVISOR
           END-EVALUATE.

       3620-REGISTRAR-HISTORIALES.
      *---------------------------
      *    LOS TRASLADOS QUE LLEGAN DEL HRIS QUEDAN EN LOS MISMOS
      *    HISTORIALES QUE LOS DEL MANTENIMIENTO, CON LA FECHA DEL
      *    LOTE COMO FECHA EFECTIVA.
           IF WS-OFICINA-ANTERIOR NOT = EMP-COD-OFICINA
             MOVE EMP-CLAVE           TO HOF-COD-EMPLEADO
             MOVE WS-OFICINA-ANTERIOR TO HOF-COD-OFICINA-ANT
             MOVE EMP-COD-OFICINA     TO HOF-COD-OFICINA-NUEVA
             MOVE WS-LOTE-FECHA       TO HOF-FECHA-EFECTIVA
             WRITE HOF-DATOS
             END-WRITE
           END-IF.

           IF WS-DEPTO-ANTERIOR NOT = EMP-COD-DEPARTAMENTO
             MOVE EMP-CLAVE            TO HDP-COD-EMPLEADO
             MOVE WS-DEPTO-ANTERIOR    TO HDP-COD-DEPTO-ANT
             MOVE EMP-COD-DEPARTAMENTO TO HDP-COD-DEPTO-NUEVO
             MOVE WS-LOTE-FECHA        TO HDP-FECHA-EFECTIVA
             WRITE HDP-DATOS
             END-WRITE
           END-IF.

           IF WS-CARGO-ANTERIOR NOT = EMP-COD-CARGO
             MOVE EMP-CLAVE            TO HCA-COD-EMPLEADO
             MOVE WS-CARGO-ANTERIOR    TO HCA-COD-CARGO-ANT
             MOVE EMP-COD-CARGO        TO HCA-COD-CARGO-NUEVO
             MOVE EMP-SUELDO-ACTUAL    TO HCA-SUELDO-ANTERIOR
             MOVE EMP-SUELDO-ACTUAL    TO HCA-SUELDO-NUEVO
             MOVE WS-LOTE-FECHA        TO HCA-FECHA-EFECTIVA
             WRITE HCA-DATOS
             END-WRITE
           END-IF.

       3630-INFORMAR-CAMPO.
      *--------------------
      *    SUELDO Y CUENTA NO SE IMPRIMEN EN EL REPORTE: SOLO SE
      *    INDICA LA ACCION.
           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-IND-CAMPO = WS-CAMPO-SUELDO OR
              WS-IND-CAMPO = WS-CAMPO-CUENTA
             STRING "EMPLEADO " EMP-CLAVE " "
                 WS-REG-CAMPO (WS-IND-CAMPO) " "
                 WS-TEXTO-ACCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING "EMPLEADO " EMP-CLAVE " "
                 WS-REG-CAMPO (WS-IND-CAMPO) " "
                 WS-TEXTO-ACCION " NOMINA: "
                 WS-IMG-ACTUAL (WS-IND-CAMPO) (1:20)
                 " HRIS: " WS-IMG-HRIS (WS-IND-CAMPO) (1:20)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       3700-SOLICITAR-APROBACION.
      *--------------------------
      *    EL CAMBIO ENTRA A LA MISMA COLA DE DOBLE CONTROL QUE LOS
      *    MANTENIMIENTOS, A NOMBRE DEL OPERADOR QUE CORRE LA
      *    SINCRONIZACION; OTRO OPERADOR LO APRUEBA EN APRO-CAM. UNA
      *    SOLICITUD IGUAL YA PENDIENTE NO SE DUPLICA.
           PERFORM 3730-BUSCAR-PENDIENTE.

           IF WS-YA-PENDIENTE
             MOVE "YA PENDIENTE DE APROBACION" TO WS-TEXTO-ACCION
             PERFORM 3630-INFORMAR-CAMPO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3710-ASIGNAR-SECUENCIA.

           INITIALIZE CPD-DATOS.
           MOVE WS-CPD-NUEVA-SEC    TO CPD-SECUENCIA.
           MOVE WS-CPD-ARCHIVO      TO CPD-ARCHIVO.
           MOVE DLT-COD-EMPLEADO    TO CPD-COD-EMPLEADO.
           MOVE LK-OPERADOR         TO CPD-SOLICITANTE.
           MOVE WS-FEC-AA           TO CPD-FEC-SOL-AA.
           MOVE WS-FEC-MM           TO CPD-FEC-SOL-MM.
           MOVE WS-FEC-DD           TO CPD-FEC-SOL-DD.
           MOVE "P"                 TO CPD-ESTADO.
           IF WS-CPD-ARCHIVO = "EMP"
             MOVE DLT-SUELDO        TO CPD-SUELDO-NUEVO
           ELSE
             MOVE DLT-COD-BANCO     TO CPD-BCO-COD-BANCO
             MOVE DLT-TIPO-CUENTA   TO CPD-BCO-TIPO-CUENTA
             MOVE DLT-NUM-CUENTA    TO CPD-BCO-NUM-CUENTA
             MOVE "A"               TO CPD-BCO-ESTADO
           END-IF.

           WRITE CPD-DATOS
           END-WRITE.

           IF FL-CPD = "00"
             ADD 1 TO WS-TOT-PENDIENTES
             MOVE SPACES TO WS-TEXTO-ACCION
             STRING "PENDIENTE DE APROBACION (SOLICITUD "
                 WS-CPD-NUEVA-SEC ")"
               DELIMITED BY SIZE INTO WS-TEXTO-ACCION
             END-STRING
           ELSE
             MOVE SPACES TO WS-TEXTO-ACCION
             STRING "ERROR AL REGISTRAR LA SOLICITUD - " FL-CPD
               DELIMITED BY SIZE INTO WS-TEXTO-ACCION
             END-STRING
           END-IF.

           PERFORM 3630-INFORMAR-CAMPO.

       3710-ASIGNAR-SECUENCIA.
      *-----------------------
      *    LA SECUENCIA ES LA MAS ALTA REGISTRADA MAS UNO, COMO EN
      *    LOS MANTENIMIENTOS QUE USAN LA COLA.
           MOVE ZERO TO WS-CPD-NUEVA-SEC.

           MOVE LOW-VALUES TO CPD-SECUENCIA.

           START ARCHIVO-CAMBIOS-PEND
               KEY IS NOT LESS THAN CPD-SECUENCIA
             INVALID KEY
               MOVE "10" TO FL-CPD
           END-START.

           IF FL-CPD = "00"
             PERFORM 3720-LEER-CAMBIO
           END-IF.

           PERFORM UNTIL FL-CPD NOT = "00"
             MOVE CPD-SECUENCIA TO WS-CPD-NUEVA-SEC
             PERFORM 3720-LEER-CAMBIO
           END-PERFORM.

           ADD 1 TO WS-CPD-NUEVA-SEC.
           MOVE "00" TO FL-CPD.

       3720-LEER-CAMBIO.
      *-----------------
           READ ARCHIVO-CAMBIOS-PEND NEXT RECORD
           END-READ.

       3730-BUSCAR-PENDIENTE.
      *----------------------
           MOVE 0 TO WS-BANDERA-PENDIENTE.

           MOVE LOW-VALUES TO CPD-SECUENCIA.

           START ARCHIVO-CAMBIOS-PEND
               KEY IS NOT LESS THAN CPD-SECUENCIA
             INVALID KEY
               MOVE "10" TO FL-CPD
           END-START.

           IF FL-CPD = "00"
             PERFORM 3720-LEER-CAMBIO
           END-IF.

           PERFORM UNTIL FL-CPD NOT = "00" OR WS-YA-PENDIENTE
             IF CPD-ESTADO = "P" AND
                CPD-COD-EMPLEADO = DLT-COD-EMPLEADO AND
                CPD-ARCHIVO = WS-CPD-ARCHIVO
               IF WS-CPD-ARCHIVO = "EMP"
                 IF CPD-SUELDO-NUEVO = DLT-SUELDO
                   MOVE 1 TO WS-BANDERA-PENDIENTE
                 END-IF
               ELSE
                 IF CPD-BCO-COD-BANCO = DLT-COD-BANCO AND
                    CPD-BCO-TIPO-CUENTA = DLT-TIPO-CUENTA AND
                    CPD-BCO-NUM-CUENTA = DLT-NUM-CUENTA
                   MOVE 1 TO WS-BANDERA-PENDIENTE
                 END-IF
               END-IF
             END-IF
             PERFORM 3720-LEER-CAMBIO
           END-PERFORM.

           MOVE "00" TO FL-CPD.

       3800-GUARDAR-IMAGEN-SINC.
      *-------------------------
      *    LA IMAGEN QUEDA COMO EL MAESTRO DESPUES DE LA
      *    SINCRONIZACION; LO QUE SE DEJO PENDIENTE DE APROBACION
      *    AUN NO FORMA PARTE DE ELLA.
           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.

           MOVE EMP-CLAVE TO SNC-COD-EMPLEADO.
           READ ARCHIVO-SINC-HRIS
           END-READ.

           IF FL-SNC = "00"
             MOVE 1 TO WS-BANDERA-SINC
           ELSE
             MOVE 0 TO WS-BANDERA-SINC
           END-IF.

           PERFORM 3810-MOVER-IMAGEN-SINC.

           MOVE WS-LOTE-FECHA       TO SNC-FEC-LOTE.

           IF WS-CON-IMAGEN-SINC
             REWRITE SNC-DATOS
             END-REWRITE
           ELSE
             WRITE SNC-DATOS
             END-WRITE
           END-IF.

           IF FL-SNC NOT = "00"
             DISPLAY "ERROR AL GUARDAR LA IMAGEN DE SINCRONIZACION "
                 EMP-CLAVE " - " FL-SNC
           END-IF.

       3810-MOVER-IMAGEN-SINC.
      *-----------------------
           INITIALIZE SNC-DATOS.
           MOVE EMP-CLAVE              TO SNC-COD-EMPLEADO.
           MOVE EMP-NOMBRES            TO SNC-NOMBRES.
           MOVE EMP-DIRECCION          TO SNC-DIRECCION.
           MOVE EMP-CERULAR            TO SNC-CERULAR.
           MOVE EMP-COD-OFICINA        TO SNC-COD-OFICINA.
           MOVE EMP-COD-DEPARTAMENTO   TO SNC-COD-DEPARTAMENTO.
           MOVE EMP-COD-CARGO          TO SNC-COD-CARGO.
           MOVE EMP-COD-PROFESION      TO SNC-COD-PROFESION.
           MOVE EMP-COD-CIU-RESIDENCIA TO SNC-COD-CIU-RESIDENCIA.
           MOVE EMP-FEC-NACIMIENTO     TO SNC-FEC-NACIMIENTO.
           MOVE EMP-GENERO             TO SNC-GENERO.
           MOVE EMP-ESTADO-CIVIL       TO SNC-ESTADO-CIVIL.
           MOVE EMP-COD-SUPERVISOR     TO SNC-COD-SUPERVISOR.
           MOVE EMP-SUELDO-ACTUAL      TO SNC-SUELDO.
           MOVE EMP-ESTADO             TO SNC-ESTADO.
           IF FL-BCO = "00"
             MOVE BCO-COD-BANCO        TO SNC-COD-BANCO
             MOVE BCO-TIPO-CUENTA      TO SNC-TIPO-CUENTA
             MOVE BCO-NUM-CUENTA       TO SNC-NUM-CUENTA
           END-IF.
           MOVE WS-FECHA-SISTEMA-NUM   TO SNC-FEC-SINC.
           MOVE WS-HORA-SINC           TO SNC-HORA-SINC.
           MOVE LK-OPERADOR            TO SNC-OPERADOR.

       4000-CAMBIOS-LOCALES.
      *---------------------
      *    SEGUNDA PARTE DEL REPORTE: EMPLEADOS QUE EL HRIS NO ENVIO
      *    EN ESTE LOTE PERO QUE NOMINA MODIFICO DESDE LA ULTIMA
      *    SINCRONIZACION. LOS CAMPOS DEL HRIS SON CONFLICTO (EL
      *    HRIS LOS VOLVERA A ENVIAR CON SU VALOR); LOS DEMAS SOLO SE
      *    INFORMAN. LA IMAGEN SE ACTUALIZA PARA NO REPETIRLOS.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "CAMBIOS LOCALES DESDE LA ULTIMA SINCRONIZACION"
             TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE 1 TO SNC-COD-EMPLEADO.
           START ARCHIVO-SINC-HRIS
               KEY IS NOT LESS THAN SNC-COD-EMPLEADO
             INVALID KEY
               MOVE "10" TO FL-SNC
           END-START.

           IF FL-SNC = "00"
             PERFORM 4010-LEER-SINC
           END-IF.

           PERFORM UNTIL FL-SNC NOT = "00"
             IF SNC-FEC-LOTE NOT = WS-LOTE-FECHA
               PERFORM 4020-REVISAR-EMPLEADO
             END-IF
             PERFORM 4010-LEER-SINC
           END-PERFORM.

           IF WS-TOT-LOCALES = ZEROS
             MOVE "NO HAY CAMBIOS LOCALES FUERA DEL LOTE"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4010-LEER-SINC.
      *---------------
           READ ARCHIVO-SINC-HRIS NEXT RECORD
           END-READ.

       4020-REVISAR-EMPLEADO.
      *----------------------
           MOVE SNC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-IMAGENES.
           PERFORM 3420-ARMAR-IMAGEN-SINC.
           PERFORM 3410-ARMAR-IMAGEN-ACTUAL.

           MOVE 0 TO WS-BANDERA-CAMBIO.
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
               UNTIL WS-IND-CAMPO > WS-TOT-CAMPOS
             IF WS-IMG-ACTUAL (WS-IND-CAMPO) NOT =
                WS-IMG-SINC (WS-IND-CAMPO)
               MOVE 1 TO WS-BANDERA-CAMBIO
               IF WS-REG-DUENIO (WS-IND-CAMPO) = "H"
                 MOVE "CONFLICTO, EL CAMPO ES DEL HRIS"
                   TO WS-TEXTO-ACCION
                 ADD 1 TO WS-TOT-CONFLICTOS
               ELSE
                 MOVE "CAMBIO LOCAL" TO WS-TEXTO-ACCION
               END-IF
               PERFORM 3630-INFORMAR-CAMPO
             END-IF
           END-PERFORM.

           IF EMP-ESTADO NOT = SNC-ESTADO
             MOVE 1 TO WS-BANDERA-CAMBIO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EMPLEADO " EMP-CLAVE " ESTADO CAMBIADO EN "
                 "NOMINA DE " SNC-ESTADO " A " EMP-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-NO-HUBO-CAMBIO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-LOCALES.

           MOVE SNC-FEC-LOTE TO WS-ULTIMO-LOTE.
           PERFORM 3810-MOVER-IMAGEN-SINC.
           MOVE WS-ULTIMO-LOTE TO SNC-FEC-LOTE.
           REWRITE SNC-DATOS
           END-REWRITE.

       5000-ACTUALIZAR-CONTROL.
      *------------------------
           MOVE ZEROS TO SNC-COD-EMPLEADO.
           READ ARCHIVO-SINC-HRIS
           END-READ.

           IF FL-SNC = "00"
             MOVE 1 TO WS-BANDERA-SINC
           ELSE
             MOVE 0 TO WS-BANDERA-SINC
             INITIALIZE SNC-DATOS
             MOVE ZEROS TO SNC-COD-EMPLEADO
           END-IF.

           MOVE WS-LOTE-FECHA        TO SNC-FEC-LOTE.
           MOVE WS-FECHA-SISTEMA-NUM TO SNC-FEC-SINC.
           MOVE WS-HORA-SINC         TO SNC-HORA-SINC.
           MOVE LK-OPERADOR          TO SNC-OPERADOR.

           IF WS-CON-IMAGEN-SINC
             REWRITE SNC-DATOS
             END-REWRITE
           ELSE
             WRITE SNC-DATOS
             END-WRITE
           END-IF.

       6000-IMPRIMIR-TOTALES.
      *----------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-LEIDOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MOVIMIENTOS LEIDOS:            " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-ALTAS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ALTAS:                         " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-CAMBIOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS ACTUALIZADOS:        " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-BAJAS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BAJAS:                         " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-SIN-CAMBIO TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SIN CAMBIOS QUE APLICAR:       " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-APLICADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CAMPOS APLICADOS:              " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-PENDIENTES TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SOLICITUDES DE APROBACION:     " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-NO-APLICADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CAMPOS DE NOMINA NO APLICADOS: " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-CONFLICTOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CONFLICTOS:                    " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-LOCALES TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS CON CAMBIOS LOCALES: " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-EN-EDICION TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OMITIDOS POR ESTAR EN EDICION: " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-RECHAZADOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RECHAZADOS:                    " WS-CONTADOR-EDITADO
             DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       7000-TOMAR-EDICION.
      *-------------------
      *    UN EMPLEADO QUE UN OPERADOR ESTA EDITANDO NO SE TOCA: EL
      *    MOVIMIENTO SE INFORMA PARA APLICARLO A MANO O REENVIARLO.
           MOVE "A"            TO WS-EDI-OPERACION.
           MOVE "EMP"          TO WS-EDI-ARCHIVO.
           MOVE SPACES         TO WS-EDI-CLAVE.
           MOVE EMP-CLAVE      TO WS-EDI-CLAVE.
           MOVE LK-OPERADOR    TO WS-EDI-OPERADOR.
           MOVE "SINC-HRS"     TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

           IF NOT WS-EDICION-OK
             MOVE 0 TO WS-BANDERA-CAMPOS
             ADD 1 TO WS-TOT-EN-EDICION
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EMPLEADO " EMP-CLAVE " " DLT-TIPO
                 " OMITIDO: ESTA EN EDICION POR OTRO OPERADOR, "
                 "APLICAR A MANO O REENVIAR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             INITIALIZE WS-CONTROL-ERROR
             MOVE "7000-TOMAR-EDICION" TO WS-ERR-PARRAFO
             MOVE "EMP"                TO WS-ERR-ARCHIVO
             MOVE EMP-CLAVE            TO WS-ERR-CLAVE
             MOVE "A"                  TO WS-ERR-SEVERIDAD
             MOVE "MOVIMIENTO DEL HRIS OMITIDO, EMPLEADO EN EDICION"
               TO WS-ERR-MENSAJE
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       7010-LIBERAR-EDICION.
      *---------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8000-REGISTRAR-AUDITORIA.
      *-------------------------
      *    IMAGEN COMPLETA DEL EMPLEADO ANTES Y DESPUES, COMO EN EL
      *    MANTENIMIENTO, PARA QUE LA RECUPERACION HACIA ADELANTE
      *    PUEDA REAPLICAR LA SINCRONIZACION.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA           TO AUD-FEC-AA.
           MOVE WS-FEC-MM           TO AUD-FEC-MM.
           MOVE WS-FEC-DD           TO AUD-FEC-DD.
           MOVE WS-HOR-HH           TO AUD-HOR-HH.
           MOVE WS-HOR-MM           TO AUD-HOR-MM.
           MOVE WS-HOR-SS           TO AUD-HOR-SS.
           MOVE "SINC-HRS"          TO AUD-PROGRAMA.
           MOVE LK-OPERADOR         TO AUD-OPERADOR.
           MOVE WS-AUD-OPERACION    TO AUD-OPERACION.
           MOVE "EMP"               TO AUD-ARCHIVO.
           MOVE EMP-CLAVE           TO AUD-CLAVE.
           MOVE WS-SNAPSHOT-ANTES   TO AUD-ANTES.
           MOVE WS-SNAPSHOT-DESPUES TO AUD-DESPUES.

           WRITE AUD-DATOS.

       8100-REGISTRAR-ERROR.
      *---------------------
           MOVE "R"          TO WS-ERR-OPERACION.
           MOVE "SINC-HRS"   TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR  TO WS-ERR-OPERADOR.
           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

       9000-ESCRIBIR-LINEA.
      *--------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
