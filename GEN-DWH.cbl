      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-DWH.
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
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-MON.cpy".
            COPY "./Copys/FISI-TCA.cpy".
            COPY "./Copys/FISI-KPI.cpy".
            COPY "./Copys/FISI-FER.cpy".
            COPY "./Copys/FISI-HOF.cpy".
            COPY "./Copys/FISI-HDP.cpy".
            COPY "./Copys/FISI-HCA.cpy".
            COPY "./Copys/FISI-HCE.cpy".
            COPY "./Copys/FISI-CBI.cpy".

      *    CADA ARCHIVO DEL DATA MART LLEVA EMPRESA Y PERIODO EN EL
      *    NOMBRE; EL HECHO DE NOMINA SE ESCRIBE A LA PAR DE LA
      *    DIMENSION DE EMPLEADOS, POR ESO TIENE SU PROPIO ARCHIVO.
            SELECT ARCHIVO-EXTRACTO-BI
              ASSIGN TO WS-NOMBRE-EXTRACTO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-EXT.

            SELECT ARCHIVO-HECHO-NOMINA
              ASSIGN TO WS-NOMBRE-HECHO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-HEC.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-MON.cpy".
            COPY "./Copys/LOGI-TCA.cpy".
            COPY "./Copys/LOGI-KPI.cpy".
            COPY "./Copys/LOGI-FER.cpy".
            COPY "./Copys/LOGI-HOF.cpy".
            COPY "./Copys/LOGI-HDP.cpy".
            COPY "./Copys/LOGI-HCA.cpy".
            COPY "./Copys/LOGI-HCE.cpy".
            COPY "./Copys/LOGI-CBI.cpy".

       FD  ARCHIVO-EXTRACTO-BI.
       01  EXT-LINEA                    PIC X(250).

       FD  ARCHIVO-HECHO-NOMINA.
       01  HEC-LINEA                    PIC X(250).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-MON                  PIC XX.
       01  FL-TCA                  PIC XX.
       01  FL-KPI                  PIC XX.
       01  FL-FER                  PIC XX.
       01  FL-HOF                  PIC XX.
       01  FL-HDP                  PIC XX.
       01  FL-HCA                  PIC XX.
       01  FL-HCE                  PIC XX.
       01  FL-CBI                  PIC XX.
       01  FL-EXT                  PIC XX.
       01  FL-HEC                  PIC XX.

      *    EXTRACTO MENSUAL PARA LA HERRAMIENTA CORPORATIVA DE BI EN
      *    ESTRELLA: UN HECHO DE NOMINA (EMPLEADO, PERIODO, RUBRO,
      *    MONTO EN MONEDA LOCAL Y EN MONEDA BASE CON LA TASA
      *    HISTORICA), UN HECHO DE PLANTILLA TOMADO DE LOS
      *    INDICADORES MENSUALES Y LAS DIMENSIONES DE EMPLEADO (COMO
      *    ESTABA AL CIERRE DEL PERIODO), OFICINA, DEPARTAMENTO,
      *    CARGO, RUBRO Y CALENDARIO. UN MANIFIESTO CON EL CONTEO DE
      *    FILAS DE CADA ARCHIVO PERMITE A LA CARGA VERIFICARLOS.
       01  WS-PARAMETROS-DWH.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-DWH-FEC-AA         PIC 9(4).
           03 WS-DWH-FEC-MM         PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

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

      *    LIMITES DEL PERIODO. LA CLAVE DEL CALENDARIO ES LA PROPIA
      *    FECHA AAAAMMDD, QUE YA ES ESTABLE ENTRE CORRIDAS; LOS
      *    HECHOS DEL MES APUNTAN AL ULTIMO DIA DEL PERIODO.
       01  WS-PERIODO-NUM           PIC 9(6).
       01  WS-INICIO-PERIODO        PIC 9(8).
       01  WS-FIN-PERIODO           PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE     PIC 9(8).
       01  WS-FECHA-CALCULO.
           03 WS-FCA-AA             PIC 9(4).
           03 WS-FCA-MM             PIC 9(2).
           03 WS-FCA-DD             PIC 9(2).
       01  WS-FECHA-CALCULO-NUM REDEFINES WS-FECHA-CALCULO
                                    PIC 9(8).
       01  WS-DIA-SEMANA            PIC 9(1).
       01  WS-FECHA-INGRESO-NUM     PIC 9(8).
       01  WS-FECHA-BAJA-NUM        PIC 9(8).

       01  WS-TABLA-DIAS-VALORES.
           03 FILLER                PIC X(9) VALUE "DOMINGO".
           03 FILLER                PIC X(9) VALUE "LUNES".
           03 FILLER                PIC X(9) VALUE "MARTES".
           03 FILLER                PIC X(9) VALUE "MIERCOLES".
           03 FILLER                PIC X(9) VALUE "JUEVES".
           03 FILLER                PIC X(9) VALUE "VIERNES".
           03 FILLER                PIC X(9) VALUE "SABADO".
       01  WS-TABLA-DIAS REDEFINES WS-TABLA-DIAS-VALORES.
           03 WS-NOMBRE-DIA         PIC X(9) OCCURS 7 TIMES.

       01  WS-CALENDARIO.
           03 WS-CAL-FIN-SEMANA     PIC X(1).
           03 WS-CAL-FERIADO        PIC X(1).
           03 WS-CAL-FIN-MES        PIC X(1).
           03 WS-CAL-DESC-FERIADO   PIC X(30).

      *    CLAVES SUSTITUTAS: CADA DIMENSION NUMERA SUS MIEMBROS EN
      *    EL ARCHIVO DE CLAVES DEL BI, QUE GUARDA LA CLAVE NATURAL
      *    Y LA SUSTITUTA ASIGNADA; UNA FILA DE CONTROL POR
      *    DIMENSION (CLAVE NATURAL EN BLANCO) LLEVA LA ULTIMA
      *    SECUENCIA. LA SUSTITUTA CERO ES EL MIEMBRO NO DEFINIDO.
       01  WS-CONTROL-SUSTITUTA.
           03 WS-SK-DIMENSION       PIC X(3).
           03 WS-SK-NATURAL         PIC X(20).
           03 WS-SK-VALOR           PIC 9(9).

       01  WS-TOTAL-CLAVES-NUEVAS   PIC 9(7).

       01  WS-TABLA-SK-RUBROS.
           03 WS-SK-RUBRO           PIC 9(9) OCCURS 99 TIMES.
       01  WS-TABLA-SK-OFICINAS.
           03 WS-SK-OFICINA         PIC 9(9) OCCURS 999 TIMES.
       01  WS-TABLA-SK-CARGOS.
           03 WS-SK-CARGO           PIC 9(9) OCCURS 999 TIMES.

      *    CAMBIOS DE OFICINA, DEPARTAMENTO, CARGO Y EMPRESA CON
      *    FECHA EFECTIVA POSTERIOR AL CIERRE: EL VALOR ANTERIOR DEL
      *    PRIMER CAMBIO DESPUES DEL CIERRE ES EL QUE EL EMPLEADO
      *    TENIA AL FIN DEL PERIODO.
       01  WS-TABLA-CAMBIOS.
           03 WS-CAM-FILA OCCURS 5000 TIMES.
              05 WS-CAM-TIPO        PIC X(1).
              05 WS-CAM-EMPLEADO    PIC 9(8).
              05 WS-CAM-FECHA       PIC 9(8).
              05 WS-CAM-ANTERIOR    PIC 9(3).
              05 WS-CAM-SUELDO-ANT  PIC 9(8)V9(2).

       01  WS-CAMBIO-NUEVO.
           03 WS-CNU-TIPO           PIC X(1).
           03 WS-CNU-EMPLEADO       PIC 9(8).
           03 WS-CNU-FECHA          PIC 9(8).
           03 WS-CNU-ANTERIOR       PIC 9(3).
           03 WS-CNU-SUELDO-ANT     PIC 9(8)V9(2).

       01  WS-TOT-CAMBIOS           PIC 9(5).
       01  WS-IND-CAM               PIC 9(5).
       01  WS-CAMBIOS-OMITIDOS      PIC 9(5).
       77  WS-MAX-CAMBIOS           PIC 9(5) VALUE 5000.

       01  WS-EMPLEADO-CIERRE.
           03 WS-ECI-EMPRESA        PIC 9(3).
           03 WS-ECI-OFICINA        PIC 9(3).
           03 WS-ECI-DEPTO          PIC 9(3).
           03 WS-ECI-CARGO          PIC 9(3).
           03 WS-ECI-SUELDO         PIC 9(8)V9(2).
           03 WS-ECI-ESTADO         PIC X(1).
           03 WS-ECI-FEC-EMPRESA    PIC 9(8).
           03 WS-ECI-FEC-OFICINA    PIC 9(8).
           03 WS-ECI-FEC-DEPTO      PIC 9(8).
           03 WS-ECI-FEC-CARGO      PIC 9(8).
           03 WS-ECI-SK-EMPLEADO    PIC 9(9).
           03 WS-ECI-SK-OFICINA     PIC 9(9).
           03 WS-ECI-SK-DEPTO       PIC 9(9).
           03 WS-ECI-SK-CARGO       PIC 9(9).

       01  WS-BANDERA-VIGENTE       PIC 9.
           88 WS-EMPLEADO-EN-PERIODO    VALUE 1.
           88 WS-EMPLEADO-FUERA         VALUE 0.
       01  WS-BANDERA-NOMINA        PIC 9.
           88 WS-CON-NOMINA         VALUE 1.
           88 WS-SIN-NOMINA         VALUE 0.
       01  WS-BANDERA-HISTORICO     PIC 9.
           88 WS-CON-HISTORICO      VALUE 1.
           88 WS-SIN-HISTORICO      VALUE 0.
       01  WS-ORIGEN-HECHO          PIC X(1).

      *    TASAS DEL PERIODO YA RESUELTAS, UNA FILA POR MONEDA.
       01  WS-TABLA-TASAS.
           03 WS-TAS-FILA OCCURS 50 TIMES.
              05 WS-TAS-MONEDA      PIC 9(3).
              05 WS-TAS-TASA        PIC 9(4)V9(6).
       01  WS-TOT-TASAS             PIC 9(2).
       01  WS-IND-TAS               PIC 9(2).
       01  WS-TASA-PERIODO          PIC 9(4)V9(6).
       01  WS-VIG-TCA-NUM           PIC 9(6).
       01  WS-VIG-TCA-MEJOR         PIC 9(6).
       01  WS-MONTO-REPORTE         PIC 9(12)V9(2).

      *    ARCHIVOS PRODUCIDOS EN LA CORRIDA CON SUS FILAS DE
      *    DATOS, PARA EL MANIFIESTO DE CARGA.
       01  WS-TABLA-ARCHIVOS.
           03 WS-ARC-FILA OCCURS 10 TIMES.
              05 WS-ARC-NOMBRE      PIC X(40).
              05 WS-ARC-FILAS       PIC 9(7).
       01  WS-TOT-ARCHIVOS          PIC 9(2).
       01  WS-IND-ARC               PIC 9(2).
       01  WS-ARC-EXTRACTO          PIC 9(2).
       01  WS-ARC-HECHO             PIC 9(2).
       01  WS-TOTAL-FILAS           PIC 9(9).

       01  WS-NOMBRE-EXTRACTO       PIC X(60).
       01  WS-NOMBRE-HECHO          PIC X(60).
       01  WS-ARCHIVO-BI            PIC X(40).
       01  WS-SUFIJO-BI             PIC X(12).
       01  WS-ENCABEZADO-BI         PIC X(250).

       01  WS-CONTADORES.
           03 WS-TOTAL-EMPLEADOS    PIC 9(6).
           03 WS-TOTAL-HECHOS       PIC 9(7).
           03 WS-TOTAL-PLANTILLA    PIC 9(5).
           03 WS-TOTAL-BASE         PIC 9(13)V9(2).

       01  WS-MONTO-EDIT            PIC Z(7)9.99.
       01  WS-REPORTE-EDIT          PIC Z(11)9.99.
       01  WS-SUELDO-EDIT           PIC Z(7)9.99.
       01  WS-TASA-EDIT             PIC Z(3)9.9(6).
       01  WS-PCT-EDIT              PIC ZZ9.99.
       01  WS-HORAS-EDIT            PIC Z(5)9.99.
       01  WS-INDICE-EDIT           PIC Z(6)9.99.
       01  WS-NATURALEZA-DESC       PIC X(20).

       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

      *    EL EXTRACTO SALE DE LA EMPRESA: LA CEDULA DE LA DIMENSION
      *    DE EMPLEADOS SE ESCRIBE SEGUN EL PERFIL DE ENMASCARAMIENTO
      *    DEL DESTINO BI. DIRECCION Y CELULAR NO SE EXTRAEN.
       01  WS-CONTROL-MASCARA.
           03 WS-MSC-OPERACION           PIC X(1).
           03 WS-MSC-EXTRACTO            PIC X(8).
           03 WS-MSC-DESTINO             PIC X(10).
           03 WS-MSC-OPERADOR            PIC X(10).
           03 WS-MSC-IRREVERSIBLE        PIC X(1).
           03 WS-MSC-PERFIL.
              05 WS-MSC-CEDULA           PIC X(1).
              05 WS-MSC-CUENTA           PIC X(1).
              05 WS-MSC-DIRECCION        PIC X(1).
              05 WS-MSC-CELULAR          PIC X(1).
              05 WS-MSC-ORIGEN           PIC X(1).
                  88 WS-MSC-REGISTRADO   VALUE "P".
           03 WS-MSC-ENTRADA.
              05 WS-MSC-CED-ENT          PIC 9(10).
              05 WS-MSC-CTA-ENT          PIC X(20).
              05 WS-MSC-DIR-ENT          PIC X(40).
              05 WS-MSC-CEL-ENT          PIC 9(10).
           03 WS-MSC-SALIDA.
              05 WS-MSC-CED-SAL          PIC X(10).
              05 WS-MSC-CTA-SAL          PIC X(20).
              05 WS-MSC-DIR-SAL          PIC X(40).
              05 WS-MSC-CEL-SAL          PIC X(10).
           03 WS-MSC-TOKEN               PIC X(10).
           03 WS-MSC-RESULTADO           PIC X(1).
               88 WS-MSC-OK              VALUE "0".

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

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
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 2005-VERIFICAR-ACCESO
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-PERIODO
             IF WS-CAMPOS-CORRECTO
               PERFORM 2020-CARGAR-PERFIL
               PERFORM 2100-CARGAR-CAMBIOS
               PERFORM 3000-GENERAR-EXTRACTO
               MOVE "C" TO WS-MSC-OPERACION
               CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE GENERO EL EXTRACTO PARA BI"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-PERIODOS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-OFICINAS.
           OPEN INPUT ARCHIVO-CARGOS.
           OPEN INPUT ARCHIVO-MONEDAS.

           OPEN INPUT ARCHIVO-NOMINAS-HIST.
           IF FL-NOH NOT = "00"
             OPEN OUTPUT ARCHIVO-NOMINAS-HIST
             CLOSE ARCHIVO-NOMINAS-HIST
             OPEN INPUT ARCHIVO-NOMINAS-HIST
           END-IF.

           OPEN INPUT ARCHIVO-DEPARTAMENTOS.
           IF FL-DEP NOT = "00"
             OPEN OUTPUT ARCHIVO-DEPARTAMENTOS
             CLOSE ARCHIVO-DEPARTAMENTOS
             OPEN INPUT ARCHIVO-DEPARTAMENTOS
           END-IF.

           OPEN INPUT ARCHIVO-TASAS-CAMBIO.
           IF FL-TCA NOT = "00"
             OPEN OUTPUT ARCHIVO-TASAS-CAMBIO
             CLOSE ARCHIVO-TASAS-CAMBIO
             OPEN INPUT ARCHIVO-TASAS-CAMBIO
           END-IF.

           OPEN INPUT ARCHIVO-KPI.
           IF FL-KPI NOT = "00"
             OPEN OUTPUT ARCHIVO-KPI
             CLOSE ARCHIVO-KPI
             OPEN INPUT ARCHIVO-KPI
           END-IF.

           OPEN INPUT ARCHIVO-FERIADOS.
           IF FL-FER NOT = "00"
             OPEN OUTPUT ARCHIVO-FERIADOS
             CLOSE ARCHIVO-FERIADOS
             OPEN INPUT ARCHIVO-FERIADOS
           END-IF.

           OPEN I-O ARCHIVO-CLAVES-BI.
           IF FL-CBI NOT = "00"
             CLOSE ARCHIVO-CLAVES-BI
             OPEN OUTPUT ARCHIVO-CLAVES-BI
             CLOSE ARCHIVO-CLAVES-BI
             OPEN I-O ARCHIVO-CLAVES-BI
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-MONEDAS.
           CLOSE ARCHIVO-TASAS-CAMBIO.
           CLOSE ARCHIVO-KPI.
           CLOSE ARCHIVO-FERIADOS.
           CLOSE ARCHIVO-CLAVES-BI.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   EXTRACTO MENSUAL PARA BI (MODELO ESTRELLA)".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-DWH-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-DWH-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-DWH-FEC-AA IS NOT NUMERIC OR
                    WS-DWH-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-DWH-FEC-MM IS NOT NUMERIC OR
                    WS-DWH-FEC-MM <= ZEROS OR WS-DWH-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 PERFORM 2001-CALCULAR-LIMITES
           END-EVALUATE.

       2001-CALCULAR-LIMITES.
      *-----------------------
      *    FIN DE MES: EL DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE.
           COMPUTE WS-PERIODO-NUM =
               WS-DWH-FEC-AA * 100 + WS-DWH-FEC-MM.
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO-NUM * 100 + 1.

           IF WS-DWH-FEC-MM = 12
             COMPUTE WS-PRIMERO-SIGUIENTE =
                 (WS-DWH-FEC-AA + 1) * 10000 + 101
           ELSE
             COMPUTE WS-PRIMERO-SIGUIENTE =
                 WS-DWH-FEC-AA * 10000 + (WS-DWH-FEC-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FIN-PERIODO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1).

       2005-VERIFICAR-ACCESO.
      *----------------------
      *    EL EXTRACTO LLEVA SUELDOS Y MONTOS DE TODA LA EMPRESA:
      *    SOLO LO GENERA UN PERFIL CON ACCESO A LOS MONTOS.
           MOVE LK-OPERADOR TO WS-CNF-OPERADOR.
           MOVE "GEN-DWH "  TO WS-CNF-PROGRAMA.
           MOVE ZEROS       TO WS-CNF-COD-EMPLEADO.
           MOVE "N"         TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "SU PERFIL NO TIENE ACCESO A LOS MONTOS DE LA "
                 "NOMINA"
           END-IF.

       2010-VALIDAR-PERIODO.
      *----------------------
      *    EL DATA MART SE ALIMENTA DE LO LIQUIDADO: SOLO CON EL
      *    PERIODO CERRADO. UNA EMPRESA SANDBOX NO SALE AL BI.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA = "00" AND
              CIA-DESCRIPCION (1:9) = "*SANDBOX*"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " ES UN SANDBOX "
                 "DE PRACTICA: NO SE GENERA EL EXTRACTO PARA BI"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-DWH-FEC-AA TO PER-FEC-AA.
           MOVE WS-DWH-FEC-MM TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           IF FL-PER NOT = "00" OR PER-ESTADO NOT = "C"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL PERIODO " WS-DWH-FEC-AA "-" WS-DWH-FEC-MM
                 " NO ESTA CERRADO PARA ESTA EMPRESA"
           END-IF.

       2020-CARGAR-PERFIL.
      *-------------------
           INITIALIZE WS-CONTROL-MASCARA.
           MOVE "A"           TO WS-MSC-OPERACION.
           MOVE "GEN-DWH"     TO WS-MSC-EXTRACTO.
           MOVE "BI"          TO WS-MSC-DESTINO.
           MOVE LK-OPERADOR   TO WS-MSC-OPERADOR.
           MOVE "N"           TO WS-MSC-IRREVERSIBLE.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           IF WS-MSC-REGISTRADO
             DISPLAY "PERFIL APLICADO: GEN-DWH / BI"
           ELSE
             DISPLAY "SIN PERFIL PARA EL DESTINO BI, SE APLICA EL "
                 "PERFIL POR OMISION"
           END-IF.

       2100-CARGAR-CAMBIOS.
      *--------------------
      *    LOS HISTORIALES DE TRASLADOS SON SECUENCIALES: SE LEEN
      *    UNA VEZ Y SE GUARDAN SOLO LOS CAMBIOS POSTERIORES AL
      *    CIERRE, QUE SON LOS QUE HAY QUE DESHACER.
           MOVE ZEROS TO WS-TOT-CAMBIOS.
           MOVE ZEROS TO WS-CAMBIOS-OMITIDOS.

           OPEN INPUT ARCHIVO-HIST-OFICINAS.
           IF FL-HOF = "00"
             PERFORM 2110-LEER-HIST-OFICINA
             PERFORM UNTIL FL-HOF NOT = "00"
               MOVE HOF-FECHA-EFECTIVA TO WS-FECHA-CALCULO
               IF WS-FECHA-CALCULO-NUM > WS-FIN-PERIODO
                 MOVE "O"                 TO WS-CNU-TIPO
                 MOVE HOF-COD-EMPLEADO    TO WS-CNU-EMPLEADO
                 MOVE HOF-COD-OFICINA-ANT TO WS-CNU-ANTERIOR
                 MOVE ZEROS               TO WS-CNU-SUELDO-ANT
                 PERFORM 2150-AGREGAR-CAMBIO
               END-IF
               PERFORM 2110-LEER-HIST-OFICINA
             END-PERFORM
           END-IF.
           CLOSE ARCHIVO-HIST-OFICINAS.

           OPEN INPUT ARCHIVO-HIST-DEPTOS.
           IF FL-HDP = "00"
             PERFORM 2120-LEER-HIST-DEPTO
             PERFORM UNTIL FL-HDP NOT = "00"
               MOVE HDP-FECHA-EFECTIVA TO WS-FECHA-CALCULO
               IF WS-FECHA-CALCULO-NUM > WS-FIN-PERIODO
                 MOVE "D"                 TO WS-CNU-TIPO
                 MOVE HDP-COD-EMPLEADO    TO WS-CNU-EMPLEADO
                 MOVE HDP-COD-DEPTO-ANT   TO WS-CNU-ANTERIOR
                 MOVE ZEROS               TO WS-CNU-SUELDO-ANT
                 PERFORM 2150-AGREGAR-CAMBIO
               END-IF
               PERFORM 2120-LEER-HIST-DEPTO
             END-PERFORM
           END-IF.
           CLOSE ARCHIVO-HIST-DEPTOS.

           OPEN INPUT ARCHIVO-HIST-CARGOS.
           IF FL-HCA = "00"
             PERFORM 2130-LEER-HIST-CARGO
             PERFORM UNTIL FL-HCA NOT = "00"
               MOVE HCA-FECHA-EFECTIVA TO WS-FECHA-CALCULO
               IF WS-FECHA-CALCULO-NUM > WS-FIN-PERIODO
                 MOVE "C"                 TO WS-CNU-TIPO
                 MOVE HCA-COD-EMPLEADO    TO WS-CNU-EMPLEADO
                 MOVE HCA-COD-CARGO-ANT   TO WS-CNU-ANTERIOR
                 MOVE HCA-SUELDO-ANTERIOR TO WS-CNU-SUELDO-ANT
                 PERFORM 2150-AGREGAR-CAMBIO
               END-IF
               PERFORM 2130-LEER-HIST-CARGO
             END-PERFORM
           END-IF.
           CLOSE ARCHIVO-HIST-CARGOS.

           OPEN INPUT ARCHIVO-HIST-EMPRESAS.
           IF FL-HCE = "00"
             PERFORM 2140-LEER-HIST-EMPRESA
             PERFORM UNTIL FL-HCE NOT = "00"
               MOVE HCE-FECHA-EFECTIVA TO WS-FECHA-CALCULO
               IF WS-FECHA-CALCULO-NUM > WS-FIN-PERIODO
                 MOVE "E"                 TO WS-CNU-TIPO
                 MOVE HCE-COD-EMPLEADO    TO WS-CNU-EMPLEADO
                 MOVE HCE-COD-EMPRESA-ANT TO WS-CNU-ANTERIOR
                 MOVE ZEROS               TO WS-CNU-SUELDO-ANT
                 PERFORM 2150-AGREGAR-CAMBIO
               END-IF
               PERFORM 2140-LEER-HIST-EMPRESA
             END-PERFORM
           END-IF.
           CLOSE ARCHIVO-HIST-EMPRESAS.

           IF WS-CAMBIOS-OMITIDOS > ZEROS
             DISPLAY "AVISO: TABLA DE CAMBIOS LLENA, "
                 WS-CAMBIOS-OMITIDOS " CAMBIOS POSTERIORES AL CIERRE "
                 "NO SE DESHICIERON"
           END-IF.

       2110-LEER-HIST-OFICINA.
      *------------------------
           READ ARCHIVO-HIST-OFICINAS
           END-READ.

       2120-LEER-HIST-DEPTO.
      *----------------------
           READ ARCHIVO-HIST-DEPTOS
           END-READ.

       2130-LEER-HIST-CARGO.
      *----------------------
           READ ARCHIVO-HIST-CARGOS
           END-READ.

       2140-LEER-HIST-EMPRESA.
      *------------------------
           READ ARCHIVO-HIST-EMPRESAS
           END-READ.

       2150-AGREGAR-CAMBIO.
      *--------------------
           IF WS-TOT-CAMBIOS >= WS-MAX-CAMBIOS
             ADD 1 TO WS-CAMBIOS-OMITIDOS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-CAMBIOS.
           MOVE WS-FECHA-CALCULO-NUM TO WS-CNU-FECHA.
           MOVE WS-CAMBIO-NUEVO      TO WS-CAM-FILA (WS-TOT-CAMBIOS).

       3000-GENERAR-EXTRACTO.
      *----------------------
           INITIALIZE WS-CONTADORES WS-TABLA-ARCHIVOS.
           MOVE ZEROS TO WS-TOT-ARCHIVOS.
           MOVE ZEROS TO WS-TOT-TASAS.
           MOVE ZEROS TO WS-TOTAL-CLAVES-NUEVAS.
           INITIALIZE WS-TABLA-SK-RUBROS WS-TABLA-SK-OFICINAS
               WS-TABLA-SK-CARGOS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           PERFORM 3100-DIMENSION-CALENDARIO.
           PERFORM 3200-DIMENSION-RUBROS.
           PERFORM 3300-DIMENSION-OFICINAS.
           PERFORM 3400-DIMENSION-DEPTOS.
           PERFORM 3500-DIMENSION-CARGOS.
           PERFORM 4000-EMPLEADOS-Y-NOMINA.
           PERFORM 5000-HECHO-PLANTILLA.
           PERFORM 6000-ESCRIBIR-MANIFIESTO.
           PERFORM 6100-IMPRIMIR-CONTROL.

       3100-DIMENSION-CALENDARIO.
      *--------------------------
      *    UN DIA POR FILA DEL MES EXTRAIDO, CON EL DIA DE LA
      *    SEMANA, FIN DE SEMANA Y FERIADO NACIONAL.
           MOVE "DCALENDARIO" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "CLAVE_FECHA,ANIO,MES,DIA,PERIODO,DIA_SEMANA,"
                  "NOMBRE_DIA,FIN_DE_SEMANA,FERIADO,"
                  "DESCRIPCION_FERIADO,FIN_DE_MES"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE WS-INICIO-PERIODO TO WS-FECHA-CALCULO-NUM.

           PERFORM UNTIL WS-FECHA-CALCULO-NUM > WS-FIN-PERIODO
             PERFORM 3110-ESCRIBIR-DIA
             COMPUTE WS-FECHA-CALCULO-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO-NUM) + 1)
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

       3110-ESCRIBIR-DIA.
      *------------------
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO-NUM) 7).

           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
             MOVE "S" TO WS-CAL-FIN-SEMANA
           ELSE
             MOVE "N" TO WS-CAL-FIN-SEMANA
           END-IF.

           IF WS-FECHA-CALCULO-NUM = WS-FIN-PERIODO
             MOVE "S" TO WS-CAL-FIN-MES
           ELSE
             MOVE "N" TO WS-CAL-FIN-MES
           END-IF.

           MOVE "N"    TO WS-CAL-FERIADO.
           MOVE SPACES TO WS-CAL-DESC-FERIADO.
           MOVE WS-FCA-AA TO FER-FEC-AA.
           MOVE WS-FCA-MM TO FER-FEC-MM.
           MOVE WS-FCA-DD TO FER-FEC-DD.
           MOVE ZEROS     TO FER-COD-CIUDAD.
           READ ARCHIVO-FERIADOS
           END-READ.
           IF FL-FER = "00" AND FER-ESTADO = "A"
             MOVE "S"             TO WS-CAL-FERIADO
             MOVE FER-DESCRIPCION TO WS-CAL-DESC-FERIADO
           END-IF.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-FECHA-CALCULO-NUM              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FCA-AA                         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FCA-MM                         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FCA-DD                         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-PERIODO-NUM                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-DIA-SEMANA                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOMBRE-DIA (WS-DIA-SEMANA + 1))
                                                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CAL-FIN-SEMANA                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CAL-FERIADO                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-DESC-FERIADO)
                                                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CAL-FIN-MES                    DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

       3200-DIMENSION-RUBROS.
      *----------------------
           MOVE "DRUBRO" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "SK_RUBRO,COD_RUBRO,DESCRIPCION,NATURALEZA,"
                  "DESC_NATURALEZA,BASE_IMPUESTO,BASE_APORTE,ESTADO"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE "0,0,NO DEFINIDO,,,,," TO EXT-LINEA.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           MOVE LOW-VALUES TO RUB-CODIGO.
           START ARCHIVO-RUBROS KEY IS NOT LESS THAN RUB-CODIGO
             INVALID KEY
               MOVE "10" TO FL-RUB
           END-START.

           IF FL-RUB = "00"
             PERFORM 3210-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-RUB NOT = "00"
             PERFORM 3220-ESCRIBIR-RUBRO
             PERFORM 3210-LEER-RUBRO
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

       3210-LEER-RUBRO.
      *----------------
           READ ARCHIVO-RUBROS NEXT RECORD
           END-READ.

       3220-ESCRIBIR-RUBRO.
      *--------------------
           MOVE "RUB"      TO WS-SK-DIMENSION.
           MOVE RUB-CODIGO TO WS-SK-NATURAL.
           PERFORM 8000-OBTENER-SUSTITUTA.

           IF RUB-CODIGO > ZEROS
             MOVE WS-SK-VALOR TO WS-SK-RUBRO (RUB-CODIGO)
           END-IF.

           EVALUATE RUB-NATURALEZA
               WHEN "I"
                 MOVE "INGRESO"            TO WS-NATURALEZA-DESC
               WHEN "E"
                 MOVE "EGRESO"             TO WS-NATURALEZA-DESC
               WHEN "P"
                 MOVE "PROVISION PATRONAL" TO WS-NATURALEZA-DESC
               WHEN "B"
                 MOVE "BENEFICIO EN ESPECIE" TO WS-NATURALEZA-DESC
               WHEN OTHER
                 MOVE "NO DEFINIDA"        TO WS-NATURALEZA-DESC
           END-EVALUATE.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  RUB-CODIGO                        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(RUB-DESCRIPCION)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  RUB-NATURALEZA                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NATURALEZA-DESC) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  RUB-BASE-IMPUESTO                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  RUB-BASE-APORTE                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  RUB-ESTADO                        DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

       3300-DIMENSION-OFICINAS.
      *------------------------
           MOVE "DOFICINA" TO WS-SUFIJO-BI.
           MOVE "SK_OFICINA,COD_OFICINA,DESCRIPCION,ESTADO"
             TO WS-ENCABEZADO-BI.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE "0,0,NO DEFINIDA," TO EXT-LINEA.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           MOVE LOW-VALUES TO OFI-CLAVE.
           START ARCHIVO-OFICINAS KEY IS NOT LESS THAN OFI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-OFI
           END-START.

           IF FL-OFI = "00"
             PERFORM 3310-LEER-OFICINA
           END-IF.

           PERFORM UNTIL FL-OFI NOT = "00"
             PERFORM 3320-ESCRIBIR-OFICINA
             PERFORM 3310-LEER-OFICINA
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

       3310-LEER-OFICINA.
      *------------------
           READ ARCHIVO-OFICINAS NEXT RECORD
           END-READ.

       3320-ESCRIBIR-OFICINA.
      *----------------------
           MOVE "OFI"     TO WS-SK-DIMENSION.
           MOVE OFI-CLAVE TO WS-SK-NATURAL.
           PERFORM 8000-OBTENER-SUSTITUTA.

           IF OFI-CLAVE > ZEROS
             MOVE WS-SK-VALOR TO WS-SK-OFICINA (OFI-CLAVE)
           END-IF.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  OFI-CLAVE                         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(OFI-DESCRIPCION)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  OFI-ESTADO                        DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

       3400-DIMENSION-DEPTOS.
      *----------------------
      *    EL DEPARTAMENTO SE IDENTIFICA POR OFICINA Y CODIGO; LLEVA
      *    LA SUSTITUTA DE SU OFICINA PARA NAVEGAR LA JERARQUIA.
           MOVE "DDEPTO" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "SK_DEPARTAMENTO,SK_OFICINA,COD_OFICINA,"
                  "COD_DEPARTAMENTO,DESCRIPCION,ESTADO"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE "0,0,0,0,NO DEFINIDO," TO EXT-LINEA.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           MOVE LOW-VALUES TO DEP-CLAVE.
           START ARCHIVO-DEPARTAMENTOS KEY IS NOT LESS THAN DEP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DEP
           END-START.

           IF FL-DEP = "00"
             PERFORM 3410-LEER-DEPTO
           END-IF.

           PERFORM UNTIL FL-DEP NOT = "00"
             PERFORM 3420-ESCRIBIR-DEPTO
             PERFORM 3410-LEER-DEPTO
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

       3410-LEER-DEPTO.
      *----------------
           READ ARCHIVO-DEPARTAMENTOS NEXT RECORD
           END-READ.

       3420-ESCRIBIR-DEPTO.
      *--------------------
           MOVE "DEP"     TO WS-SK-DIMENSION.
           MOVE DEP-CLAVE TO WS-SK-NATURAL.
           PERFORM 8000-OBTENER-SUSTITUTA.

           MOVE ZEROS TO WS-ECI-SK-OFICINA.
           IF DEP-COD-OFICINA > ZEROS
             MOVE WS-SK-OFICINA (DEP-COD-OFICINA) TO WS-ECI-SK-OFICINA
           END-IF.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-OFICINA                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  DEP-COD-OFICINA                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  DEP-CODIGO                        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-DESCRIPCION)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  DEP-ESTADO                        DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

       3500-DIMENSION-CARGOS.
      *----------------------
           MOVE "DCARGO" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "SK_CARGO,COD_CARGO,DESCRIPCION,ESTADO,"
                  "SUELDO_MINIMO,SUELDO_MAXIMO"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE "0,0,NO DEFINIDO,,0.00,0.00" TO EXT-LINEA.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           MOVE LOW-VALUES TO CAR-CODIGO.
           START ARCHIVO-CARGOS KEY IS NOT LESS THAN CAR-CODIGO
             INVALID KEY
               MOVE "10" TO FL-CAR
           END-START.

           IF FL-CAR = "00"
             PERFORM 3510-LEER-CARGO
           END-IF.

           PERFORM UNTIL FL-CAR NOT = "00"
             PERFORM 3520-ESCRIBIR-CARGO
             PERFORM 3510-LEER-CARGO
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

       3510-LEER-CARGO.
      *----------------
           READ ARCHIVO-CARGOS NEXT RECORD
           END-READ.

       3520-ESCRIBIR-CARGO.
      *--------------------
           MOVE "CAR"      TO WS-SK-DIMENSION.
           MOVE CAR-CODIGO TO WS-SK-NATURAL.
           PERFORM 8000-OBTENER-SUSTITUTA.

           IF CAR-CODIGO > ZEROS
             MOVE WS-SK-VALOR TO WS-SK-CARGO (CAR-CODIGO)
           END-IF.

           MOVE CAR-SUELDO-MINIMO TO WS-SUELDO-EDIT.
           MOVE CAR-SUELDO-MAXIMO TO WS-MONTO-EDIT.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  CAR-CODIGO                        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(CAR-DESCRIPCION)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  CAR-ESTADO                        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUELDO-EDIT)     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTO-EDIT)      DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

       4000-EMPLEADOS-Y-NOMINA.
      *------------------------
      *    UNA SOLA PASADA POR EL MAESTRO: CADA EMPLEADO QUE AL
      *    CIERRE PERTENECIA A LA EMPRESA, O QUE TIENE NOMINA EN EL
      *    PERIODO, SALE A LA DIMENSION Y SUS RUBROS AL HECHO.
           MOVE "DEMPLEADO" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "SK_EMPLEADO,COD_EMPLEADO,CEDULA,NOMBRES,EMPRESA,"
                  "SK_OFICINA,SK_DEPARTAMENTO,SK_CARGO,SUELDO,"
                  "ESTADO,FECHA_INGRESO,FECHA_BAJA,GENERO,"
                  "FRECUENCIA_PAGO,PERIODO"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE "0,0,,NO DEFINIDO,0,0,0,0,0.00,,0,0,,,0"
             TO EXT-LINEA.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           PERFORM 7100-ABRIR-HECHO.

           MOVE LOW-VALUES TO EMP-CLAVE.
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4010-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             PERFORM 4020-PROCESAR-EMPLEADO
             PERFORM 4010-LEER-EMPLEADO
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.
           PERFORM 7120-CERRAR-HECHO.

       4010-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       4020-PROCESAR-EMPLEADO.
      *-----------------------
           PERFORM 4030-RECONSTRUIR-CIERRE.
           PERFORM 4040-BUSCAR-NOMINA.

           IF NOT (WS-ECI-EMPRESA = WS-CIA-CODIGO AND
                   WS-EMPLEADO-EN-PERIODO) AND
              WS-SIN-NOMINA AND WS-SIN-HISTORICO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 4050-ESCRIBIR-EMPLEADO.

           MOVE "V" TO WS-ORIGEN-HECHO.
           PERFORM UNTIL NOT WS-CON-NOMINA
             PERFORM 4060-ESCRIBIR-HECHO
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
             IF FL-NOM NOT = "00" OR
                NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                NOM-FEC-NOMINA-AA NOT = WS-DWH-FEC-AA OR
                NOM-FEC-NOMINA-MM NOT = WS-DWH-FEC-MM
               MOVE 0 TO WS-BANDERA-NOMINA
             END-IF
           END-PERFORM.

      *    UN PERIODO YA ARCHIVADO SE SIRVE DEL HISTORICO: EL
      *    REGISTRO SE TRAE AL AREA DE NOMINA Y SE ESCRIBE IGUAL.
           MOVE "H" TO WS-ORIGEN-HECHO.
           PERFORM UNTIL NOT WS-CON-HISTORICO
             MOVE NOH-DATOS TO NOM-DATOS
             PERFORM 4060-ESCRIBIR-HECHO
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
             IF FL-NOH NOT = "00" OR
                NOH-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                NOH-COD-EMPLEADO NOT = EMP-CLAVE OR
                NOH-FEC-NOMINA-AA NOT = WS-DWH-FEC-AA OR
                NOH-FEC-NOMINA-MM NOT = WS-DWH-FEC-MM
               MOVE 0 TO WS-BANDERA-HISTORICO
             END-IF
           END-PERFORM.

       4030-RECONSTRUIR-CIERRE.
      *------------------------
      *    SE PARTE DEL MAESTRO ACTUAL Y SE DESHACEN LOS CAMBIOS
      *    POSTERIORES AL CIERRE, TOMANDO EL MAS TEMPRANO DE CADA
      *    TIPO.
           MOVE EMP-COD-EMPRESA      TO WS-ECI-EMPRESA.
           MOVE EMP-COD-OFICINA      TO WS-ECI-OFICINA.
           MOVE EMP-COD-DEPARTAMENTO TO WS-ECI-DEPTO.
           MOVE EMP-COD-CARGO        TO WS-ECI-CARGO.
           MOVE EMP-SUELDO-ACTUAL    TO WS-ECI-SUELDO.
           MOVE 99999999 TO WS-ECI-FEC-EMPRESA WS-ECI-FEC-OFICINA
                            WS-ECI-FEC-DEPTO WS-ECI-FEC-CARGO.

           PERFORM VARYING WS-IND-CAM FROM 1 BY 1
               UNTIL WS-IND-CAM > WS-TOT-CAMBIOS
             IF WS-CAM-EMPLEADO (WS-IND-CAM) = EMP-CLAVE
               PERFORM 4031-DESHACER-CAMBIO
             END-IF
           END-PERFORM.

           MOVE EMP-FEC-INGRESO TO WS-FECHA-CALCULO.
           MOVE WS-FECHA-CALCULO-NUM TO WS-FECHA-INGRESO-NUM.
           MOVE EMP-FEC-BAJA TO WS-FECHA-CALCULO.
           IF WS-FECHA-CALCULO IS NUMERIC
             MOVE WS-FECHA-CALCULO-NUM TO WS-FECHA-BAJA-NUM
           ELSE
             MOVE ZEROS TO WS-FECHA-BAJA-NUM
           END-IF.

      *    ACTIVO AL CIERRE: INGRESO HASTA EL FIN DEL PERIODO Y SIN
      *    BAJA, O CON UNA BAJA POSTERIOR. EN EL PERIODO: ESTUVO
      *    EMPLEADO AL MENOS UN DIA DEL MES.
           IF WS-FECHA-INGRESO-NUM <= WS-FIN-PERIODO AND
              (WS-FECHA-BAJA-NUM = ZEROS OR
               WS-FECHA-BAJA-NUM > WS-FIN-PERIODO)
             MOVE "A" TO WS-ECI-ESTADO
           ELSE
             MOVE "I" TO WS-ECI-ESTADO
           END-IF.

           IF WS-FECHA-INGRESO-NUM <= WS-FIN-PERIODO AND
              (WS-FECHA-BAJA-NUM = ZEROS OR
               WS-FECHA-BAJA-NUM >= WS-INICIO-PERIODO)
             MOVE 1 TO WS-BANDERA-VIGENTE
           ELSE
             MOVE 0 TO WS-BANDERA-VIGENTE
           END-IF.

       4031-DESHACER-CAMBIO.
      *---------------------
           EVALUATE WS-CAM-TIPO (WS-IND-CAM)
               WHEN "E"
                 IF WS-CAM-FECHA (WS-IND-CAM) < WS-ECI-FEC-EMPRESA
                   MOVE WS-CAM-FECHA (WS-IND-CAM)
                     TO WS-ECI-FEC-EMPRESA
                   MOVE WS-CAM-ANTERIOR (WS-IND-CAM)
                     TO WS-ECI-EMPRESA
                 END-IF
               WHEN "O"
                 IF WS-CAM-FECHA (WS-IND-CAM) < WS-ECI-FEC-OFICINA
                   MOVE WS-CAM-FECHA (WS-IND-CAM)
                     TO WS-ECI-FEC-OFICINA
                   MOVE WS-CAM-ANTERIOR (WS-IND-CAM)
                     TO WS-ECI-OFICINA
                 END-IF
               WHEN "D"
                 IF WS-CAM-FECHA (WS-IND-CAM) < WS-ECI-FEC-DEPTO
                   MOVE WS-CAM-FECHA (WS-IND-CAM)
                     TO WS-ECI-FEC-DEPTO
                   MOVE WS-CAM-ANTERIOR (WS-IND-CAM)
                     TO WS-ECI-DEPTO
                 END-IF
               WHEN "C"
                 IF WS-CAM-FECHA (WS-IND-CAM) < WS-ECI-FEC-CARGO
                   MOVE WS-CAM-FECHA (WS-IND-CAM)
                     TO WS-ECI-FEC-CARGO
                   MOVE WS-CAM-ANTERIOR (WS-IND-CAM)
                     TO WS-ECI-CARGO
                   MOVE WS-CAM-SUELDO-ANT (WS-IND-CAM)
                     TO WS-ECI-SUELDO
                 END-IF
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       4040-BUSCAR-NOMINA.
      *-------------------
      *    LOS RUBROS DE UN EMPLEADO EN EL PERIODO SE UBICAN POR LA
      *    CLAVE PRIMARIA: EMPRESA, EMPLEADO Y PERIODO.
           MOVE 0 TO WS-BANDERA-NOMINA.
           MOVE 0 TO WS-BANDERA-HISTORICO.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-DWH-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-DWH-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             READ ARCHIVO-NOMINAS NEXT RECORD
             END-READ
           END-IF.

           IF FL-NOM = "00" AND
              NOM-COD-EMPRESA = WS-CIA-CODIGO AND
              NOM-COD-EMPLEADO = EMP-CLAVE AND
              NOM-FEC-NOMINA-AA = WS-DWH-FEC-AA AND
              NOM-FEC-NOMINA-MM = WS-DWH-FEC-MM
             MOVE 1 TO WS-BANDERA-NOMINA
           END-IF.

           MOVE WS-CIA-CODIGO TO NOH-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOH-COD-EMPLEADO.
           MOVE WS-DWH-FEC-AA TO NOH-FEC-NOMINA-AA.
           MOVE WS-DWH-FEC-MM TO NOH-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOH-TIPO-RUBRO.

           START ARCHIVO-NOMINAS-HIST KEY IS NOT LESS THAN NOH-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOH
           END-START.

           IF FL-NOH = "00"
             READ ARCHIVO-NOMINAS-HIST NEXT RECORD
             END-READ
           END-IF.

           IF FL-NOH = "00" AND
              NOH-COD-EMPRESA = WS-CIA-CODIGO AND
              NOH-COD-EMPLEADO = EMP-CLAVE AND
              NOH-FEC-NOMINA-AA = WS-DWH-FEC-AA AND
              NOH-FEC-NOMINA-MM = WS-DWH-FEC-MM
             MOVE 1 TO WS-BANDERA-HISTORICO
           END-IF.

       4050-ESCRIBIR-EMPLEADO.
      *-----------------------
           MOVE "EMP"     TO WS-SK-DIMENSION.
           MOVE EMP-CLAVE TO WS-SK-NATURAL.
           PERFORM 8000-OBTENER-SUSTITUTA.
           MOVE WS-SK-VALOR TO WS-ECI-SK-EMPLEADO.

           MOVE ZEROS TO WS-ECI-SK-OFICINA.
           IF WS-ECI-OFICINA > ZEROS
             MOVE WS-SK-OFICINA (WS-ECI-OFICINA) TO WS-ECI-SK-OFICINA
           END-IF.

           MOVE ZEROS TO WS-ECI-SK-CARGO.
           IF WS-ECI-CARGO > ZEROS
             MOVE WS-SK-CARGO (WS-ECI-CARGO) TO WS-ECI-SK-CARGO
           END-IF.

           MOVE ZEROS TO WS-ECI-SK-DEPTO.
           MOVE WS-ECI-OFICINA TO DEP-COD-OFICINA.
           MOVE WS-ECI-DEPTO   TO DEP-CODIGO.
           READ ARCHIVO-DEPARTAMENTOS
           END-READ.
           IF FL-DEP = "00"
             MOVE "DEP"     TO WS-SK-DIMENSION
             MOVE DEP-CLAVE TO WS-SK-NATURAL
             PERFORM 8000-OBTENER-SUSTITUTA
             MOVE WS-SK-VALOR TO WS-ECI-SK-DEPTO
           END-IF.

           MOVE "M"        TO WS-MSC-OPERACION.
           MOVE EMP-CEDULA TO WS-MSC-CED-ENT.
           MOVE SPACES     TO WS-MSC-CTA-ENT.
           MOVE SPACES     TO WS-MSC-DIR-ENT.
           MOVE ZEROS      TO WS-MSC-CEL-ENT.
           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           MOVE WS-ECI-SUELDO TO WS-SUELDO-EDIT.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-ECI-SK-EMPLEADO                DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  EMP-CLAVE                         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSC-CED-SAL)     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-NOMBRES)        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-EMPRESA                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-OFICINA                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-DEPTO                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-CARGO                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUELDO-EDIT)     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-ESTADO                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FECHA-INGRESO-NUM              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FECHA-BAJA-NUM                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  EMP-GENERO                        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  EMP-FREC-PAGO                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-PERIODO-NUM                    DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           ADD 1 TO WS-TOTAL-EMPLEADOS.

       4060-ESCRIBIR-HECHO.
      *--------------------
      *    EL MONTO SE INFORMA EN LA MONEDA DEL RUBRO Y EN MONEDA
      *    BASE CON LA TASA HISTORICA DEL PERIODO.
           PERFORM 4070-OBTENER-TASA.

           COMPUTE WS-MONTO-REPORTE ROUNDED =
               NOM-VALOR * WS-TASA-PERIODO.
           ADD WS-MONTO-REPORTE TO WS-TOTAL-BASE.

           MOVE ZEROS TO WS-SK-VALOR.
           IF NOM-TIPO-RUBRO > ZEROS
             MOVE WS-SK-RUBRO (NOM-TIPO-RUBRO) TO WS-SK-VALOR
           END-IF.

           MOVE NOM-VALOR        TO WS-MONTO-EDIT.
           MOVE WS-TASA-PERIODO  TO WS-TASA-EDIT.
           MOVE WS-MONTO-REPORTE TO WS-REPORTE-EDIT.

           MOVE SPACES TO HEC-LINEA.
           STRING WS-FIN-PERIODO                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-PERIODO-NUM                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  NOM-COD-EMPRESA                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-EMPLEADO                DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-OFICINA                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-DEPTO                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ECI-SK-CARGO                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  NOM-COD-MONEDA                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTO-EDIT)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TASA-EDIT)       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORTE-EDIT)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-ORIGEN-HECHO                   DELIMITED BY SIZE
             INTO HEC-LINEA
           END-STRING.
           PERFORM 7110-ESCRIBIR-HECHO.

           ADD 1 TO WS-TOTAL-HECHOS.

       4070-OBTENER-TASA.
      *------------------
           MOVE ZEROS TO WS-IND-TAS.
           PERFORM VARYING WS-IND-ARC FROM 1 BY 1
               UNTIL WS-IND-ARC > WS-TOT-TASAS OR WS-IND-TAS > ZEROS
             IF WS-TAS-MONEDA (WS-IND-ARC) = NOM-COD-MONEDA
               MOVE WS-IND-ARC TO WS-IND-TAS
             END-IF
           END-PERFORM.

           IF WS-IND-TAS > ZEROS
             MOVE WS-TAS-TASA (WS-IND-TAS) TO WS-TASA-PERIODO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 4080-BUSCAR-TASA-HISTORICA.

           IF WS-TOT-TASAS < 50
             ADD 1 TO WS-TOT-TASAS
             MOVE NOM-COD-MONEDA  TO WS-TAS-MONEDA (WS-TOT-TASAS)
             MOVE WS-TASA-PERIODO TO WS-TAS-TASA (WS-TOT-TASAS)
           END-IF.

       4080-BUSCAR-TASA-HISTORICA.
      *---------------------------
      *    LA TASA APLICABLE ES LA VIGENCIA MAS RECIENTE DEL
      *    HISTORIAL QUE NO SUPERE EL PERIODO; SI LA MONEDA NO TIENE
      *    HISTORIAL SE CAE A LA TASA VIVA DEL MAESTRO DE MONEDAS.
           MOVE ZERO TO WS-VIG-TCA-MEJOR.
           MOVE 1    TO WS-TASA-PERIODO.

           MOVE LOW-VALUES     TO TCA-CLAVE.
           MOVE NOM-COD-MONEDA TO TCA-COD-MONEDA.

           START ARCHIVO-TASAS-CAMBIO KEY IS NOT LESS THAN TCA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-TCA
           END-START.

           IF FL-TCA = "00"
             PERFORM 4081-LEER-TASA
           END-IF.

           PERFORM UNTIL FL-TCA NOT = "00" OR
                   TCA-COD-MONEDA NOT = NOM-COD-MONEDA
             COMPUTE WS-VIG-TCA-NUM =
                 TCA-VIG-AA * 100 + TCA-VIG-MM
             IF TCA-ESTADO = "A" AND
                WS-VIG-TCA-NUM <= WS-PERIODO-NUM AND
                WS-VIG-TCA-NUM > WS-VIG-TCA-MEJOR
               MOVE WS-VIG-TCA-NUM   TO WS-VIG-TCA-MEJOR
               MOVE TCA-TASA-CAMBIO  TO WS-TASA-PERIODO
             END-IF
             PERFORM 4081-LEER-TASA
           END-PERFORM.

           IF WS-VIG-TCA-MEJOR = ZEROS
             MOVE NOM-COD-MONEDA TO MON-CODIGO
             READ ARCHIVO-MONEDAS
             END-READ
             IF FL-MON = "00" AND MON-TASA-CAMBIO > ZEROS
               MOVE MON-TASA-CAMBIO TO WS-TASA-PERIODO
             END-IF
           END-IF.

       4081-LEER-TASA.
      *---------------
           READ ARCHIVO-TASAS-CAMBIO NEXT RECORD
           END-READ.

       5000-HECHO-PLANTILLA.
      *---------------------
      *    FOTO DE LA PLANTILLA POR OFICINA QUE DEJA EL REPORTE DE
      *    INDICADORES MENSUALES EN EL ARCHIVO DE KPI.
           MOVE "HPLANTILLA" TO WS-SUFIJO-BI.
           MOVE SPACES TO WS-ENCABEZADO-BI.
           STRING "CLAVE_FECHA,PERIODO,EMPRESA,SK_OFICINA,PLANTILLA,"
                  "INGRESOS,SALIDAS,ROTACION_PCT,DIAS_AUSENCIA,"
                  "HORAS_EXTRAS,ACCIDENTES,DIAS_PERDIDOS,"
                  "IND_FRECUENCIA,IND_GRAVEDAD"
             DELIMITED BY SIZE INTO WS-ENCABEZADO-BI
           END-STRING.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE WS-CIA-CODIGO TO KPI-COD-EMPRESA.
           MOVE WS-DWH-FEC-AA TO KPI-FEC-AA.
           MOVE WS-DWH-FEC-MM TO KPI-FEC-MM.
           MOVE ZEROS         TO KPI-COD-OFICINA.

           START ARCHIVO-KPI KEY IS NOT LESS THAN KPI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-KPI
           END-START.

           IF FL-KPI = "00"
             PERFORM 5010-LEER-KPI
           END-IF.

           PERFORM UNTIL FL-KPI NOT = "00" OR
                   KPI-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   KPI-FEC-AA NOT = WS-DWH-FEC-AA OR
                   KPI-FEC-MM NOT = WS-DWH-FEC-MM
             PERFORM 5020-ESCRIBIR-PLANTILLA
             PERFORM 5010-LEER-KPI
           END-PERFORM.

           PERFORM 7020-CERRAR-EXTRACTO.

           IF WS-TOTAL-PLANTILLA = ZEROS
             DISPLAY "AVISO: NO HAY INDICADORES DE PLANTILLA DEL "
                 "PERIODO; EJECUTE ANTES EL REPORTE DE INDICADORES "
                 "MENSUALES"
           END-IF.

       5010-LEER-KPI.
      *--------------
           READ ARCHIVO-KPI NEXT RECORD
           END-READ.

       5020-ESCRIBIR-PLANTILLA.
      *------------------------
           MOVE ZEROS TO WS-SK-VALOR.
           IF KPI-COD-OFICINA > ZEROS
             MOVE WS-SK-OFICINA (KPI-COD-OFICINA) TO WS-SK-VALOR
           END-IF.

           MOVE KPI-ROTACION-PCT   TO WS-PCT-EDIT.
           MOVE KPI-HORAS-EXTRAS   TO WS-HORAS-EDIT.
           MOVE KPI-IND-FRECUENCIA TO WS-MONTO-EDIT.
           MOVE KPI-IND-GRAVEDAD   TO WS-INDICE-EDIT.

           MOVE SPACES TO EXT-LINEA.
           STRING WS-FIN-PERIODO                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-PERIODO-NUM                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-COD-EMPRESA                   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-SK-VALOR                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-PLANTILLA                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-INGRESOS                      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-SALIDAS                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-EDIT)        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-DIAS-AUSENCIA                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HORAS-EDIT)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-ACCIDENTES                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  KPI-DIAS-PERDIDOS                 DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTO-EDIT)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INDICE-EDIT)     DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           PERFORM 7010-ESCRIBIR-EXTRACTO.

           ADD 1 TO WS-TOTAL-PLANTILLA.

       6000-ESCRIBIR-MANIFIESTO.
      *-------------------------
      *    EL MANIFIESTO SE ESCRIBE AL FINAL: UNA FILA G DE LA
      *    CORRIDA Y UNA FILA F POR ARCHIVO CON SUS FILAS DE DATOS
      *    (SIN CONTAR EL ENCABEZADO). LA CARGA DEL BI RECHAZA EL
      *    LOTE SI ALGUN CONTEO NO CUADRA.
           MOVE ZEROS TO WS-TOTAL-FILAS.
           PERFORM VARYING WS-IND-ARC FROM 1 BY 1
               UNTIL WS-IND-ARC > WS-TOT-ARCHIVOS
             ADD WS-ARC-FILAS (WS-IND-ARC) TO WS-TOTAL-FILAS
           END-PERFORM.

           MOVE "MANIFIESTO" TO WS-SUFIJO-BI.
           MOVE "TIPO,EMPRESA,PERIODO,ARCHIVO,FILAS,FECHA,HORA,OPERADOR"
             TO WS-ENCABEZADO-BI.
           PERFORM 7000-ABRIR-EXTRACTO.

           MOVE SPACES TO EXT-LINEA.
           STRING "G,"                              DELIMITED BY SIZE
                  WS-CIA-CODIGO                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-PERIODO-NUM                    DELIMITED BY SIZE
                  ",,"                              DELIMITED BY SIZE
                  WS-TOTAL-FILAS                    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-FECHA-SISTEMA                  DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-HORA-SISTEMA (1:6)             DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(LK-OPERADOR)        DELIMITED BY SIZE
             INTO EXT-LINEA
           END-STRING.
           WRITE EXT-LINEA.

           PERFORM VARYING WS-IND-ARC FROM 1 BY 1
               UNTIL WS-IND-ARC > WS-TOT-ARCHIVOS - 1
             MOVE SPACES TO EXT-LINEA
             STRING "F,"                            DELIMITED BY SIZE
                    WS-CIA-CODIGO                   DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    WS-PERIODO-NUM                  DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ARC-NOMBRE (WS-IND-ARC))
                                                    DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    WS-ARC-FILAS (WS-IND-ARC)       DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    WS-FECHA-SISTEMA                DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    WS-HORA-SISTEMA (1:6)           DELIMITED BY SIZE
                    ","                             DELIMITED BY SIZE
                    FUNCTION TRIM(LK-OPERADOR)      DELIMITED BY SIZE
               INTO EXT-LINEA
             END-STRING
             WRITE EXT-LINEA
           END-PERFORM.

           CLOSE ARCHIVO-EXTRACTO-BI.

       6100-IMPRIMIR-CONTROL.
      *----------------------
           MOVE WS-TOTAL-BASE TO WS-REPORTE-EDIT.

           DISPLAY WS-DECORADOR.
           DISPLAY "EXTRACTO BI - EMPRESA " WS-CIA-CODIGO
               " PERIODO " WS-DWH-FEC-AA "-" WS-DWH-FEC-MM.
           PERFORM VARYING WS-IND-ARC FROM 1 BY 1
               UNTIL WS-IND-ARC > WS-TOT-ARCHIVOS
             DISPLAY "  " WS-ARC-NOMBRE (WS-IND-ARC) " FILAS "
                 WS-ARC-FILAS (WS-IND-ARC)
           END-PERFORM.
           DISPLAY "EMPLEADOS EN LA DIMENSION:   " WS-TOTAL-EMPLEADOS.
           DISPLAY "FILAS DEL HECHO DE NOMINA:   " WS-TOTAL-HECHOS.
           DISPLAY "TOTAL EN MONEDA BASE:        " WS-REPORTE-EDIT.
           DISPLAY "CLAVES SUSTITUTAS NUEVAS:    "
               WS-TOTAL-CLAVES-NUEVAS.
           DISPLAY WS-DECORADOR.

       7000-ABRIR-EXTRACTO.
      *--------------------
      *    ABRE EL SIGUIENTE ARCHIVO DEL LOTE CON SU ENCABEZADO Y LO
      *    ANOTA PARA EL MANIFIESTO.
           MOVE SPACES TO WS-ARCHIVO-BI.
           STRING "BI-" WS-CIA-CODIGO "-" WS-PERIODO-NUM "-"
                  FUNCTION TRIM(WS-SUFIJO-BI) ".csv"
             DELIMITED BY SIZE INTO WS-ARCHIVO-BI
           END-STRING.

           MOVE SPACES TO WS-NOMBRE-EXTRACTO.
           STRING "../Archivos/" FUNCTION TRIM(WS-ARCHIVO-BI)
             DELIMITED BY SIZE INTO WS-NOMBRE-EXTRACTO
           END-STRING.

           OPEN OUTPUT ARCHIVO-EXTRACTO-BI.
           IF FL-EXT NOT = "00"
             DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-EXTRACTO " - "
                 FL-EXT
             MOVE "7000-ABRIR-EXTRACTO" TO WS-ERR-PARRAFO
             MOVE "EXT" TO WS-ERR-ARCHIVO
             MOVE FL-EXT TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

           ADD 1 TO WS-TOT-ARCHIVOS.
           MOVE WS-TOT-ARCHIVOS TO WS-ARC-EXTRACTO.
           MOVE WS-ARCHIVO-BI   TO WS-ARC-NOMBRE (WS-ARC-EXTRACTO).
           MOVE ZEROS           TO WS-ARC-FILAS (WS-ARC-EXTRACTO).

           MOVE WS-ENCABEZADO-BI TO EXT-LINEA.
           WRITE EXT-LINEA.

       7010-ESCRIBIR-EXTRACTO.
      *-----------------------
           WRITE EXT-LINEA.
           IF FL-EXT = "00"
             ADD 1 TO WS-ARC-FILAS (WS-ARC-EXTRACTO)
           END-IF.

       7020-CERRAR-EXTRACTO.
      *---------------------
           CLOSE ARCHIVO-EXTRACTO-BI.

       7100-ABRIR-HECHO.
      *-----------------
           MOVE SPACES TO WS-ARCHIVO-BI.
           STRING "BI-" WS-CIA-CODIGO "-" WS-PERIODO-NUM "-"
                  "HNOMINA.csv"
             DELIMITED BY SIZE INTO WS-ARCHIVO-BI
           END-STRING.

           MOVE SPACES TO WS-NOMBRE-HECHO.
           STRING "../Archivos/" FUNCTION TRIM(WS-ARCHIVO-BI)
             DELIMITED BY SIZE INTO WS-NOMBRE-HECHO
           END-STRING.

           OPEN OUTPUT ARCHIVO-HECHO-NOMINA.
           IF FL-HEC NOT = "00"
             DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-HECHO " - " FL-HEC
             MOVE "7100-ABRIR-HECHO" TO WS-ERR-PARRAFO
             MOVE "HEC" TO WS-ERR-ARCHIVO
             MOVE FL-HEC TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

           ADD 1 TO WS-TOT-ARCHIVOS.
           MOVE WS-TOT-ARCHIVOS TO WS-ARC-HECHO.
           MOVE WS-ARCHIVO-BI   TO WS-ARC-NOMBRE (WS-ARC-HECHO).
           MOVE ZEROS           TO WS-ARC-FILAS (WS-ARC-HECHO).

           MOVE SPACES TO HEC-LINEA.
           STRING "CLAVE_FECHA,PERIODO,EMPRESA,SK_EMPLEADO,SK_OFICINA,"
                  "SK_DEPARTAMENTO,SK_CARGO,SK_RUBRO,MONEDA,"
                  "MONTO_LOCAL,TASA_CAMBIO,MONTO_MONEDA_BASE,ORIGEN"
             DELIMITED BY SIZE INTO HEC-LINEA
           END-STRING.
           WRITE HEC-LINEA.

       7110-ESCRIBIR-HECHO.
      *--------------------
           WRITE HEC-LINEA.
           IF FL-HEC = "00"
             ADD 1 TO WS-ARC-FILAS (WS-ARC-HECHO)
           END-IF.

       7120-CERRAR-HECHO.
      *------------------
           CLOSE ARCHIVO-HECHO-NOMINA.

       8000-OBTENER-SUSTITUTA.
      *-----------------------
      *    DEVUELVE LA SUSTITUTA DE LA CLAVE NATURAL; SI ES UN
      *    MIEMBRO NUEVO TOMA LA SIGUIENTE SECUENCIA DE LA FILA DE
      *    CONTROL DE LA DIMENSION Y LO REGISTRA. ASI UN MISMO
      *    EMPLEADO, OFICINA O RUBRO CONSERVA SU CLAVE EN TODAS LAS
      *    CORRIDAS.
           MOVE WS-SK-DIMENSION TO CBI-DIMENSION.
           MOVE WS-SK-NATURAL   TO CBI-CLAVE-NATURAL.
           READ ARCHIVO-CLAVES-BI
           END-READ.

           IF FL-CBI = "00"
             MOVE CBI-SUSTITUTA TO WS-SK-VALOR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-SK-DIMENSION TO CBI-DIMENSION.
           MOVE SPACES          TO CBI-CLAVE-NATURAL.
           READ ARCHIVO-CLAVES-BI
           END-READ.

           IF FL-CBI = "00"
             ADD 1 TO CBI-ULT-SECUENCIA
             MOVE CBI-ULT-SECUENCIA TO WS-SK-VALOR
             REWRITE CBI-DATOS
             END-REWRITE
           ELSE
             INITIALIZE CBI-DATOS
             MOVE WS-SK-DIMENSION TO CBI-DIMENSION
             MOVE SPACES          TO CBI-CLAVE-NATURAL
             MOVE ZEROS           TO CBI-SUSTITUTA
             MOVE 1               TO CBI-ULT-SECUENCIA
             MOVE 1               TO WS-SK-VALOR
             WRITE CBI-DATOS
             END-WRITE
           END-IF.

           INITIALIZE CBI-DATOS.
           MOVE WS-SK-DIMENSION  TO CBI-DIMENSION.
           MOVE WS-SK-NATURAL    TO CBI-CLAVE-NATURAL.
           MOVE WS-SK-VALOR      TO CBI-SUSTITUTA.
           MOVE WS-FECHA-SISTEMA TO CBI-FEC-CREACION.

           WRITE CBI-DATOS
           END-WRITE.

           IF FL-CBI = "00"
             ADD 1 TO WS-TOTAL-CLAVES-NUEVAS
           ELSE
             DISPLAY "ERROR AL REGISTRAR LA CLAVE " WS-SK-DIMENSION
                 " " WS-SK-NATURAL " - " FL-CBI
             MOVE "8000-OBTENER-SUSTITUTA" TO WS-ERR-PARRAFO
             MOVE "CBI" TO WS-ERR-ARCHIVO
             MOVE FL-CBI TO WS-ERR-ESTADO
             MOVE CBI-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             MOVE ZEROS TO WS-SK-VALOR
           END-IF.

       8100-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-DWH"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
