      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REES-ORG.
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
            COPY "./Copys/FISI-HOF.cpy".
            COPY "./Copys/FISI-HDP.cpy".
            COPY "./Copys/FISI-PLA.cpy".
            COPY "./Copys/FISI-PPT.cpy".
            COPY "./Copys/FISI-CGD.cpy".
            COPY "./Copys/FISI-ASG.cpy".
            COPY "./Copys/FISI-KPI.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

      *    ARCHIVO DE MAPEO DE LA REESTRUCTURACION: UNA LINEA POR
      *    OFICINA/DEPARTAMENTO ANTERIOR CON SU OFICINA/DEPARTAMENTO
      *    NUEVO, PREPARADO POR TALENTO HUMANO.
            SELECT ARCHIVO-MAPEO
              ASSIGN TO "../Archivos/Mapeo-ORG.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-MAP.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-HOF.cpy".
            COPY "./Copys/LOGI-HDP.cpy".
            COPY "./Copys/LOGI-PLA.cpy".
            COPY "./Copys/LOGI-PPT.cpy".
            COPY "./Copys/LOGI-CGD.cpy".
            COPY "./Copys/LOGI-ASG.cpy".
            COPY "./Copys/LOGI-KPI.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

      *    DEPARTAMENTO ANTERIOR EN CEROS: LA LINEA APLICA A TODA LA
      *    OFICINA. DEPARTAMENTO NUEVO EN CEROS: CADA EMPLEADO CONSERVA
      *    SU CODIGO DE DEPARTAMENTO EN LA OFICINA NUEVA. UNA LINEA
      *    POR DEPARTAMENTO PREVALECE SOBRE LA LINEA DE SU OFICINA.
       FD  ARCHIVO-MAPEO.
       01  MAP-DATOS.
           03 MAP-OFICINA-ANT           PIC 9(3).
           03 MAP-DEPTO-ANT             PIC 9(3).
           03 MAP-OFICINA-NUEVA         PIC 9(3).
           03 MAP-DEPTO-NUEVO           PIC 9(3).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-HOF                  PIC XX.
       01  FL-HDP                  PIC XX.
       01  FL-PLA                  PIC XX.
       01  FL-PPT                  PIC XX.
       01  FL-CGD                  PIC XX.
       01  FL-ASG                  PIC XX.
       01  FL-KPI                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-MAP                  PIC XX.

       01  WS-PARAMETROS-REESTRUCTURA.
           03 WS-FECHA-EFECTIVA.
              05 WS-EFE-AA          PIC 9(4).
              05 WS-EFE-MM          PIC 9(2).
              05 WS-EFE-DD          PIC 9(2).
           03 WS-PERIODO-EFE        PIC 9(6).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-OPERADOR-ROL.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
               88 WS-ROL-ADMINISTRADOR  VALUE "A".

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-CONFIRMACION          PIC X(1).

      *    MAPEO CARGADO EN MEMORIA.
       01  WS-TABLA-MAPEO.
           03 WS-TOT-MAPEO          PIC 9(3).
           03 WS-MAPEO OCCURS 100 TIMES.
              05 WS-MAP-OFI-ANT     PIC 9(3).
              05 WS-MAP-DEP-ANT     PIC 9(3).
              05 WS-MAP-OFI-NUEVA   PIC 9(3).
              05 WS-MAP-DEP-NUEVO   PIC 9(3).
              05 WS-MAP-EMPLEADOS   PIC 9(5).

       01  WS-LINEA-MAPEO           PIC 9(5).
       01  WS-IND-MAP               PIC 9(3).
       01  WS-IND-AUX               PIC 9(3).
       01  WS-IND-OFI               PIC 9(3).
       01  WS-IND-TAB               PIC 9(4).
       01  WS-IND-FIL               PIC 9(2).

      *    RESOLUCION DEL DESTINO DE UNA OFICINA/DEPARTAMENTO.
       01  WS-RESOLUCION.
           03 WS-RES-OFICINA        PIC 9(3).
           03 WS-RES-DEPTO          PIC 9(3).
           03 WS-RES-OFI-NUEVA      PIC 9(3).
           03 WS-RES-DEP-NUEVO      PIC 9(3).
           03 WS-RES-MAPEO          PIC 9(3).

       01  WS-BANDERA-DESTINO       PIC 9.
           88 WS-ES-DESTINO         VALUE 1.
           88 WS-NO-ES-DESTINO      VALUE 0.

      *    PLANTILLA Y COSTO MENSUAL POR OFICINA, ANTES Y DESPUES.
       01  WS-RESUMEN-OFICINAS.
           03 WS-RESUMEN-OFI OCCURS 999 TIMES.
              05 WS-OFI-AFECTADA       PIC 9(1).
              05 WS-OFI-EMP-ANTES      PIC 9(5).
              05 WS-OFI-COSTO-ANTES    PIC 9(10)V9(2).
              05 WS-OFI-EMP-DESPUES    PIC 9(5).
              05 WS-OFI-COSTO-DESPUES  PIC 9(10)V9(2).

       01  WS-CONTADORES.
           03 WS-TOT-EMPLEADOS      PIC 9(5).
           03 WS-TOT-ERRORES        PIC 9(5).
           03 WS-TOT-PLAZAS         PIC 9(5).
           03 WS-TOT-PLA-FUTURAS    PIC 9(5).
           03 WS-TOT-PRESUPUESTOS   PIC 9(5).
           03 WS-TOT-CONTABLES      PIC 9(5).
           03 WS-TOT-CGD-EXISTIAN   PIC 9(5).
           03 WS-TOT-ASIGNACIONES   PIC 9(5).
           03 WS-TOT-ASG-GRABADAS   PIC 9(5).
           03 WS-TOT-KPI            PIC 9(5).
           03 WS-TOT-MOVIDOS        PIC 9(5).
           03 WS-TOT-OFI-CERRADAS   PIC 9(5).
           03 WS-TOT-DEP-CERRADOS   PIC 9(5).
           03 WS-TOT-ERR-GRABACION  PIC 9(5).

      *    PLAZAS VIGENTES DE LAS OFICINAS QUE DESAPARECEN.
       01  WS-TABLA-PLAZAS.
           03 WS-CANT-PLA           PIC 9(4).
           03 WS-PLA-MOV OCCURS 300 TIMES.
              05 WS-PLM-EMPRESA     PIC 9(3).
              05 WS-PLM-OFI-ANT     PIC 9(3).
              05 WS-PLM-OFI-NUEVA   PIC 9(3).
              05 WS-PLM-CARGO       PIC 9(3).
              05 WS-PLM-CUPO        PIC 9(4).

       01  WS-GRUPO-PLAZA.
           03 WS-GRP-HAY-GRUPO      PIC 9(1).
           03 WS-GRP-EMPRESA        PIC 9(3).
           03 WS-GRP-OFICINA        PIC 9(3).
           03 WS-GRP-CARGO          PIC 9(3).
           03 WS-GRP-VIG-MEJOR      PIC 9(6).
           03 WS-GRP-CUPO           PIC 9(4).

       01  WS-VIGENCIA-NUM          PIC 9(6).
       01  WS-VIGENCIA-MEJOR        PIC 9(6).
       01  WS-CUPO-DESTINO          PIC 9(4).
       01  WS-CUPO-GRABAR           PIC 9(4).

       01  WS-CLAVE-PLA.
           03 WS-CPL-EMPRESA        PIC 9(3).
           03 WS-CPL-OFICINA        PIC 9(3).
           03 WS-CPL-CARGO          PIC 9(3).
           03 WS-CPL-VIG-AA         PIC 9(4).
           03 WS-CPL-VIG-MM         PIC 9(2).

      *    PRESUPUESTOS DESDE EL MES EFECTIVO EN ADELANTE.
       01  WS-TABLA-PRESUPUESTOS.
           03 WS-CANT-PPT           PIC 9(4).
           03 WS-PPT-MOV OCCURS 600 TIMES.
              05 WS-PPM-EMPRESA     PIC 9(3).
              05 WS-PPM-OFI-ANT     PIC 9(3).
              05 WS-PPM-OFI-NUEVA   PIC 9(3).
              05 WS-PPM-FEC-AA      PIC 9(4).
              05 WS-PPM-FEC-MM      PIC 9(2).
              05 WS-PPM-VALOR       PIC 9(12)V9(2).

      *    FILAS DE LA MATRIZ CONTABLE POR OFICINA/DEPARTAMENTO.
       01  WS-TABLA-CONTABLE.
           03 WS-CANT-CGD           PIC 9(4).
           03 WS-CGD-MOV OCCURS 300 TIMES.
              05 WS-CGM-RUBRO       PIC 9(2).
              05 WS-CGM-OFI-ANT     PIC 9(3).
              05 WS-CGM-DEP-ANT     PIC 9(3).
              05 WS-CGM-OFI-NUEVA   PIC 9(3).
              05 WS-CGM-DEP-NUEVO   PIC 9(3).
              05 WS-CGM-DEBE        PIC X(10).
              05 WS-CGM-HABER       PIC X(10).

      *    EMPLEADOS CON DISTRIBUCION DE COSTO A REMAPEAR.
       01  WS-TABLA-ASIGNACIONES.
           03 WS-CANT-ASG           PIC 9(4).
           03 WS-ASG-MOV OCCURS 2000 TIMES.
              05 WS-ASM-EMPLEADO    PIC 9(8).
              05 WS-ASM-OFICINA     PIC 9(3).
              05 WS-ASM-DEPTO       PIC 9(3).

       01  WS-ASG-EMPLEADO-ACT      PIC 9(8).
       01  WS-ASG-EMP-OFI           PIC 9(3).
       01  WS-ASG-EMP-DEP           PIC 9(3).

      *    FILAS DE ASIGNACION DE UN EMPLEADO, LEIDAS ANTES DE GRABAR.
       01  WS-FILAS-ASG.
           03 WS-CANT-FIL           PIC 9(2).
           03 WS-FIL-ASG OCCURS 60 TIMES.
              05 WS-FIL-VIG-NUM     PIC 9(6).
              05 WS-FIL-VIG REDEFINES WS-FIL-VIG-NUM.
                 07 WS-FIL-VIG-AA   PIC 9(4).
                 07 WS-FIL-VIG-MM   PIC 9(2).
              05 WS-FIL-OFICINA     PIC 9(3).
              05 WS-FIL-PORCENTAJE  PIC 9(3)V9(2).
              05 WS-FIL-ESTADO      PIC X(1).

       01  WS-BANDERA-COPIA         PIC 9.
           88 WS-COPIAR-VIGENTE     VALUE 1.

       01  WS-CLAVE-ASG.
           03 WS-CAS-EMPLEADO       PIC 9(8).
           03 WS-CAS-VIG-AA         PIC 9(4).
           03 WS-CAS-VIG-MM         PIC 9(2).
           03 WS-CAS-OFICINA        PIC 9(3).
       01  WS-PCT-GRABAR            PIC 9(3)V9(2).

      *    MESES DE INDICADORES DE LAS OFICINAS QUE DESAPARECEN.
       01  WS-TABLA-KPI.
           03 WS-CANT-KPI           PIC 9(4).
           03 WS-KPI-MOV OCCURS 1000 TIMES.
              05 WS-KPM-REGISTRO    PIC X(68).
              05 WS-KPM-OFI-NUEVA   PIC 9(3).

       01  WS-KPI-ORIGEN.
           03 WS-KPO-CLAVE.
              05 WS-KPO-COD-EMPRESA    PIC 9(3).
              05 WS-KPO-FEC-AA         PIC 9(4).
              05 WS-KPO-FEC-MM         PIC 9(2).
              05 WS-KPO-COD-OFICINA    PIC 9(3).
           03 WS-KPO-PLANTILLA         PIC 9(5).
           03 WS-KPO-INGRESOS          PIC 9(4).
           03 WS-KPO-SALIDAS           PIC 9(4).
           03 WS-KPO-ROTACION-PCT      PIC 9(3)V9(2).
           03 WS-KPO-DIAS-AUSENCIA     PIC 9(5).
           03 WS-KPO-HORAS-EXTRAS      PIC 9(6)V9(2).
           03 WS-KPO-ACCIDENTES        PIC 9(4).
           03 WS-KPO-DIAS-PERDIDOS     PIC 9(5).
           03 WS-KPO-IND-FRECUENCIA    PIC 9(5)V9(2).
           03 WS-KPO-IND-GRAVEDAD      PIC 9(7)V9(2).

       01  WS-SNAPSHOT-ANTES        PIC X(200).
       01  WS-SNAPSHOT-DESPUES      PIC X(200).
       01  WS-AUD-ARCHIVO           PIC X(11).
       01  WS-AUD-CLAVE             PIC X(20).

       01  WS-EMP-OFI-ANT           PIC 9(3).
       01  WS-EMP-DEP-ANT           PIC 9(3).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).
       01  WS-TITULO-RESUMEN        PIC X(40).

       01  WS-COSTO-EDITADO-1       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COSTO-EDITADO-2       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NOMBRE-CORTO          PIC X(30).

      *    MISMAS BASES QUE REP-KPI PARA RECALCULAR LOS INDICES DE
      *    LOS MESES CONSOLIDADOS EN LA OFICINA NUEVA.
       77  WS-HORAS-MES-BASE        PIC 9(3) VALUE 240.
       77  WS-BASE-INDICE           PIC 9(6) VALUE 200000.
       77  WS-MAX-MAPEO             PIC 9(3) VALUE 100.
       77  WS-MAX-PLA               PIC 9(4) VALUE 300.
       77  WS-MAX-PPT               PIC 9(4) VALUE 600.
       77  WS-MAX-CGD               PIC 9(4) VALUE 300.
       77  WS-MAX-ASG               PIC 9(4) VALUE 2000.
       77  WS-MAX-KPI               PIC 9(4) VALUE 1000.
       77  WS-MAX-FIL               PIC 9(2) VALUE 60.
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

      *    LAS OFICINAS, LOS DEPARTAMENTOS Y LA MATRIZ CONTABLE SON
      *    COMUNES A TODAS LAS EMPRESAS, ASI QUE LA REESTRUCTURACION
      *    ALCANZA A LOS EMPLEADOS, PLAZAS, PRESUPUESTOS E INDICADORES
      *    DE TODAS LAS EMPRESAS QUE USAN LAS OFICINAS MAPEADAS.
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
             PERFORM 2100-CARGAR-MAPEO
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 3000-GENERAR-PREVIO
             EVALUATE TRUE
                 WHEN WS-TOT-ERRORES > ZEROS
                   DISPLAY "EL PREVIO TIENE ERRORES; CORRIJA EL "
                       "ARCHIVO DE MAPEO, NO SE MODIFICO NADA"
                 WHEN WS-TOT-EMPLEADOS = ZEROS AND
                      WS-CANT-PLA = ZEROS AND WS-CANT-PPT = ZEROS AND
                      WS-CANT-CGD = ZEROS AND WS-CANT-ASG = ZEROS AND
                      WS-CANT-KPI = ZEROS
                   DISPLAY "EL MAPEO NO AFECTA NINGUN REGISTRO"
                 WHEN OTHER
                   PERFORM 4000-CONFIRMAR-Y-APLICAR
             END-EVALUATE
             MOVE "C" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
           ELSE
             DISPLAY "NO SE EJECUTO LA REESTRUCTURACION"
           END-IF.

           PERFORM 1000-CERRAR-ARCHIVOS.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN I-O ARCHIVO-EMPLEADOS.
           OPEN I-O ARCHIVO-OFICINAS.
           OPEN I-O ARCHIVO-DEPARTAMENTOS.

           OPEN I-O ARCHIVO-PLAZAS.
           IF FL-PLA NOT = "00"
             CLOSE ARCHIVO-PLAZAS
             OPEN OUTPUT ARCHIVO-PLAZAS
             CLOSE ARCHIVO-PLAZAS
             OPEN I-O ARCHIVO-PLAZAS
           END-IF.

           OPEN I-O ARCHIVO-PRESUPUESTOS.
           IF FL-PPT NOT = "00"
             CLOSE ARCHIVO-PRESUPUESTOS
             OPEN OUTPUT ARCHIVO-PRESUPUESTOS
             CLOSE ARCHIVO-PRESUPUESTOS
             OPEN I-O ARCHIVO-PRESUPUESTOS
           END-IF.

           OPEN I-O ARCHIVO-CONTABLE-DET.
           IF FL-CGD NOT = "00"
             CLOSE ARCHIVO-CONTABLE-DET
             OPEN OUTPUT ARCHIVO-CONTABLE-DET
             CLOSE ARCHIVO-CONTABLE-DET
             OPEN I-O ARCHIVO-CONTABLE-DET
           END-IF.

           OPEN I-O ARCHIVO-ASIGNACIONES.
           IF FL-ASG NOT = "00"
             CLOSE ARCHIVO-ASIGNACIONES
             OPEN OUTPUT ARCHIVO-ASIGNACIONES
             CLOSE ARCHIVO-ASIGNACIONES
             OPEN I-O ARCHIVO-ASIGNACIONES
           END-IF.

           OPEN I-O ARCHIVO-KPI.
           IF FL-KPI NOT = "00"
             CLOSE ARCHIVO-KPI
             OPEN OUTPUT ARCHIVO-KPI
             CLOSE ARCHIVO-KPI
             OPEN I-O ARCHIVO-KPI
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DEPARTAMENTOS.
           CLOSE ARCHIVO-PLAZAS.
           CLOSE ARCHIVO-PRESUPUESTOS.
           CLOSE ARCHIVO-CONTABLE-DET.
           CLOSE ARCHIVO-ASIGNACIONES.
           CLOSE ARCHIVO-KPI.

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
           DISPLAY "   REESTRUCTURACION ORGANIZACIONAL".
           DISPLAY WS-DECORADOR.
           DISPLAY "EL MAPEO SE LEE DE ../Archivos/Mapeo-ORG.txt".
           DISPLAY "(OFICINA, DEPTO ANTERIOR, OFICINA, DEPTO NUEVO)".

           DISPLAY "INGRESE LA FECHA EFECTIVA (AAAAMMDD): ".
           ACCEPT WS-FECHA-EFECTIVA.

           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF WS-FECHA-EFECTIVA IS NOT NUMERIC OR
              WS-EFE-AA <= ZEROS OR
              WS-EFE-MM <= ZEROS OR WS-EFE-MM > 12 OR
              WS-EFE-DD <= ZEROS OR WS-EFE-DD > 31
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR LA FECHA EFECTIVA"
           ELSE
             COMPUTE WS-PERIODO-EFE = WS-EFE-AA * 100 + WS-EFE-MM
           END-IF.

       2100-CARGAR-MAPEO.
      *------------------
           INITIALIZE WS-TABLA-MAPEO.
           MOVE ZERO TO WS-LINEA-MAPEO.

           OPEN INPUT ARCHIVO-MAPEO.
           IF FL-MAP NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE MAPEO "
                 "(../Archivos/Mapeo-ORG.txt)"
             MOVE "2100-CARGAR-MAPEO" TO WS-ERR-PARRAFO
             MOVE "MAP" TO WS-ERR-ARCHIVO
             MOVE FL-MAP TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2110-LEER-MAPEO.
           PERFORM UNTIL FL-MAP NOT = "00"
             ADD 1 TO WS-LINEA-MAPEO
             IF MAP-DATOS NOT = SPACES
               PERFORM 2120-VALIDAR-LINEA-MAPEO
             END-IF
             PERFORM 2110-LEER-MAPEO
           END-PERFORM.

           CLOSE ARCHIVO-MAPEO.

           IF WS-TOT-MAPEO = ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL ARCHIVO DE MAPEO NO TIENE LINEAS VALIDAS"
           END-IF.

           IF WS-CAMPOS-CORRECTO
             PERFORM 2130-VALIDAR-CADENAS
           END-IF.

       2110-LEER-MAPEO.
      *----------------
           READ ARCHIVO-MAPEO
           END-READ.

       2120-VALIDAR-LINEA-MAPEO.
      *-------------------------
      *    CUALQUIER LINEA INCORRECTA ANULA TODA LA CORRIDA: UN MAPEO
      *    A MEDIAS DEJARIA LA ESTRUCTURA PARTIDA ENTRE DOS VERSIONES.
           EVALUATE TRUE
               WHEN MAP-DATOS IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LINEA " WS-LINEA-MAPEO
                     ": EL MAPEO DEBE SER NUMERICO"
               WHEN MAP-OFICINA-ANT = ZEROS OR
                    MAP-OFICINA-NUEVA = ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LINEA " WS-LINEA-MAPEO
                     ": LAS OFICINAS NO PUEDEN SER CERO"
               WHEN MAP-OFICINA-ANT = MAP-OFICINA-NUEVA AND
                    (MAP-DEPTO-NUEVO = ZEROS OR
                     MAP-DEPTO-NUEVO = MAP-DEPTO-ANT)
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LINEA " WS-LINEA-MAPEO
                     ": EL DESTINO ES IGUAL AL ORIGEN"
               WHEN WS-TOT-MAPEO >= WS-MAX-MAPEO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LINEA " WS-LINEA-MAPEO
                     ": EL MAPEO SUPERA LAS " WS-MAX-MAPEO " LINEAS"
               WHEN OTHER
                 PERFORM 2121-VALIDAR-ESTRUCTURA
           END-EVALUATE.

       2121-VALIDAR-ESTRUCTURA.
      *------------------------
           MOVE MAP-OFICINA-ANT TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.
           IF FL-OFI NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LINEA " WS-LINEA-MAPEO
                 ": NO EXISTE LA OFICINA " MAP-OFICINA-ANT
             EXIT PARAGRAPH
           END-IF.

           IF MAP-DEPTO-ANT > ZEROS
             MOVE MAP-OFICINA-ANT TO DEP-COD-OFICINA
             MOVE MAP-DEPTO-ANT   TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
             IF FL-DEP NOT = "00"
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "LINEA " WS-LINEA-MAPEO
                   ": NO EXISTE EL DEPARTAMENTO " MAP-DEPTO-ANT
                   " EN LA OFICINA " MAP-OFICINA-ANT
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE MAP-OFICINA-NUEVA TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.
           IF FL-OFI NOT = "00" OR OFI-ESTADO NOT = "A"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LINEA " WS-LINEA-MAPEO
                 ": LA OFICINA NUEVA " MAP-OFICINA-NUEVA
                 " NO EXISTE O NO ESTA ACTIVA"
             EXIT PARAGRAPH
           END-IF.

           IF MAP-DEPTO-NUEVO > ZEROS
             MOVE MAP-OFICINA-NUEVA TO DEP-COD-OFICINA
             MOVE MAP-DEPTO-NUEVO   TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
             IF FL-DEP NOT = "00" OR DEP-ESTADO NOT = "A"
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "LINEA " WS-LINEA-MAPEO
                   ": EL DEPARTAMENTO NUEVO " MAP-DEPTO-NUEVO
                   " NO EXISTE O NO ESTA ACTIVO EN LA OFICINA "
                   MAP-OFICINA-NUEVA
               EXIT PARAGRAPH
             END-IF
           END-IF.

           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
               UNTIL WS-IND-AUX > WS-TOT-MAPEO
             IF WS-MAP-OFI-ANT(WS-IND-AUX) = MAP-OFICINA-ANT AND
                WS-MAP-DEP-ANT(WS-IND-AUX) = MAP-DEPTO-ANT
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "LINEA " WS-LINEA-MAPEO
                   ": ORIGEN REPETIDO EN EL MAPEO"
             END-IF
           END-PERFORM.

           ADD 1 TO WS-TOT-MAPEO.
           MOVE MAP-OFICINA-ANT   TO WS-MAP-OFI-ANT(WS-TOT-MAPEO).
           MOVE MAP-DEPTO-ANT     TO WS-MAP-DEP-ANT(WS-TOT-MAPEO).
           MOVE MAP-OFICINA-NUEVA TO WS-MAP-OFI-NUEVA(WS-TOT-MAPEO).
           MOVE MAP-DEPTO-NUEVO   TO WS-MAP-DEP-NUEVO(WS-TOT-MAPEO).
           MOVE ZERO              TO WS-MAP-EMPLEADOS(WS-TOT-MAPEO).

       2130-VALIDAR-CADENAS.
      *---------------------
      *    UN DESTINO NO PUEDE SER A SU VEZ ORIGEN DE OTRA LINEA
      *    (5 -> 7 Y 7 -> 9): EL RESULTADO DEPENDERIA DEL ORDEN DEL
      *    ARCHIVO. LAS CADENAS SE RESUELVEN EN CORRIDAS SEPARADAS.
           PERFORM VARYING WS-IND-MAP FROM 1 BY 1
               UNTIL WS-IND-MAP > WS-TOT-MAPEO
             PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                 UNTIL WS-IND-AUX > WS-TOT-MAPEO
               IF WS-IND-AUX NOT = WS-IND-MAP AND
                  WS-MAP-OFI-NUEVA(WS-IND-MAP) =
                  WS-MAP-OFI-ANT(WS-IND-AUX) AND
                  (WS-MAP-DEP-ANT(WS-IND-AUX) = ZEROS OR
                   WS-MAP-DEP-NUEVO(WS-IND-MAP) = ZEROS OR
                   WS-MAP-DEP-ANT(WS-IND-AUX) =
                   WS-MAP-DEP-NUEVO(WS-IND-MAP))
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL DESTINO " WS-MAP-OFI-NUEVA(WS-IND-MAP)
                     "/" WS-MAP-DEP-NUEVO(WS-IND-MAP)
                     " ES TAMBIEN ORIGEN EN EL MAPEO "
                     WS-MAP-OFI-ANT(WS-IND-AUX) "/"
                     WS-MAP-DEP-ANT(WS-IND-AUX)
               END-IF
             END-PERFORM
           END-PERFORM.

       3000-GENERAR-PREVIO.
      *---------------------
      *    PRIMER BARRIDO SIN GRABAR NADA: EMPLEADOS QUE SE MUEVEN,
      *    PLAZAS, PRESUPUESTOS, MATRIZ CONTABLE, DISTRIBUCION DE
      *    COSTOS E INDICADORES QUE SE ARRASTRAN, Y EL RESUMEN DE
      *    PLANTILLA Y COSTO POR OFICINA ANTES Y DESPUES.
           INITIALIZE WS-CONTADORES WS-RESUMEN-OFICINAS.
           INITIALIZE WS-TABLA-PLAZAS WS-TABLA-PRESUPUESTOS.
           INITIALIZE WS-TABLA-CONTABLE WS-TABLA-ASIGNACIONES.
           INITIALIZE WS-TABLA-KPI.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REES-ORG"    TO WS-RPT-NOMBRE.
           MOVE "REESTRUCTURACION ORGANIZACIONAL" TO WS-RPT-TITULO.
           MOVE ZEROS         TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-EFECTIVA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "REGISTRO PREVIO - FECHA EFECTIVA "
               WS-FECHA-EFECTIVA " - LINEAS DE MAPEO " WS-TOT-MAPEO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-MAP FROM 1 BY 1
               UNTIL WS-IND-MAP > WS-TOT-MAPEO
             MOVE 1 TO WS-OFI-AFECTADA(WS-MAP-OFI-ANT(WS-IND-MAP))
             MOVE 1 TO WS-OFI-AFECTADA(WS-MAP-OFI-NUEVA(WS-IND-MAP))
           END-PERFORM.

           PERFORM 3100-PREVIO-EMPLEADOS.
           PERFORM 3200-PREVIO-PLAZAS.
           PERFORM 3300-PREVIO-PRESUPUESTOS.
           PERFORM 3400-PREVIO-CONTABLE.
           PERFORM 3500-PREVIO-ASIGNACIONES.
           PERFORM 3600-PREVIO-KPI.

           MOVE "RESUMEN PREVIO (DESPUES = PROYECTADO)"
             TO WS-TITULO-RESUMEN.
           PERFORM 3700-IMPRIMIR-RESUMEN.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS A MOVER:          " WS-TOT-EMPLEADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PLAZAS A ARRASTRAR:         " WS-CANT-PLA
               "  CON VIGENCIA FUTURA A REVISAR: " WS-TOT-PLA-FUTURAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MESES DE PRESUPUESTO:       " WS-CANT-PPT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FILAS DE MATRIZ CONTABLE:   " WS-CANT-CGD
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DISTRIBUCIONES DE COSTO:    " WS-TOT-ASIGNACIONES
               " FILAS DE " WS-CANT-ASG " EMPLEADOS"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MESES DE INDICADORES (KPI): " WS-CANT-KPI
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ERRORES:                    " WS-TOT-ERRORES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "LAS PLAZAS, PRESUPUESTOS E INDICADORES DE UNA "
               "OFICINA DIVIDIDA POR DEPARTAMENTO SE REPARTEN A MANO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3100-PREVIO-EMPLEADOS.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- EMPLEADOS ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3110-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND EMP-COD-OFICINA > ZEROS
               PERFORM 3120-EVALUAR-EMPLEADO
             END-IF
             PERFORM 3110-LEER-EMPLEADO
           END-PERFORM.

       3110-LEER-EMPLEADO.
      *-------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3120-EVALUAR-EMPLEADO.
      *----------------------
           ADD 1 TO WS-OFI-EMP-ANTES(EMP-COD-OFICINA).
           ADD EMP-SUELDO-ACTUAL TO WS-OFI-COSTO-ANTES(EMP-COD-OFICINA).

           MOVE EMP-COD-OFICINA      TO WS-RES-OFICINA.
           MOVE EMP-COD-DEPARTAMENTO TO WS-RES-DEPTO.
           PERFORM 7000-RESOLVER-DESTINO.

           ADD 1 TO WS-OFI-EMP-DESPUES(WS-RES-OFI-NUEVA).
           ADD EMP-SUELDO-ACTUAL
             TO WS-OFI-COSTO-DESPUES(WS-RES-OFI-NUEVA).

           IF WS-RES-OFI-NUEVA = EMP-COD-OFICINA AND
              WS-RES-DEP-NUEVO = EMP-COD-DEPARTAMENTO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-EMPLEADOS.
           ADD 1 TO WS-MAP-EMPLEADOS(WS-RES-MAPEO).
           MOVE EMP-NOMBRES TO WS-NOMBRE-CORTO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING EMP-CLAVE " " WS-NOMBRE-CORTO
               " CIA " EMP-COD-EMPRESA
               " OFI/DEP " EMP-COD-OFICINA "/" EMP-COD-DEPARTAMENTO
               " -> " WS-RES-OFI-NUEVA "/" WS-RES-DEP-NUEVO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

      *    CUANDO EL EMPLEADO CONSERVA SU CODIGO DE DEPARTAMENTO, ESE
      *    DEPARTAMENTO TIENE QUE EXISTIR EN LA OFICINA NUEVA.
           IF WS-RES-DEP-NUEVO > ZEROS
             MOVE WS-RES-OFI-NUEVA TO DEP-COD-OFICINA
             MOVE WS-RES-DEP-NUEVO TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
             IF FL-DEP NOT = "00" OR DEP-ESTADO NOT = "A"
               ADD 1 TO WS-TOT-ERRORES
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "   ERROR: EL DEPARTAMENTO " WS-RES-DEP-NUEVO
                   " NO EXISTE O NO ESTA ACTIVO EN LA OFICINA "
                   WS-RES-OFI-NUEVA " - AGREGUE UNA LINEA AL MAPEO"
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
           END-IF.

       3200-PREVIO-PLAZAS.
      *-------------------
      *    LA PLAZA VIGENTE DE CADA CARGO EN UNA OFICINA QUE SE CIERRA
      *    SE SUMA A LA DE LA OFICINA NUEVA DESDE EL MES EFECTIVO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- PLAZAS ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           INITIALIZE WS-GRUPO-PLAZA.

           MOVE LOW-VALUES TO PLA-CLAVE.

           START ARCHIVO-PLAZAS KEY IS NOT LESS THAN PLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLA
           END-START.

           IF FL-PLA = "00"
             PERFORM 3210-LEER-PLAZA
           END-IF.

           PERFORM UNTIL FL-PLA NOT = "00"
             IF WS-GRP-HAY-GRUPO = 1 AND
                (PLA-COD-EMPRESA NOT = WS-GRP-EMPRESA OR
                 PLA-COD-OFICINA NOT = WS-GRP-OFICINA OR
                 PLA-COD-CARGO NOT = WS-GRP-CARGO)
               PERFORM 3220-CERRAR-GRUPO-PLAZA
             END-IF
             IF WS-GRP-HAY-GRUPO = 0
               MOVE 1               TO WS-GRP-HAY-GRUPO
               MOVE PLA-COD-EMPRESA TO WS-GRP-EMPRESA
               MOVE PLA-COD-OFICINA TO WS-GRP-OFICINA
               MOVE PLA-COD-CARGO   TO WS-GRP-CARGO
               MOVE ZEROS           TO WS-GRP-VIG-MEJOR WS-GRP-CUPO
             END-IF
             COMPUTE WS-VIGENCIA-NUM = PLA-VIG-AA * 100 + PLA-VIG-MM
             IF PLA-ESTADO = "A"
               IF WS-VIGENCIA-NUM <= WS-PERIODO-EFE
                 IF WS-VIGENCIA-NUM >= WS-GRP-VIG-MEJOR
                   MOVE WS-VIGENCIA-NUM      TO WS-GRP-VIG-MEJOR
                   MOVE PLA-CUPO-AUTORIZADO  TO WS-GRP-CUPO
                 END-IF
               ELSE
                 PERFORM 3230-CONTAR-PLAZA-FUTURA
               END-IF
             END-IF
             PERFORM 3210-LEER-PLAZA
           END-PERFORM.

           IF WS-GRP-HAY-GRUPO = 1
             PERFORM 3220-CERRAR-GRUPO-PLAZA
           END-IF.

       3210-LEER-PLAZA.
      *----------------
           READ ARCHIVO-PLAZAS NEXT RECORD
           END-READ.

       3220-CERRAR-GRUPO-PLAZA.
      *------------------------
           MOVE 0 TO WS-GRP-HAY-GRUPO.

           IF WS-GRP-VIG-MEJOR = ZEROS OR WS-GRP-CUPO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-GRP-OFICINA TO WS-RES-OFICINA.
           PERFORM 7010-RESOLVER-OFICINA.
           IF WS-RES-MAPEO = ZEROS OR
              WS-RES-OFI-NUEVA = WS-GRP-OFICINA
             EXIT PARAGRAPH
           END-IF.

           IF WS-CANT-PLA >= WS-MAX-PLA
             ADD 1 TO WS-TOT-ERRORES
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ERROR: DEMASIADAS PLAZAS PARA UNA CORRIDA, "
                 "DIVIDA EL MAPEO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANT-PLA.
           MOVE WS-GRP-EMPRESA   TO WS-PLM-EMPRESA(WS-CANT-PLA).
           MOVE WS-GRP-OFICINA   TO WS-PLM-OFI-ANT(WS-CANT-PLA).
           MOVE WS-RES-OFI-NUEVA TO WS-PLM-OFI-NUEVA(WS-CANT-PLA).
           MOVE WS-GRP-CARGO     TO WS-PLM-CARGO(WS-CANT-PLA).
           MOVE WS-GRP-CUPO      TO WS-PLM-CUPO(WS-CANT-PLA).

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CIA " WS-GRP-EMPRESA " CARGO " WS-GRP-CARGO
               " CUPO " WS-GRP-CUPO " OFICINA " WS-GRP-OFICINA
               " -> " WS-RES-OFI-NUEVA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3230-CONTAR-PLAZA-FUTURA.
      *-------------------------
           MOVE PLA-COD-OFICINA TO WS-RES-OFICINA.
           PERFORM 7010-RESOLVER-OFICINA.
           IF WS-RES-MAPEO > ZEROS AND
              WS-RES-OFI-NUEVA NOT = PLA-COD-OFICINA
             ADD 1 TO WS-TOT-PLA-FUTURAS
           END-IF.

       3300-PREVIO-PRESUPUESTOS.
      *-------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- PRESUPUESTOS DESDE EL MES EFECTIVO ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO PPT-CLAVE.

           START ARCHIVO-PRESUPUESTOS KEY IS NOT LESS THAN PPT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PPT
           END-START.

           IF FL-PPT = "00"
             PERFORM 3310-LEER-PRESUPUESTO
           END-IF.

           PERFORM UNTIL FL-PPT NOT = "00"
             COMPUTE WS-VIGENCIA-NUM = PPT-FEC-AA * 100 + PPT-FEC-MM
             IF PPT-ESTADO = "A" AND
                WS-VIGENCIA-NUM >= WS-PERIODO-EFE
               PERFORM 3320-EVALUAR-PRESUPUESTO
             END-IF
             PERFORM 3310-LEER-PRESUPUESTO
           END-PERFORM.

       3310-LEER-PRESUPUESTO.
      *----------------------
           READ ARCHIVO-PRESUPUESTOS NEXT RECORD
           END-READ.

       3320-EVALUAR-PRESUPUESTO.
      *-------------------------
           MOVE PPT-COD-OFICINA TO WS-RES-OFICINA.
           PERFORM 7010-RESOLVER-OFICINA.
           IF WS-RES-MAPEO = ZEROS OR
              WS-RES-OFI-NUEVA = PPT-COD-OFICINA
             EXIT PARAGRAPH
           END-IF.

           IF WS-CANT-PPT >= WS-MAX-PPT
             ADD 1 TO WS-TOT-ERRORES
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ERROR: DEMASIADOS PRESUPUESTOS PARA UNA "
                 "CORRIDA, DIVIDA EL MAPEO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANT-PPT.
           MOVE PPT-COD-EMPRESA  TO WS-PPM-EMPRESA(WS-CANT-PPT).
           MOVE PPT-COD-OFICINA  TO WS-PPM-OFI-ANT(WS-CANT-PPT).
           MOVE WS-RES-OFI-NUEVA TO WS-PPM-OFI-NUEVA(WS-CANT-PPT).
           MOVE PPT-FEC-AA       TO WS-PPM-FEC-AA(WS-CANT-PPT).
           MOVE PPT-FEC-MM       TO WS-PPM-FEC-MM(WS-CANT-PPT).
           MOVE PPT-VALOR-PRESUPUESTO TO WS-PPM-VALOR(WS-CANT-PPT).

           MOVE PPT-VALOR-PRESUPUESTO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CIA " PPT-COD-EMPRESA " MES " PPT-FEC-AA "-"
               PPT-FEC-MM " VALOR " WS-VALOR-EDITADO
               " OFICINA " PPT-COD-OFICINA " -> " WS-RES-OFI-NUEVA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3400-PREVIO-CONTABLE.
      *---------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- MATRIZ CONTABLE POR OFICINA/DEPARTAMENTO ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO CGD-CLAVE.

           START ARCHIVO-CONTABLE-DET KEY IS NOT LESS THAN CGD-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CGD
           END-START.

           IF FL-CGD = "00"
             PERFORM 3410-LEER-CONTABLE
           END-IF.

           PERFORM UNTIL FL-CGD NOT = "00"
             IF CGD-ESTADO = "A"
               PERFORM 3420-EVALUAR-CONTABLE
             END-IF
             PERFORM 3410-LEER-CONTABLE
           END-PERFORM.

       3410-LEER-CONTABLE.
      *-------------------
           READ ARCHIVO-CONTABLE-DET NEXT RECORD
           END-READ.

       3420-EVALUAR-CONTABLE.
      *----------------------
           MOVE CGD-COD-OFICINA      TO WS-RES-OFICINA.
           MOVE CGD-COD-DEPARTAMENTO TO WS-RES-DEPTO.
           PERFORM 7000-RESOLVER-DESTINO.
           IF WS-RES-MAPEO = ZEROS OR
              (WS-RES-OFI-NUEVA = CGD-COD-OFICINA AND
               WS-RES-DEP-NUEVO = CGD-COD-DEPARTAMENTO)
             EXIT PARAGRAPH
           END-IF.

           IF WS-CANT-CGD >= WS-MAX-CGD
             ADD 1 TO WS-TOT-ERRORES
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ERROR: DEMASIADAS FILAS CONTABLES PARA UNA "
                 "CORRIDA, DIVIDA EL MAPEO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANT-CGD.
           MOVE CGD-TIPO-RUBRO       TO WS-CGM-RUBRO(WS-CANT-CGD).
           MOVE CGD-COD-OFICINA      TO WS-CGM-OFI-ANT(WS-CANT-CGD).
           MOVE CGD-COD-DEPARTAMENTO TO WS-CGM-DEP-ANT(WS-CANT-CGD).
           MOVE WS-RES-OFI-NUEVA     TO WS-CGM-OFI-NUEVA(WS-CANT-CGD).
           MOVE WS-RES-DEP-NUEVO     TO WS-CGM-DEP-NUEVO(WS-CANT-CGD).
           MOVE CGD-CUENTA-DEBE      TO WS-CGM-DEBE(WS-CANT-CGD).
           MOVE CGD-CUENTA-HABER     TO WS-CGM-HABER(WS-CANT-CGD).

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "RUBRO " CGD-TIPO-RUBRO " OFI/DEP " CGD-COD-OFICINA
               "/" CGD-COD-DEPARTAMENTO " -> " WS-RES-OFI-NUEVA "/"
               WS-RES-DEP-NUEVO " DEBE " CGD-CUENTA-DEBE
               " HABER " CGD-CUENTA-HABER
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3500-PREVIO-ASIGNACIONES.
      *-------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- DISTRIBUCION DE COSTOS POR OFICINA ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ZEROS TO WS-ASG-EMPLEADO-ACT.

           MOVE LOW-VALUES TO ASG-CLAVE.

           START ARCHIVO-ASIGNACIONES KEY IS NOT LESS THAN ASG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ASG
           END-START.

           IF FL-ASG = "00"
             PERFORM 3510-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ASG NOT = "00"
             IF ASG-ESTADO = "A"
               PERFORM 3520-EVALUAR-ASIGNACION
             END-IF
             PERFORM 3510-LEER-ASIGNACION
           END-PERFORM.

       3510-LEER-ASIGNACION.
      *---------------------
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           END-READ.

       3520-EVALUAR-ASIGNACION.
      *------------------------
           IF ASG-COD-EMPLEADO NOT = WS-ASG-EMPLEADO-ACT
             MOVE ASG-COD-EMPLEADO TO WS-ASG-EMPLEADO-ACT
             MOVE ZEROS TO WS-ASG-EMP-OFI WS-ASG-EMP-DEP
             MOVE ASG-COD-EMPLEADO TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             IF FL-EMP = "00"
               MOVE EMP-COD-OFICINA      TO WS-ASG-EMP-OFI
               MOVE EMP-COD-DEPARTAMENTO TO WS-ASG-EMP-DEP
             END-IF
           END-IF.

           PERFORM 7020-RESOLVER-OFICINA-ASG.
           IF WS-RES-OFI-NUEVA = ASG-COD-OFICINA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-ASIGNACIONES.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO " ASG-COD-EMPLEADO " VIGENCIA "
               ASG-VIG-AA "-" ASG-VIG-MM " " ASG-PORCENTAJE
               "% OFICINA " ASG-COD-OFICINA " -> " WS-RES-OFI-NUEVA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-CANT-ASG > ZEROS
             IF WS-ASM-EMPLEADO(WS-CANT-ASG) = ASG-COD-EMPLEADO
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-CANT-ASG >= WS-MAX-ASG
             ADD 1 TO WS-TOT-ERRORES
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ERROR: DEMASIADOS EMPLEADOS CON DISTRIBUCION "
                 "DE COSTO, DIVIDA EL MAPEO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANT-ASG.
           MOVE ASG-COD-EMPLEADO TO WS-ASM-EMPLEADO(WS-CANT-ASG).
           MOVE WS-ASG-EMP-OFI   TO WS-ASM-OFICINA(WS-CANT-ASG).
           MOVE WS-ASG-EMP-DEP   TO WS-ASM-DEPTO(WS-CANT-ASG).

       3600-PREVIO-KPI.
      *----------------
      *    EL HISTORIAL DE INDICADORES DE UNA OFICINA QUE SE CIERRA
      *    SE CONSOLIDA EN LA OFICINA NUEVA, MES POR MES, PARA QUE LA
      *    TENDENCIA DE REP-KPI SIGA COMPLETA.
           MOVE LOW-VALUES TO KPI-CLAVE.

           START ARCHIVO-KPI KEY IS NOT LESS THAN KPI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-KPI
           END-START.

           IF FL-KPI = "00"
             PERFORM 3610-LEER-KPI
           END-IF.

           PERFORM UNTIL FL-KPI NOT = "00"
             PERFORM 3620-EVALUAR-KPI
             PERFORM 3610-LEER-KPI
           END-PERFORM.

       3610-LEER-KPI.
      *--------------
           READ ARCHIVO-KPI NEXT RECORD
           END-READ.

       3620-EVALUAR-KPI.
      *-----------------
           MOVE KPI-COD-OFICINA TO WS-RES-OFICINA.
           PERFORM 7010-RESOLVER-OFICINA.
           IF WS-RES-MAPEO = ZEROS OR
              WS-RES-OFI-NUEVA = KPI-COD-OFICINA
             EXIT PARAGRAPH
           END-IF.

           IF WS-CANT-KPI >= WS-MAX-KPI
             ADD 1 TO WS-TOT-ERRORES
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "   ERROR: DEMASIADOS MESES DE INDICADORES PARA "
                 "UNA CORRIDA, DIVIDA EL MAPEO"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANT-KPI.
           MOVE KPI-DATOS        TO WS-KPM-REGISTRO(WS-CANT-KPI).
           MOVE WS-RES-OFI-NUEVA TO WS-KPM-OFI-NUEVA(WS-CANT-KPI).

       3700-IMPRIMIR-RESUMEN.
      *----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- " WS-TITULO-RESUMEN " ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OFICINA  EMPL.ANTES      COSTO ANTES"
               "  EMPL.DESPUES    COSTO DESPUES"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-OFI FROM 1 BY 1
               UNTIL WS-IND-OFI > 999
             IF WS-OFI-AFECTADA(WS-IND-OFI) = 1
               PERFORM 3710-IMPRIMIR-OFICINA
             END-IF
           END-PERFORM.

       3710-IMPRIMIR-OFICINA.
      *----------------------
           MOVE WS-OFI-COSTO-ANTES(WS-IND-OFI)   TO WS-COSTO-EDITADO-1.
           MOVE WS-OFI-COSTO-DESPUES(WS-IND-OFI) TO WS-COSTO-EDITADO-2.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " WS-IND-OFI "        "
               WS-OFI-EMP-ANTES(WS-IND-OFI) " " WS-COSTO-EDITADO-1
               "         " WS-OFI-EMP-DESPUES(WS-IND-OFI)
               " " WS-COSTO-EDITADO-2
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-CONFIRMAR-Y-APLICAR.
      *-------------------------
           DISPLAY "CONFIRMA LA REESTRUCTURACION (S/N)? ".
           ACCEPT WS-CONFIRMACION.

           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
             PERFORM 5000-APLICAR-REESTRUCTURA
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "REESTRUCTURACION CANCELADA, NO SE MODIFICO NADA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5000-APLICAR-REESTRUCTURA.
      *--------------------------
      *    LA DISTRIBUCION DE COSTOS SE REMAPEA ANTES DE MOVER A LOS
      *    EMPLEADOS, PORQUE USA EL DEPARTAMENTO QUE TENIAN AL
      *    RESOLVER LAS OFICINAS DIVIDIDAS POR DEPARTAMENTO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- APLICACION DE LA REESTRUCTURACION ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 5100-ARRASTRAR-PLAZAS
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB > WS-CANT-PLA.
           PERFORM 5200-ARRASTRAR-PRESUPUESTO
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB > WS-CANT-PPT.
           PERFORM 5300-REMAPEAR-CONTABLE
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB > WS-CANT-CGD.
           PERFORM 5400-REMAPEAR-ASIGNACION
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB > WS-CANT-ASG.

           PERFORM 5500-MOVER-EMPLEADOS.

           PERFORM 5600-CONSOLIDAR-KPI
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB > WS-CANT-KPI.

           PERFORM 5700-CERRAR-ESTRUCTURA
               VARYING WS-IND-MAP FROM 1 BY 1
               UNTIL WS-IND-MAP > WS-TOT-MAPEO.

           CLOSE ARCHIVO-AUDITORIA.

           PERFORM 5800-RECONTAR-DESPUES.
           MOVE "RESUMEN POSTERIOR A LA APLICACION"
             TO WS-TITULO-RESUMEN.
           PERFORM 3700-IMPRIMIR-RESUMEN.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS MOVIDOS:          " WS-TOT-MOVIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PLAZAS ARRASTRADAS:         " WS-TOT-PLAZAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MESES DE PRESUPUESTO:       " WS-TOT-PRESUPUESTOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FILAS CONTABLES CREADAS:    " WS-TOT-CONTABLES
               "  YA EXISTIAN EN EL DESTINO: " WS-TOT-CGD-EXISTIAN
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DISTRIBUCIONES GRABADAS:    " WS-TOT-ASG-GRABADAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MESES DE KPI CONSOLIDADOS:  " WS-TOT-KPI
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OFICINAS INACTIVADAS:       " WS-TOT-OFI-CERRADAS
               "  DEPARTAMENTOS INACTIVADOS: " WS-TOT-DEP-CERRADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ERRORES DE GRABACION:       " WS-TOT-ERR-GRABACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5100-ARRASTRAR-PLAZAS.
      *----------------------
      *    EL CUPO DE LA OFICINA NUEVA PASA A SER SU CUPO VIGENTE MAS
      *    EL DE LA OFICINA ANTERIOR, Y LA ANTERIOR QUEDA EN CERO, AMBAS
      *    CON VIGENCIA DEL MES EFECTIVO; LAS VIGENCIAS PREVIAS SE
      *    CONSERVAN COMO HISTORIAL.
           MOVE WS-PLM-EMPRESA(WS-IND-TAB)   TO WS-CPL-EMPRESA.
           MOVE WS-PLM-OFI-NUEVA(WS-IND-TAB) TO WS-CPL-OFICINA.
           MOVE WS-PLM-CARGO(WS-IND-TAB)     TO WS-CPL-CARGO.
           PERFORM 7100-CUPO-VIGENTE.

           COMPUTE WS-CUPO-GRABAR =
               WS-CUPO-DESTINO + WS-PLM-CUPO(WS-IND-TAB).
           PERFORM 7110-GRABAR-PLAZA.

           MOVE WS-PLM-OFI-ANT(WS-IND-TAB) TO WS-CPL-OFICINA.
           MOVE ZEROS TO WS-CUPO-GRABAR.
           PERFORM 7110-GRABAR-PLAZA.

           ADD 1 TO WS-TOT-PLAZAS.

       5200-ARRASTRAR-PRESUPUESTO.
      *---------------------------
           MOVE WS-PPM-EMPRESA(WS-IND-TAB)   TO PPT-COD-EMPRESA.
           MOVE WS-PPM-OFI-NUEVA(WS-IND-TAB) TO PPT-COD-OFICINA.
           MOVE WS-PPM-FEC-AA(WS-IND-TAB)    TO PPT-FEC-AA.
           MOVE WS-PPM-FEC-MM(WS-IND-TAB)    TO PPT-FEC-MM.

           READ ARCHIVO-PRESUPUESTOS
           END-READ.

           IF FL-PPT = "00"
             IF PPT-ESTADO = "A"
               ADD WS-PPM-VALOR(WS-IND-TAB) TO PPT-VALOR-PRESUPUESTO
             ELSE
               MOVE WS-PPM-VALOR(WS-IND-TAB) TO PPT-VALOR-PRESUPUESTO
             END-IF
             MOVE "A" TO PPT-ESTADO
             REWRITE PPT-DATOS
             END-REWRITE
           ELSE
             MOVE WS-PPM-EMPRESA(WS-IND-TAB)   TO PPT-COD-EMPRESA
             MOVE WS-PPM-OFI-NUEVA(WS-IND-TAB) TO PPT-COD-OFICINA
             MOVE WS-PPM-FEC-AA(WS-IND-TAB)    TO PPT-FEC-AA
             MOVE WS-PPM-FEC-MM(WS-IND-TAB)    TO PPT-FEC-MM
             MOVE WS-PPM-VALOR(WS-IND-TAB) TO PPT-VALOR-PRESUPUESTO
             MOVE "A" TO PPT-ESTADO
             WRITE PPT-DATOS
             END-WRITE
           END-IF.

           IF FL-PPT NOT = "00"
             ADD 1 TO WS-TOT-ERR-GRABACION
             DISPLAY "ERROR AL GRABAR EL PRESUPUESTO - " FL-PPT
             MOVE "5200-ARRASTRAR-PRESUPUESTO" TO WS-ERR-PARRAFO
             MOVE "PPT" TO WS-ERR-ARCHIVO
             MOVE FL-PPT TO WS-ERR-ESTADO
             MOVE PPT-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

      *    EL PRESUPUESTO ANTERIOR SE INACTIVA CON SU VALOR, PARA QUE
      *    QUEDE CONSTANCIA DE LO QUE SE TRASLADO.
           MOVE WS-PPM-EMPRESA(WS-IND-TAB)   TO PPT-COD-EMPRESA.
           MOVE WS-PPM-OFI-ANT(WS-IND-TAB)   TO PPT-COD-OFICINA.
           MOVE WS-PPM-FEC-AA(WS-IND-TAB)    TO PPT-FEC-AA.
           MOVE WS-PPM-FEC-MM(WS-IND-TAB)    TO PPT-FEC-MM.

           READ ARCHIVO-PRESUPUESTOS
           END-READ.

           IF FL-PPT = "00"
             MOVE "I" TO PPT-ESTADO
             REWRITE PPT-DATOS
             END-REWRITE
           END-IF.

           ADD 1 TO WS-TOT-PRESUPUESTOS.

       5300-REMAPEAR-CONTABLE.
      *-----------------------
      *    SI EL DESTINO YA TIENE SU PROPIA FILA, SE RESPETAN LAS
      *    CUENTAS DEL DESTINO; SI NO, SE COPIAN LAS DE LA ANTERIOR.
           MOVE WS-CGM-RUBRO(WS-IND-TAB)     TO CGD-TIPO-RUBRO.
           MOVE WS-CGM-OFI-NUEVA(WS-IND-TAB) TO CGD-COD-OFICINA.
           MOVE WS-CGM-DEP-NUEVO(WS-IND-TAB) TO CGD-COD-DEPARTAMENTO.

           READ ARCHIVO-CONTABLE-DET
           END-READ.

           IF FL-CGD = "00" AND CGD-ESTADO = "A"
             ADD 1 TO WS-TOT-CGD-EXISTIAN
           ELSE
             MOVE WS-CGM-RUBRO(WS-IND-TAB)     TO CGD-TIPO-RUBRO
             MOVE WS-CGM-OFI-NUEVA(WS-IND-TAB) TO CGD-COD-OFICINA
             MOVE WS-CGM-DEP-NUEVO(WS-IND-TAB) TO CGD-COD-DEPARTAMENTO
             MOVE WS-CGM-DEBE(WS-IND-TAB)      TO CGD-CUENTA-DEBE
             MOVE WS-CGM-HABER(WS-IND-TAB)     TO CGD-CUENTA-HABER
             MOVE "A"                          TO CGD-ESTADO
             IF FL-CGD = "00"
               REWRITE CGD-DATOS
               END-REWRITE
             ELSE
               WRITE CGD-DATOS
               END-WRITE
             END-IF
             IF FL-CGD NOT = "00"
               ADD 1 TO WS-TOT-ERR-GRABACION
               DISPLAY "ERROR AL GRABAR LA FILA CONTABLE - " FL-CGD
               MOVE "5300-REMAPEAR-CONTABLE" TO WS-ERR-PARRAFO
               MOVE "CGD" TO WS-ERR-ARCHIVO
               MOVE FL-CGD TO WS-ERR-ESTADO
               MOVE CGD-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8100-REGISTRAR-ERROR
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TOT-CONTABLES
           END-IF.

           MOVE WS-CGM-RUBRO(WS-IND-TAB)   TO CGD-TIPO-RUBRO.
           MOVE WS-CGM-OFI-ANT(WS-IND-TAB) TO CGD-COD-OFICINA.
           MOVE WS-CGM-DEP-ANT(WS-IND-TAB) TO CGD-COD-DEPARTAMENTO.

           READ ARCHIVO-CONTABLE-DET
           END-READ.

           IF FL-CGD = "00"
             MOVE "I" TO CGD-ESTADO
             REWRITE CGD-DATOS
             END-REWRITE
           END-IF.

       5400-REMAPEAR-ASIGNACION.
      *-------------------------
      *    LA DISTRIBUCION VIGENTE AL MES EFECTIVO SE VUELVE A GRABAR
      *    CON VIGENCIA DE ESE MES Y LAS OFICINAS NUEVAS (SUMANDO LOS
      *    PORCENTAJES QUE CAEN EN LA MISMA OFICINA); LAS VIGENCIAS
      *    DEL MES EFECTIVO EN ADELANTE SE REMAPEAN EN SU LUGAR. LAS
      *    VIGENCIAS ANTERIORES QUEDAN COMO HISTORIAL.
           MOVE WS-ASM-OFICINA(WS-IND-TAB) TO WS-ASG-EMP-OFI.
           MOVE WS-ASM-DEPTO(WS-IND-TAB)   TO WS-ASG-EMP-DEP.

           INITIALIZE WS-FILAS-ASG.
           MOVE ZERO TO WS-VIGENCIA-MEJOR.

           MOVE LOW-VALUES                  TO ASG-CLAVE.
           MOVE WS-ASM-EMPLEADO(WS-IND-TAB) TO ASG-COD-EMPLEADO.

           START ARCHIVO-ASIGNACIONES KEY IS NOT LESS THAN ASG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ASG
           END-START.

           IF FL-ASG = "00"
             PERFORM 3510-LEER-ASIGNACION
           END-IF.

           PERFORM UNTIL FL-ASG NOT = "00" OR
                   ASG-COD-EMPLEADO NOT = WS-ASM-EMPLEADO(WS-IND-TAB)
             IF ASG-ESTADO = "A" AND WS-CANT-FIL < WS-MAX-FIL
               ADD 1 TO WS-CANT-FIL
               MOVE ASG-VIG-AA      TO WS-FIL-VIG-AA(WS-CANT-FIL)
               MOVE ASG-VIG-MM      TO WS-FIL-VIG-MM(WS-CANT-FIL)
               MOVE ASG-COD-OFICINA TO WS-FIL-OFICINA(WS-CANT-FIL)
               MOVE ASG-PORCENTAJE  TO WS-FIL-PORCENTAJE(WS-CANT-FIL)
               MOVE ASG-ESTADO      TO WS-FIL-ESTADO(WS-CANT-FIL)
               IF WS-FIL-VIG-NUM(WS-CANT-FIL) <= WS-PERIODO-EFE AND
                  WS-FIL-VIG-NUM(WS-CANT-FIL) > WS-VIGENCIA-MEJOR
                 MOVE WS-FIL-VIG-NUM(WS-CANT-FIL)
                   TO WS-VIGENCIA-MEJOR
               END-IF
             END-IF
             PERFORM 3510-LEER-ASIGNACION
           END-PERFORM.

      *    LA VIGENCIA ANTERIOR AL MES EFECTIVO SOLO SE COPIA SI
      *    ALGUNA DE SUS FILAS CAE EN UNA OFICINA QUE CAMBIA.
           MOVE 0 TO WS-BANDERA-COPIA.
           PERFORM 5405-VERIFICAR-VIGENTE
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL > WS-CANT-FIL.

           PERFORM 5410-REMAPEAR-FILA-ASG
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL > WS-CANT-FIL.

       5405-VERIFICAR-VIGENTE.
      *-----------------------
           IF WS-FIL-VIG-NUM(WS-IND-FIL) = WS-VIGENCIA-MEJOR
             MOVE WS-FIL-OFICINA(WS-IND-FIL) TO ASG-COD-OFICINA
             PERFORM 7020-RESOLVER-OFICINA-ASG
             IF WS-RES-OFI-NUEVA NOT = WS-FIL-OFICINA(WS-IND-FIL)
               MOVE 1 TO WS-BANDERA-COPIA
             END-IF
           END-IF.

       5410-REMAPEAR-FILA-ASG.
      *-----------------------
           MOVE WS-FIL-OFICINA(WS-IND-FIL) TO ASG-COD-OFICINA.
           PERFORM 7020-RESOLVER-OFICINA-ASG.

           MOVE WS-ASM-EMPLEADO(WS-IND-TAB)  TO WS-CAS-EMPLEADO.
           MOVE WS-FIL-PORCENTAJE(WS-IND-FIL) TO WS-PCT-GRABAR.

           EVALUATE TRUE
               WHEN WS-FIL-VIG-NUM(WS-IND-FIL) = WS-VIGENCIA-MEJOR
                AND WS-VIGENCIA-MEJOR < WS-PERIODO-EFE
                AND WS-COPIAR-VIGENTE
                 MOVE WS-EFE-AA        TO WS-CAS-VIG-AA
                 MOVE WS-EFE-MM        TO WS-CAS-VIG-MM
                 MOVE WS-RES-OFI-NUEVA TO WS-CAS-OFICINA
                 PERFORM 7300-SUMAR-ASIGNACION
               WHEN WS-FIL-VIG-NUM(WS-IND-FIL) >= WS-PERIODO-EFE
                AND WS-RES-OFI-NUEVA NOT = WS-FIL-OFICINA(WS-IND-FIL)
                 MOVE WS-FIL-VIG-AA(WS-IND-FIL)  TO ASG-VIG-AA
                 MOVE WS-FIL-VIG-MM(WS-IND-FIL)  TO ASG-VIG-MM
                 MOVE WS-FIL-OFICINA(WS-IND-FIL) TO ASG-COD-OFICINA
                 MOVE WS-ASM-EMPLEADO(WS-IND-TAB) TO ASG-COD-EMPLEADO
                 DELETE ARCHIVO-ASIGNACIONES
                 END-DELETE
                 MOVE WS-FIL-VIG-AA(WS-IND-FIL)  TO WS-CAS-VIG-AA
                 MOVE WS-FIL-VIG-MM(WS-IND-FIL)  TO WS-CAS-VIG-MM
                 MOVE WS-RES-OFI-NUEVA           TO WS-CAS-OFICINA
                 PERFORM 7300-SUMAR-ASIGNACION
           END-EVALUATE.

       5500-MOVER-EMPLEADOS.
      *---------------------
      *    IGUAL QUE EL MANTENIMIENTO DE EMPLEADOS: CADA CAMBIO DE
      *    OFICINA O DEPARTAMENTO QUEDA EN SU HISTORIAL CON LA FECHA
      *    EFECTIVA, Y CADA EMPLEADO QUEDA AUDITADO.
           OPEN EXTEND ARCHIVO-HIST-OFICINAS.
           IF FL-HOF NOT = "00"
             OPEN OUTPUT ARCHIVO-HIST-OFICINAS
           END-IF.

           OPEN EXTEND ARCHIVO-HIST-DEPTOS.
           IF FL-HDP NOT = "00"
             OPEN OUTPUT ARCHIVO-HIST-DEPTOS
           END-IF.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3110-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND EMP-COD-OFICINA > ZEROS
               PERFORM 5510-MOVER-EMPLEADO
             END-IF
             PERFORM 3110-LEER-EMPLEADO
           END-PERFORM.

           CLOSE ARCHIVO-HIST-OFICINAS.
           CLOSE ARCHIVO-HIST-DEPTOS.

       5510-MOVER-EMPLEADO.
      *--------------------
           MOVE EMP-COD-OFICINA      TO WS-RES-OFICINA.
           MOVE EMP-COD-DEPARTAMENTO TO WS-RES-DEPTO.
           PERFORM 7000-RESOLVER-DESTINO.

           IF WS-RES-OFI-NUEVA = EMP-COD-OFICINA AND
              WS-RES-DEP-NUEVO = EMP-COD-DEPARTAMENTO
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DATOS            TO WS-SNAPSHOT-ANTES.
           MOVE EMP-COD-OFICINA      TO WS-EMP-OFI-ANT.
           MOVE EMP-COD-DEPARTAMENTO TO WS-EMP-DEP-ANT.

           MOVE WS-RES-OFI-NUEVA TO EMP-COD-OFICINA.
           MOVE WS-RES-DEP-NUEVO TO EMP-COD-DEPARTAMENTO.

           REWRITE EMP-DATOS
           END-REWRITE.

           IF FL-EMP NOT = "00"
             ADD 1 TO WS-TOT-ERR-GRABACION
             DISPLAY "ERROR AL ACTUALIZAR EL EMPLEADO " EMP-CLAVE
                 " - " FL-EMP
             MOVE "5510-MOVER-EMPLEADO" TO WS-ERR-PARRAFO
             MOVE "EMP" TO WS-ERR-ARCHIVO
             MOVE FL-EMP TO WS-ERR-ESTADO
             MOVE EMP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             MOVE "00" TO FL-EMP
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-MOVIDOS.

           IF WS-EMP-OFI-ANT NOT = EMP-COD-OFICINA
             MOVE EMP-CLAVE          TO HOF-COD-EMPLEADO
             MOVE WS-EMP-OFI-ANT     TO HOF-COD-OFICINA-ANT
             MOVE EMP-COD-OFICINA    TO HOF-COD-OFICINA-NUEVA
             MOVE WS-FECHA-EFECTIVA  TO HOF-FECHA-EFECTIVA
             WRITE HOF-DATOS
             END-WRITE
           END-IF.

           IF WS-EMP-DEP-ANT NOT = EMP-COD-DEPARTAMENTO
             MOVE EMP-CLAVE            TO HDP-COD-EMPLEADO
             MOVE WS-EMP-DEP-ANT       TO HDP-COD-DEPTO-ANT
             MOVE EMP-COD-DEPARTAMENTO TO HDP-COD-DEPTO-NUEVO
             MOVE WS-FECHA-EFECTIVA    TO HDP-FECHA-EFECTIVA
             WRITE HDP-DATOS
             END-WRITE
           END-IF.

           MOVE EMP-DATOS TO WS-SNAPSHOT-DESPUES.
           MOVE "EMP"     TO WS-AUD-ARCHIVO.
           MOVE EMP-CLAVE TO WS-AUD-CLAVE.
           PERFORM 8000-REGISTRAR-AUDITORIA.

       5600-CONSOLIDAR-KPI.
      *--------------------
           MOVE WS-KPM-REGISTRO(WS-IND-TAB) TO WS-KPI-ORIGEN.

           MOVE WS-KPO-COD-EMPRESA TO KPI-COD-EMPRESA.
           MOVE WS-KPO-FEC-AA      TO KPI-FEC-AA.
           MOVE WS-KPO-FEC-MM      TO KPI-FEC-MM.
           MOVE WS-KPM-OFI-NUEVA(WS-IND-TAB) TO KPI-COD-OFICINA.

           READ ARCHIVO-KPI
           END-READ.

           IF FL-KPI = "00"
             ADD WS-KPO-PLANTILLA     TO KPI-PLANTILLA
             ADD WS-KPO-INGRESOS      TO KPI-INGRESOS
             ADD WS-KPO-SALIDAS       TO KPI-SALIDAS
             ADD WS-KPO-DIAS-AUSENCIA TO KPI-DIAS-AUSENCIA
             ADD WS-KPO-HORAS-EXTRAS  TO KPI-HORAS-EXTRAS
             ADD WS-KPO-ACCIDENTES    TO KPI-ACCIDENTES
             ADD WS-KPO-DIAS-PERDIDOS TO KPI-DIAS-PERDIDOS
             PERFORM 5610-RECALCULAR-INDICES
             REWRITE KPI-DATOS
             END-REWRITE
           ELSE
             MOVE WS-KPI-ORIGEN TO KPI-DATOS
             MOVE WS-KPM-OFI-NUEVA(WS-IND-TAB) TO KPI-COD-OFICINA
             WRITE KPI-DATOS
             END-WRITE
           END-IF.

           IF FL-KPI NOT = "00"
             ADD 1 TO WS-TOT-ERR-GRABACION
             DISPLAY "ERROR AL CONSOLIDAR EL INDICADOR - " FL-KPI
             MOVE "5600-CONSOLIDAR-KPI" TO WS-ERR-PARRAFO
             MOVE "KPI" TO WS-ERR-ARCHIVO
             MOVE FL-KPI TO WS-ERR-ESTADO
             MOVE KPI-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-KPO-CLAVE TO KPI-CLAVE.
           DELETE ARCHIVO-KPI
           END-DELETE.

           ADD 1 TO WS-TOT-KPI.

       5610-RECALCULAR-INDICES.
      *------------------------
           IF KPI-PLANTILLA > ZEROS
             COMPUTE KPI-ROTACION-PCT ROUNDED =
                 KPI-SALIDAS * 100 / KPI-PLANTILLA
             COMPUTE KPI-IND-FRECUENCIA ROUNDED =
                 KPI-ACCIDENTES * WS-BASE-INDICE /
                 (KPI-PLANTILLA * WS-HORAS-MES-BASE)
             COMPUTE KPI-IND-GRAVEDAD ROUNDED =
                 KPI-DIAS-PERDIDOS * WS-BASE-INDICE /
                 (KPI-PLANTILLA * WS-HORAS-MES-BASE)
           ELSE
             MOVE ZERO TO KPI-ROTACION-PCT
             MOVE ZERO TO KPI-IND-FRECUENCIA
             MOVE ZERO TO KPI-IND-GRAVEDAD
           END-IF.

       5700-CERRAR-ESTRUCTURA.
      *-----------------------
      *    LOS DEPARTAMENTOS Y OFICINAS QUE QUEDARON VACIOS SE
      *    INACTIVAN, SALVO QUE SEAN DESTINO DE OTRA LINEA DEL MAPEO.
           IF WS-MAP-DEP-ANT(WS-IND-MAP) > ZEROS
             MOVE WS-MAP-OFI-ANT(WS-IND-MAP) TO DEP-COD-OFICINA
             MOVE WS-MAP-DEP-ANT(WS-IND-MAP) TO DEP-CODIGO
             READ ARCHIVO-DEPARTAMENTOS
             END-READ
             IF FL-DEP = "00"
               PERFORM 5710-INACTIVAR-DEPARTAMENTO
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAP-OFI-ANT(WS-IND-MAP) TO DEP-COD-OFICINA.
           MOVE ZEROS                      TO DEP-CODIGO.

           START ARCHIVO-DEPARTAMENTOS KEY IS NOT LESS THAN DEP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DEP
           END-START.

           IF FL-DEP = "00"
             PERFORM 5720-LEER-DEPARTAMENTO
           END-IF.

           PERFORM UNTIL FL-DEP NOT = "00" OR
                   DEP-COD-OFICINA NOT = WS-MAP-OFI-ANT(WS-IND-MAP)
             PERFORM 5710-INACTIVAR-DEPARTAMENTO
             PERFORM 5720-LEER-DEPARTAMENTO
           END-PERFORM.

           MOVE WS-MAP-OFI-ANT(WS-IND-MAP) TO WS-RES-OFICINA.
           MOVE ZEROS                      TO WS-RES-DEPTO.
           PERFORM 7030-VERIFICAR-DESTINO.
           IF WS-ES-DESTINO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAP-OFI-ANT(WS-IND-MAP) TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.

           IF FL-OFI = "00" AND OFI-ESTADO = "A"
             MOVE OFI-DATOS TO WS-SNAPSHOT-ANTES
             MOVE "I"       TO OFI-ESTADO
             REWRITE OFI-DATOS
             END-REWRITE
             IF FL-OFI = "00"
               ADD 1 TO WS-TOT-OFI-CERRADAS
               MOVE OFI-DATOS TO WS-SNAPSHOT-DESPUES
               MOVE "OFI"     TO WS-AUD-ARCHIVO
               MOVE OFI-CLAVE TO WS-AUD-CLAVE
               PERFORM 8000-REGISTRAR-AUDITORIA
             END-IF
           END-IF.

       5710-INACTIVAR-DEPARTAMENTO.
      *----------------------------
           IF DEP-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           MOVE DEP-COD-OFICINA TO WS-RES-OFICINA.
           MOVE DEP-CODIGO      TO WS-RES-DEPTO.
           PERFORM 7030-VERIFICAR-DESTINO.
           IF WS-ES-DESTINO
             EXIT PARAGRAPH
           END-IF.

           MOVE DEP-DATOS TO WS-SNAPSHOT-ANTES.
           MOVE "I"       TO DEP-ESTADO.
           REWRITE DEP-DATOS
           END-REWRITE.

           IF FL-DEP = "00"
             ADD 1 TO WS-TOT-DEP-CERRADOS
             MOVE DEP-DATOS TO WS-SNAPSHOT-DESPUES
             MOVE "DEP"     TO WS-AUD-ARCHIVO
             MOVE DEP-CLAVE TO WS-AUD-CLAVE
             PERFORM 8000-REGISTRAR-AUDITORIA
           END-IF.

       5720-LEER-DEPARTAMENTO.
      *-----------------------
           READ ARCHIVO-DEPARTAMENTOS NEXT RECORD
           END-READ.

       5800-RECONTAR-DESPUES.
      *----------------------
           PERFORM VARYING WS-IND-OFI FROM 1 BY 1
               UNTIL WS-IND-OFI > 999
             MOVE ZEROS TO WS-OFI-EMP-DESPUES(WS-IND-OFI)
             MOVE ZEROS TO WS-OFI-COSTO-DESPUES(WS-IND-OFI)
           END-PERFORM.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3110-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND EMP-COD-OFICINA > ZEROS
               ADD 1 TO WS-OFI-EMP-DESPUES(EMP-COD-OFICINA)
               ADD EMP-SUELDO-ACTUAL
                 TO WS-OFI-COSTO-DESPUES(EMP-COD-OFICINA)
             END-IF
             PERFORM 3110-LEER-EMPLEADO
           END-PERFORM.

       7000-RESOLVER-DESTINO.
      *----------------------
      *    PRIMERO BUSCA LA LINEA DEL DEPARTAMENTO Y SI NO LA HAY LA
      *    DE TODA LA OFICINA. SIN LINEA, EL DESTINO ES EL MISMO.
           MOVE ZEROS          TO WS-RES-MAPEO.
           MOVE WS-RES-OFICINA TO WS-RES-OFI-NUEVA.
           MOVE WS-RES-DEPTO   TO WS-RES-DEP-NUEVO.

           IF WS-RES-DEPTO > ZEROS
             PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                 UNTIL WS-IND-AUX > WS-TOT-MAPEO OR
                       WS-RES-MAPEO > ZEROS
               IF WS-MAP-OFI-ANT(WS-IND-AUX) = WS-RES-OFICINA AND
                  WS-MAP-DEP-ANT(WS-IND-AUX) = WS-RES-DEPTO
                 MOVE WS-IND-AUX TO WS-RES-MAPEO
               END-IF
             END-PERFORM
           END-IF.

           IF WS-RES-MAPEO = ZEROS
             PERFORM 7010-RESOLVER-OFICINA
           END-IF.

           IF WS-RES-MAPEO > ZEROS
             MOVE WS-MAP-OFI-NUEVA(WS-RES-MAPEO) TO WS-RES-OFI-NUEVA
             IF WS-MAP-DEP-NUEVO(WS-RES-MAPEO) > ZEROS
               MOVE WS-MAP-DEP-NUEVO(WS-RES-MAPEO) TO WS-RES-DEP-NUEVO
             END-IF
           END-IF.

       7010-RESOLVER-OFICINA.
      *----------------------
      *    SOLO LA LINEA DE TODA LA OFICINA: PLAZAS, PRESUPUESTOS E
      *    INDICADORES SON POR OFICINA Y NO SE PUEDEN PARTIR SOLOS.
           MOVE ZEROS          TO WS-RES-MAPEO.
           MOVE WS-RES-OFICINA TO WS-RES-OFI-NUEVA.

           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
               UNTIL WS-IND-AUX > WS-TOT-MAPEO OR
                     WS-RES-MAPEO > ZEROS
             IF WS-MAP-OFI-ANT(WS-IND-AUX) = WS-RES-OFICINA AND
                WS-MAP-DEP-ANT(WS-IND-AUX) = ZEROS
               MOVE WS-IND-AUX TO WS-RES-MAPEO
             END-IF
           END-PERFORM.

           IF WS-RES-MAPEO > ZEROS
             MOVE WS-MAP-OFI-NUEVA(WS-RES-MAPEO) TO WS-RES-OFI-NUEVA
           END-IF.

       7020-RESOLVER-OFICINA-ASG.
      *--------------------------
      *    LA FILA DE LA OFICINA PROPIA DEL EMPLEADO SIGUE A SU
      *    DEPARTAMENTO; LAS FILAS DE OTRAS OFICINAS SOLO SE MUEVEN
      *    CON LA LINEA DE TODA LA OFICINA.
           MOVE ASG-COD-OFICINA TO WS-RES-OFICINA.
           IF ASG-COD-OFICINA = WS-ASG-EMP-OFI
             MOVE WS-ASG-EMP-DEP TO WS-RES-DEPTO
           ELSE
             MOVE ZEROS TO WS-RES-DEPTO
           END-IF.

           PERFORM 7000-RESOLVER-DESTINO.

       7030-VERIFICAR-DESTINO.
      *-----------------------
           MOVE 0 TO WS-BANDERA-DESTINO.

           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
               UNTIL WS-IND-AUX > WS-TOT-MAPEO
             IF WS-MAP-OFI-NUEVA(WS-IND-AUX) = WS-RES-OFICINA AND
                (WS-RES-DEPTO = ZEROS OR
                 WS-MAP-DEP-NUEVO(WS-IND-AUX) = ZEROS OR
                 WS-MAP-DEP-NUEVO(WS-IND-AUX) = WS-RES-DEPTO)
               MOVE 1 TO WS-BANDERA-DESTINO
             END-IF
           END-PERFORM.

       7100-CUPO-VIGENTE.
      *------------------
      *    MISMA REGLA QUE EL CONTROL DE PLAZAS DE CRUD-EMP: EL CUPO
      *    DE LA VIGENCIA ACTIVA MAS RECIENTE HASTA EL MES EFECTIVO.
           MOVE ZEROS TO WS-CUPO-DESTINO WS-VIGENCIA-MEJOR.

           MOVE LOW-VALUES     TO PLA-CLAVE.
           MOVE WS-CPL-EMPRESA TO PLA-COD-EMPRESA.
           MOVE WS-CPL-OFICINA TO PLA-COD-OFICINA.
           MOVE WS-CPL-CARGO   TO PLA-COD-CARGO.

           START ARCHIVO-PLAZAS KEY IS NOT LESS THAN PLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PLA
           END-START.

           IF FL-PLA = "00"
             PERFORM 3210-LEER-PLAZA
           END-IF.

           PERFORM UNTIL FL-PLA NOT = "00" OR
                   PLA-COD-EMPRESA NOT = WS-CPL-EMPRESA OR
                   PLA-COD-OFICINA NOT = WS-CPL-OFICINA OR
                   PLA-COD-CARGO NOT = WS-CPL-CARGO
             COMPUTE WS-VIGENCIA-NUM = PLA-VIG-AA * 100 + PLA-VIG-MM
             IF PLA-ESTADO = "A" AND
                WS-VIGENCIA-NUM <= WS-PERIODO-EFE AND
                WS-VIGENCIA-NUM >= WS-VIGENCIA-MEJOR
               MOVE WS-VIGENCIA-NUM     TO WS-VIGENCIA-MEJOR
               MOVE PLA-CUPO-AUTORIZADO TO WS-CUPO-DESTINO
             END-IF
             PERFORM 3210-LEER-PLAZA
           END-PERFORM.

       7110-GRABAR-PLAZA.
      *------------------
           MOVE WS-EFE-AA    TO WS-CPL-VIG-AA.
           MOVE WS-EFE-MM    TO WS-CPL-VIG-MM.
           MOVE WS-CLAVE-PLA TO PLA-CLAVE.

           READ ARCHIVO-PLAZAS
           END-READ.

           IF FL-PLA = "00"
             MOVE WS-CUPO-GRABAR TO PLA-CUPO-AUTORIZADO
             MOVE "A"            TO PLA-ESTADO
             REWRITE PLA-DATOS
             END-REWRITE
           ELSE
             MOVE WS-CLAVE-PLA   TO PLA-CLAVE
             MOVE WS-CUPO-GRABAR TO PLA-CUPO-AUTORIZADO
             MOVE "A"            TO PLA-ESTADO
             WRITE PLA-DATOS
             END-WRITE
           END-IF.

           IF FL-PLA NOT = "00"
             ADD 1 TO WS-TOT-ERR-GRABACION
             DISPLAY "ERROR AL GRABAR LA PLAZA - " FL-PLA
             MOVE "7110-GRABAR-PLAZA" TO WS-ERR-PARRAFO
             MOVE "PLA" TO WS-ERR-ARCHIVO
             MOVE FL-PLA TO WS-ERR-ESTADO
             MOVE PLA-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       7300-SUMAR-ASIGNACION.
      *----------------------
           MOVE WS-CLAVE-ASG TO ASG-CLAVE.

           READ ARCHIVO-ASIGNACIONES
           END-READ.

           IF FL-ASG = "00"
             IF ASG-ESTADO = "A"
               ADD WS-PCT-GRABAR TO ASG-PORCENTAJE
             ELSE
               MOVE WS-PCT-GRABAR TO ASG-PORCENTAJE
             END-IF
             MOVE "A" TO ASG-ESTADO
             REWRITE ASG-DATOS
             END-REWRITE
           ELSE
             MOVE WS-CLAVE-ASG  TO ASG-CLAVE
             MOVE WS-PCT-GRABAR TO ASG-PORCENTAJE
             MOVE "A"           TO ASG-ESTADO
             WRITE ASG-DATOS
             END-WRITE
           END-IF.

           IF FL-ASG = "00"
             ADD 1 TO WS-TOT-ASG-GRABADAS
           ELSE
             ADD 1 TO WS-TOT-ERR-GRABACION
             DISPLAY "ERROR AL GRABAR LA DISTRIBUCION DE COSTO - "
                 FL-ASG
             MOVE "7300-SUMAR-ASIGNACION" TO WS-ERR-PARRAFO
             MOVE "ASG" TO WS-ERR-ARCHIVO
             MOVE FL-ASG TO WS-ERR-ESTADO
             MOVE ASG-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8100-REGISTRAR-ERROR
           END-IF.

       8000-REGISTRAR-AUDITORIA.
      *-------------------------
      *    MISMO ESQUEMA DE AUDITORIA QUE PROCRUD: IMAGEN ANTERIOR Y
      *    POSTERIOR DEL REGISTRO CON OPERADOR, PROGRAMA Y OPERACION.
           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA           TO AUD-FEC-AA.
           MOVE WS-FEC-MM           TO AUD-FEC-MM.
           MOVE WS-FEC-DD           TO AUD-FEC-DD.
           MOVE WS-HOR-HH           TO AUD-HOR-HH.
           MOVE WS-HOR-MM           TO AUD-HOR-MM.
           MOVE WS-HOR-SS           TO AUD-HOR-SS.
           MOVE "REES-ORG"          TO AUD-PROGRAMA.
           MOVE LK-OPERADOR         TO AUD-OPERADOR.
           MOVE "U"                 TO AUD-OPERACION.
           MOVE WS-AUD-ARCHIVO      TO AUD-ARCHIVO.
           MOVE WS-AUD-CLAVE        TO AUD-CLAVE.
           MOVE WS-SNAPSHOT-ANTES   TO AUD-ANTES.
           MOVE WS-SNAPSHOT-DESPUES TO AUD-DESPUES.

           WRITE AUD-DATOS.

       9000-ESCRIBIR-LINEA.
      *--------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8100-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "REES-ORG"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
