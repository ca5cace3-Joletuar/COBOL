      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-ATR.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-POL.cpy".
            COPY "./Copys/FISI-ATR.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-POL.cpy".
            COPY "./Copys/LOGI-ATR.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-POL                  PIC XX.
       01  FL-ATR                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    ATRASOS Y SALIDAS ANTICIPADAS: LA IMPORTACION DEL RELOJ
      *    DEJA CADA EVENTO PENDIENTE (P). EL SUPERVISOR LO REVISA EN
      *    EL REPORTE Y PUEDE EXCUSARLO (E); AL CIERRE DEL MES LOS
      *    MINUTOS PENDIENTES DE CADA EMPLEADO QUE SUPERAN EL UMBRAL
      *    DE LA POLITICA SE DESCUENTAN A VALOR HORA SIMPLE Y LOS
      *    EVENTOS QUEDAN GENERADOS (G).
       77  WS-TIPO-DES-ATRASO       PIC 9(2) VALUE 12.
       77  WS-HORAS-MES-BASE        PIC 9(3) VALUE 240.
       77  WS-MIN-UMBRAL-DEF        PIC 9(4) VALUE 30.

       01  WS-PARAMETROS-ATR.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ATR-COD-EMPLEADO   PIC 9(8).
           03 WS-ATR-FEC-AA         PIC 9(4).
           03 WS-ATR-FEC-MM         PIC 9(2).
           03 WS-ATR-FEC-DD         PIC 9(2).
           03 WS-ATR-TIPO           PIC X(1).
           03 WS-ATR-SUPERVISOR     PIC 9(8).
           03 WS-ATR-MOTIVO         PIC X(50).

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
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

      *    EL OPERADOR CONECTADO DETERMINA SU ALCANCE: NOMINA Y
      *    ADMINISTRADOR VEN TODA LA EMPRESA; UN SUPERVISOR SOLO
      *    EXCUSA A QUIENES LE REPORTAN, DIRECTA O TRANSITIVAMENTE.
       01  WS-CONTROL-JERARQUIA.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
           03 WS-SUP-APROBADOR      PIC 9(8).
           03 WS-SUP-CADENA         PIC 9(8).
           03 WS-SUP-PASOS          PIC 9(3).
           03 WS-BANDERA-JERARQUIA  PIC 9.
               88 WS-ES-SU-REPORTE      VALUE 1.
               88 WS-NO-ES-SU-REPORTE   VALUE 0.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       01  WS-CONTROL-CORTE.
           03 WS-EMP-ANTERIOR       PIC 9(8).
           03 WS-SUP-DEL-EMPLEADO   PIC 9(8).
           03 WS-NOMBRE-EMPLEADO    PIC X(40).
           03 WS-BANDERA-INCLUIR    PIC 9.
               88 WS-INCLUIR-EMPLEADO   VALUE 1.
               88 WS-OMITIR-EMPLEADO    VALUE 0.
           03 WS-MIN-EMP-PEND       PIC 9(6).
           03 WS-MIN-EMP-EXCU       PIC 9(6).
           03 WS-MIN-EMP-GENE       PIC 9(6).
           03 WS-TOTAL-EVENTOS      PIC 9(6).
           03 WS-TOTAL-EMPLEADOS    PIC 9(6).
           03 WS-TOTAL-MIN-PEND     PIC 9(8).

       01  WS-MINUTOS-UMBRAL        PIC 9(4).
       01  WS-DESCRIPCION-TIPO      PIC X(18).
       01  WS-DESCRIPCION-ESTADO    PIC X(10).
       01  WS-VALOR-DESCUENTO       PIC 9(8)V9(2).
       01  WS-VALOR-EDITADO         PIC Z(7)9.99.
       01  WS-TOTAL-GENERADOS       PIC 9(6).
       01  WS-TOTAL-MARCADOS        PIC 9(6).

      *    MINUTOS PENDIENTES DEL MES POR EMPLEADO PARA LA GENERACION
      *    DE LOS DESCUENTOS.
       01  WS-TOT-EMPLEADOS         PIC 9(4) VALUE ZERO.
       01  WS-IND-EMP               PIC 9(4).

       01  WS-TABLA-ATRASOS.
           03 WS-ATR-FILA OCCURS 3000 TIMES.
              05 WS-TAB-EMPLEADO    PIC 9(8).
              05 WS-TAB-MINUTOS     PIC 9(6).
              05 WS-TAB-GENERADO    PIC 9.

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 4.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- ATRASOS Y SALIDAS ANTICIPADAS ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REPORTE DE ATRASOS POR SUPERVISOR".
           DISPLAY " 2.- EXCUSAR UN ATRASO O SALIDA ANTICIPADA".
           DISPLAY " 3.- GENERAR LOS DESCUENTOS DEL MES".
           DISPLAY " 4.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REPORTE-ATRASOS
               WHEN WS-OPCION = 2
                 PERFORM 3000-EXCUSAR-ATRASO
               WHEN WS-OPCION = 3
                 PERFORM 4000-GENERAR-DESCUENTOS
               WHEN WS-OPCION = 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-PERIODOS.

           OPEN INPUT ARCHIVO-POLITICAS.
           IF FL-POL NOT = "00"
             OPEN OUTPUT ARCHIVO-POLITICAS
             CLOSE ARCHIVO-POLITICAS
             OPEN INPUT ARCHIVO-POLITICAS
           END-IF.

           OPEN I-O ARCHIVO-ATRASOS.
           IF FL-ATR NOT = "00"
             CLOSE ARCHIVO-ATRASOS
             OPEN OUTPUT ARCHIVO-ATRASOS
             CLOSE ARCHIVO-ATRASOS
             OPEN I-O ARCHIVO-ATRASOS
           END-IF.

           OPEN I-O ARCHIVO-DESCUENTOS.
           IF FL-DES NOT = "00"
             CLOSE ARCHIVO-DESCUENTOS
             OPEN OUTPUT ARCHIVO-DESCUENTOS
             CLOSE ARCHIVO-DESCUENTOS
             OPEN I-O ARCHIVO-DESCUENTOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-POLITICAS.
           CLOSE ARCHIVO-ATRASOS.
           CLOSE ARCHIVO-DESCUENTOS.

       1100-PEDIR-PERIODO.
      *-------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-ATR-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-ATR-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ATR-FEC-AA IS NOT NUMERIC OR
                    WS-ATR-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-ATR-FEC-MM IS NOT NUMERIC OR
                    WS-ATR-FEC-MM <= ZEROS OR WS-ATR-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       1200-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.
           MOVE ZEROS TO WS-SUP-APROBADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
               IF OPE-COD-EMPLEADO IS NUMERIC
                 MOVE OPE-COD-EMPLEADO TO WS-SUP-APROBADOR
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1300-VERIFICAR-JERARQUIA.
      *-------------------------
      *    SUBE POR LA CADENA DE SUPERVISION DEL EMPLEADO BUSCANDO
      *    AL EMPLEADO LIGADO AL OPERADOR CONECTADO.
           MOVE 0 TO WS-BANDERA-JERARQUIA.

           IF WS-ROL-NOMINA
             MOVE 1 TO WS-BANDERA-JERARQUIA
             EXIT PARAGRAPH
           END-IF.

           IF WS-SUP-APROBADOR = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ATR-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-COD-SUPERVISOR TO WS-SUP-CADENA.
           MOVE ZERO TO WS-SUP-PASOS.

           PERFORM UNTIL WS-SUP-CADENA = ZEROS OR
                   WS-ES-SU-REPORTE OR WS-SUP-PASOS > 50
             ADD 1 TO WS-SUP-PASOS
             IF WS-SUP-CADENA = WS-SUP-APROBADOR
               MOVE 1 TO WS-BANDERA-JERARQUIA
             ELSE
               MOVE WS-SUP-CADENA TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               IF FL-EMP = "00"
                 MOVE EMP-COD-SUPERVISOR TO WS-SUP-CADENA
               ELSE
                 MOVE ZEROS TO WS-SUP-CADENA
               END-IF
             END-IF
           END-PERFORM.

       1400-LEER-POLITICA.
      *-------------------
           MOVE WS-MIN-UMBRAL-DEF TO WS-MINUTOS-UMBRAL.

           MOVE WS-CIA-CODIGO TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A" AND
              POL-MINUTOS-UMBRAL IS NUMERIC AND
              POL-MINUTOS-UMBRAL > ZEROS
             MOVE POL-MINUTOS-UMBRAL TO WS-MINUTOS-UMBRAL
           END-IF.

       1500-LEER-ATRASO.
      *-----------------
           READ ARCHIVO-ATRASOS NEXT RECORD
           END-READ.

       1600-POSICIONAR-EMPRESA.
      *------------------------
           MOVE LOW-VALUES    TO ATR-CLAVE.
           MOVE WS-CIA-CODIGO TO ATR-COD-EMPRESA.

           START ARCHIVO-ATRASOS KEY IS NOT LESS THAN ATR-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ATR
           END-START.

           IF FL-ATR = "00"
             PERFORM 1500-LEER-ATRASO
           END-IF.

       2000-REPORTE-ATRASOS.
      *---------------------
      *    LOS EVENTOS SALEN AGRUPADOS POR EMPLEADO CON SUS MINUTOS
      *    PENDIENTES, EXCUSADOS Y YA DESCONTADOS. EL FILTRO DE
      *    SUPERVISOR USA EL SUPERVISOR ACTUAL DEL EMPLEADO (O EL
      *    GUARDADO EN EL EVENTO SI EL EMPLEADO YA NO EXISTE).
           PERFORM 1100-PEDIR-PERIODO.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1200-LEER-OPERADOR.

           IF WS-ROL-NOMINA OR WS-SUP-APROBADOR = ZEROS
             DISPLAY "INGRESE EL CODIGO DEL SUPERVISOR "
                 "(0 = TODOS): "
             ACCEPT WS-ATR-SUPERVISOR
             IF WS-ATR-SUPERVISOR IS NOT NUMERIC
               MOVE ZEROS TO WS-ATR-SUPERVISOR
             END-IF
           ELSE
             MOVE WS-SUP-APROBADOR TO WS-ATR-SUPERVISOR
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.
           PERFORM 1400-LEER-POLITICA.

           INITIALIZE WS-CONTROL-CORTE.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-ATR "    TO WS-RPT-NOMBRE.
           MOVE "ATRASOS Y SALIDAS ANTICIPADAS POR SUPERVISOR"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-ATR-FEC-AA "-" WS-ATR-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-ATR-SUPERVISOR = ZEROS
             STRING "SUPERVISOR: TODOS   UMBRAL DEL MES: "
                 WS-MINUTOS-UMBRAL " MINUTOS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           ELSE
             STRING "SUPERVISOR: " WS-ATR-SUPERVISOR
                 "   UMBRAL DEL MES: " WS-MINUTOS-UMBRAL " MINUTOS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 1600-POSICIONAR-EMPRESA.

           PERFORM UNTIL FL-ATR NOT = "00" OR
                   ATR-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF ATR-FEC-AA = WS-ATR-FEC-AA AND
                ATR-FEC-MM = WS-ATR-FEC-MM
               IF ATR-COD-EMPLEADO NOT = WS-EMP-ANTERIOR
                 PERFORM 2100-CORTE-EMPLEADO
                 PERFORM 2010-INICIAR-EMPLEADO
               END-IF
               IF WS-INCLUIR-EMPLEADO
                 PERFORM 2020-IMPRIMIR-EVENTO
               END-IF
             END-IF
             PERFORM 1500-LEER-ATRASO
           END-PERFORM.

           PERFORM 2100-CORTE-EMPLEADO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS: " WS-TOTAL-EMPLEADOS
               "   EVENTOS: " WS-TOTAL-EVENTOS
               "   MINUTOS PENDIENTES: " WS-TOTAL-MIN-PEND
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 1000-CERRAR-ARCHIVOS.

       2010-INICIAR-EMPLEADO.
      *----------------------
           MOVE ATR-COD-EMPLEADO TO WS-EMP-ANTERIOR.
           MOVE ZEROS TO WS-MIN-EMP-PEND.
           MOVE ZEROS TO WS-MIN-EMP-EXCU.
           MOVE ZEROS TO WS-MIN-EMP-GENE.

           MOVE ATR-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00"
             MOVE EMP-COD-SUPERVISOR TO WS-SUP-DEL-EMPLEADO
             MOVE EMP-NOMBRES        TO WS-NOMBRE-EMPLEADO
           ELSE
             MOVE ATR-COD-SUPERVISOR TO WS-SUP-DEL-EMPLEADO
             MOVE "EMPLEADO NO REGISTRADO" TO WS-NOMBRE-EMPLEADO
           END-IF.

           IF WS-ATR-SUPERVISOR = ZEROS OR
              WS-ATR-SUPERVISOR = WS-SUP-DEL-EMPLEADO
             MOVE 1 TO WS-BANDERA-INCLUIR
             ADD 1 TO WS-TOTAL-EMPLEADOS
             MOVE SPACES TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "EMPLEADO " ATR-COD-EMPLEADO " "
                 WS-NOMBRE-EMPLEADO
                 " SUPERVISOR " WS-SUP-DEL-EMPLEADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           ELSE
             MOVE 0 TO WS-BANDERA-INCLUIR
           END-IF.

       2020-IMPRIMIR-EVENTO.
      *---------------------
           ADD 1 TO WS-TOTAL-EVENTOS.

           IF ATR-TIPO = "L"
             MOVE "LLEGADA TARDE"     TO WS-DESCRIPCION-TIPO
           ELSE
             MOVE "SALIDA ANTICIPADA" TO WS-DESCRIPCION-TIPO
           END-IF.

           EVALUATE ATR-ESTADO
               WHEN "P"
                 MOVE "PENDIENTE"  TO WS-DESCRIPCION-ESTADO
                 ADD ATR-MINUTOS   TO WS-MIN-EMP-PEND
               WHEN "E"
                 MOVE "EXCUSADO"   TO WS-DESCRIPCION-ESTADO
                 ADD ATR-MINUTOS   TO WS-MIN-EMP-EXCU
               WHEN "G"
                 MOVE "DESCONTADO" TO WS-DESCRIPCION-ESTADO
                 ADD ATR-MINUTOS   TO WS-MIN-EMP-GENE
               WHEN OTHER
                 MOVE ATR-ESTADO   TO WS-DESCRIPCION-ESTADO
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   " ATR-FEC-AA "-" ATR-FEC-MM "-" ATR-FEC-DD
               " " ATR-TIPO " " WS-DESCRIPCION-TIPO
               " TURNO " ATR-HORA-TURNO (1:2) ":"
               ATR-HORA-TURNO (3:2)
               " MARCA " ATR-HORA-MARCA (1:2) ":"
               ATR-HORA-MARCA (3:2) ":" ATR-HORA-MARCA (5:2)
               " MINUTOS " ATR-MINUTOS
               " " WS-DESCRIPCION-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF ATR-ESTADO = "E"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "      EXCUSADO POR " ATR-AUTORIZA
                 ": " ATR-MOTIVO-EXCUSA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       2100-CORTE-EMPLEADO.
      *--------------------
           IF WS-EMP-ANTERIOR = ZEROS OR WS-OMITIR-EMPLEADO
             EXIT PARAGRAPH
           END-IF.

           ADD WS-MIN-EMP-PEND TO WS-TOTAL-MIN-PEND.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "   MINUTOS PENDIENTES " WS-MIN-EMP-PEND
               "  EXCUSADOS " WS-MIN-EMP-EXCU
               "  DESCONTADOS " WS-MIN-EMP-GENE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-MIN-EMP-PEND > WS-MINUTOS-UMBRAL
             STRING "  ** SUPERA EL UMBRAL **"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL (80:30)
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       3000-EXCUSAR-ATRASO.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL CODIGO DEL EMPLEADO: ".
           ACCEPT WS-ATR-COD-EMPLEADO.
           DISPLAY "INGRESE EL ANIO DEL EVENTO (AAAA): ".
           ACCEPT WS-ATR-FEC-AA.
           DISPLAY "INGRESE EL MES DEL EVENTO (MM): ".
           ACCEPT WS-ATR-FEC-MM.
           DISPLAY "INGRESE EL DIA DEL EVENTO (DD): ".
           ACCEPT WS-ATR-FEC-DD.
           DISPLAY "INGRESE EL TIPO (L=LLEGADA TARDE / "
               "S=SALIDA ANTICIPADA): ".
           ACCEPT WS-ATR-TIPO.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
                 EXIT PARAGRAPH
               WHEN WS-ATR-COD-EMPLEADO IS NOT NUMERIC OR
                    WS-ATR-COD-EMPLEADO <= ZEROS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPLEADO"
                 EXIT PARAGRAPH
               WHEN WS-ATR-FEC-AA IS NOT NUMERIC OR
                    WS-ATR-FEC-MM IS NOT NUMERIC OR
                    WS-ATR-FEC-DD IS NOT NUMERIC
                 DISPLAY "ERROR AL INGRESAR LA FECHA DEL EVENTO"
                 EXIT PARAGRAPH
               WHEN NOT (WS-ATR-TIPO = "L" OR WS-ATR-TIPO = "S")
                 DISPLAY "EL TIPO SOLO PUEDE SER L/S"
                 EXIT PARAGRAPH
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 1200-LEER-OPERADOR.
           PERFORM 1300-VERIFICAR-JERARQUIA.

           IF WS-NO-ES-SU-REPORTE
             DISPLAY "EL EMPLEADO " WS-ATR-COD-EMPLEADO " NO "
                 "FORMA PARTE DE SUS REPORTES; EL EVENTO SOLO "
                 "PUEDE EXCUSARLO SU LINEA DE SUPERVISION"
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO ATR-COD-EMPRESA.
           MOVE WS-ATR-COD-EMPLEADO TO ATR-COD-EMPLEADO.
           MOVE WS-ATR-FEC-AA       TO ATR-FEC-AA.
           MOVE WS-ATR-FEC-MM       TO ATR-FEC-MM.
           MOVE WS-ATR-FEC-DD       TO ATR-FEC-DD.
           MOVE WS-ATR-TIPO         TO ATR-TIPO.
           READ ARCHIVO-ATRASOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-ATR NOT = "00"
                 DISPLAY "NO EXISTE ESE EVENTO DE ATRASO"
               WHEN ATR-ESTADO = "E"
                 DISPLAY "EL EVENTO YA FUE EXCUSADO POR "
                     ATR-AUTORIZA
               WHEN ATR-ESTADO = "G"
                 DISPLAY "EL EVENTO YA FUE DESCONTADO EN NOMINA; "
                     "NO SE PUEDE EXCUSAR"
               WHEN OTHER
                 PERFORM 3010-REGISTRAR-EXCUSA
           END-EVALUATE.

           PERFORM 1000-CERRAR-ARCHIVOS.

       3010-REGISTRAR-EXCUSA.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO:  " ATR-COD-EMPLEADO.
           DISPLAY "FECHA:     " ATR-FEC-AA "-" ATR-FEC-MM "-"
               ATR-FEC-DD "  TIPO " ATR-TIPO.
           DISPLAY "TURNO:     " ATR-HORA-TURNO
               "  MARCA " ATR-HORA-MARCA.
           DISPLAY "MINUTOS:   " ATR-MINUTOS.
           DISPLAY WS-DECORADOR.

           DISPLAY "INGRESE EL MOTIVO DE LA EXCUSA: ".
           ACCEPT WS-ATR-MOTIVO.
           IF WS-ATR-MOTIVO = SPACES
             DISPLAY "EL MOTIVO ES OBLIGATORIO; EL EVENTO QUEDA "
                 "PENDIENTE"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA LA EXCUSA? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
             DISPLAY "EL EVENTO QUEDA PENDIENTE"
             EXIT PARAGRAPH
           END-IF.

           MOVE "E"           TO ATR-ESTADO.
           MOVE WS-ATR-MOTIVO TO ATR-MOTIVO-EXCUSA.
           MOVE LK-OPERADOR   TO ATR-AUTORIZA.

           REWRITE ATR-DATOS.

           IF FL-ATR = "00"
             MOVE "A" TO WS-OPERACION-AUD
             MOVE SPACES TO WS-DETALLE-AUD
             STRING "ATRASO EXCUSADO: " WS-ATR-MOTIVO
                 DELIMITED BY SIZE INTO WS-DETALLE-AUD
             END-STRING
             PERFORM 5000-AUDITAR-ATRASO
             DISPLAY "EVENTO EXCUSADO; NO SE DESCONTARA"
           ELSE
             DISPLAY "ERROR AL ACTUALIZAR EL EVENTO - " FL-ATR
           END-IF.

       4000-GENERAR-DESCUENTOS.
      *------------------------
      *    SE GENERA ANTES DE LA CORRIDA DEL MES, IGUAL QUE CUALQUIER
      *    DESCUENTO: CON EL MES YA LIQUIDADO LA NOMINA NO LO VERIA.
           PERFORM 1200-LEER-OPERADOR.
           IF NOT WS-ROL-NOMINA
             DISPLAY "SOLO LOS ROLES DE NOMINA O ADMINISTRADOR "
                 "GENERAN LOS DESCUENTOS"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-PEDIR-PERIODO.
           IF WS-CAMPOS-INCORRECTO
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-ABRIR-ARCHIVOS.

           MOVE WS-CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-ATR-FEC-AA TO PER-FEC-AA.
           MOVE WS-ATR-FEC-MM TO PER-FEC-MM.
           READ ARCHIVO-PERIODOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-PER NOT = "00"
                 CONTINUE
               WHEN PER-ESTADO = "C" OR PER-ESTADO = "S"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PERIODO " WS-ATR-FEC-AA "-"
                     WS-ATR-FEC-MM " ESTA CERRADO O EN CIERRE"
               WHEN PER-ESTADO = "P"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NOMINA DE " WS-ATR-FEC-AA "-"
                     WS-ATR-FEC-MM " ESTA EN PROCESO; ESPERE A QUE "
                     "TERMINE"
               WHEN OTHER
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NOMINA DE " WS-ATR-FEC-AA "-"
                     WS-ATR-FEC-MM " YA FUE LIQUIDADA; LOS ATRASOS "
                     "DEL MES YA NO SE PUEDEN DESCONTAR"
           END-EVALUATE.

           IF WS-CAMPOS-INCORRECTO
             PERFORM 1000-CERRAR-ARCHIVOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1400-LEER-POLITICA.

           MOVE ZERO TO WS-TOT-EMPLEADOS.
           MOVE ZERO TO WS-TOTAL-GENERADOS.
           MOVE ZERO TO WS-TOTAL-MARCADOS.

           PERFORM 4010-ACUMULAR-MINUTOS.

           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS
             IF WS-TAB-MINUTOS (WS-IND-EMP) > WS-MINUTOS-UMBRAL
               PERFORM 4030-ESCRIBIR-DESCUENTO
             END-IF
           END-PERFORM.

           IF WS-TOTAL-GENERADOS > ZEROS
             PERFORM 4040-MARCAR-GENERADOS
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "UMBRAL DEL MES (MINUTOS):  " WS-MINUTOS-UMBRAL.
           DISPLAY "EMPLEADOS CON ATRASOS:     " WS-TOT-EMPLEADOS.
           DISPLAY "DESCUENTOS GENERADOS:      " WS-TOTAL-GENERADOS.
           DISPLAY "EVENTOS DESCONTADOS:       " WS-TOTAL-MARCADOS.
           DISPLAY WS-DECORADOR.

           PERFORM 1000-CERRAR-ARCHIVOS.

       4010-ACUMULAR-MINUTOS.
      *----------------------
           PERFORM 1600-POSICIONAR-EMPRESA.

           PERFORM UNTIL FL-ATR NOT = "00" OR
                   ATR-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF ATR-FEC-AA = WS-ATR-FEC-AA AND
                ATR-FEC-MM = WS-ATR-FEC-MM AND
                ATR-ESTADO = "P"
               PERFORM 4020-SUMAR-EVENTO
             END-IF
             PERFORM 1500-LEER-ATRASO
           END-PERFORM.

       4020-SUMAR-EVENTO.
      *------------------
      *    LOS EVENTOS VIENEN ORDENADOS POR EMPLEADO: UNA FILA NUEVA
      *    CADA VEZ QUE CAMBIA EL EMPLEADO.
           IF WS-TOT-EMPLEADOS = ZERO OR
              WS-TAB-EMPLEADO (WS-TOT-EMPLEADOS) NOT = ATR-COD-EMPLEADO
             IF WS-TOT-EMPLEADOS >= 3000
               DISPLAY "DEMASIADOS EMPLEADOS CON ATRASOS; SE OMITE "
                   "EL EMPLEADO " ATR-COD-EMPLEADO
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TOT-EMPLEADOS
             MOVE ATR-COD-EMPLEADO
               TO WS-TAB-EMPLEADO (WS-TOT-EMPLEADOS)
             MOVE ZEROS TO WS-TAB-MINUTOS (WS-TOT-EMPLEADOS)
             MOVE 0     TO WS-TAB-GENERADO (WS-TOT-EMPLEADOS)
           END-IF.

           ADD ATR-MINUTOS TO WS-TAB-MINUTOS (WS-TOT-EMPLEADOS).

       4030-ESCRIBIR-DESCUENTO.
      *------------------------
      *    SE DESCUENTAN TODOS LOS MINUTOS PENDIENTES DEL MES A VALOR
      *    HORA SIMPLE (SUELDO / 240). UN DESCUENTO POR EMPLEADO Y
      *    MES, FECHADO EL DIA 1 CON SU PROPIO TIPO.
           MOVE WS-TAB-EMPLEADO (WS-IND-EMP) TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             DISPLAY "EMPLEADO " WS-TAB-EMPLEADO (WS-IND-EMP)
                 " NO REGISTRADO; NO SE GENERA SU DESCUENTO"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-DESCUENTO ROUNDED =
               EMP-SUELDO-ACTUAL / WS-HORAS-MES-BASE
               * WS-TAB-MINUTOS (WS-IND-EMP) / 60.

           IF WS-VALOR-DESCUENTO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE DES-DATOS.
           MOVE WS-CIA-CODIGO      TO DES-COD-EMPRESA.
           MOVE EMP-CLAVE          TO DES-COD-EMPLEADO.
           MOVE WS-ATR-FEC-AA      TO DES-FEC-NOVE-AA.
           MOVE WS-ATR-FEC-MM      TO DES-FEC-NOVE-MM.
           MOVE 01                 TO DES-FEC-NOVE-DD.
           MOVE WS-TIPO-DES-ATRASO TO DES-TIPO-DESCUENTO.
           MOVE SPACES             TO DES-MOTIVO.
           STRING "ATRASOS Y SALIDAS ANTICIPADAS "
               WS-TAB-MINUTOS (WS-IND-EMP) " MIN"
               DELIMITED BY SIZE INTO DES-MOTIVO
           END-STRING.
           MOVE WS-VALOR-DESCUENTO TO DES-VALOR.
           MOVE "A"                TO DES-ESTADO.
           MOVE "M"                TO DES-CATEGORIA.
           MOVE ZEROS              TO DES-DIAS.
           MOVE "A"                TO DES-ESTADO-APROBACION.

           WRITE DES-DATOS.

           EVALUATE FL-DES
               WHEN "00"
                 ADD 1 TO WS-TOTAL-GENERADOS
                 MOVE 1 TO WS-TAB-GENERADO (WS-IND-EMP)
                 MOVE WS-VALOR-DESCUENTO TO WS-VALOR-EDITADO
                 DISPLAY "EMPLEADO " EMP-CLAVE " MINUTOS "
                     WS-TAB-MINUTOS (WS-IND-EMP)
                     " DESCUENTO " WS-VALOR-EDITADO
               WHEN "22"
                 DISPLAY "EL EMPLEADO " EMP-CLAVE " YA TIENE EL "
                     "DESCUENTO DE ATRASOS DEL MES; SUS EVENTOS "
                     "QUEDAN PENDIENTES"
               WHEN OTHER
                 DISPLAY "ERROR AL GRABAR EL DESCUENTO DEL EMPLEADO "
                     EMP-CLAVE " - " FL-DES
           END-EVALUATE.

       4040-MARCAR-GENERADOS.
      *----------------------
           PERFORM 1600-POSICIONAR-EMPRESA.
           MOVE 1 TO WS-IND-EMP.

           PERFORM UNTIL FL-ATR NOT = "00" OR
                   ATR-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF ATR-FEC-AA = WS-ATR-FEC-AA AND
                ATR-FEC-MM = WS-ATR-FEC-MM AND
                ATR-ESTADO = "P"
               PERFORM 4050-MARCAR-EVENTO
             END-IF
             PERFORM 1500-LEER-ATRASO
           END-PERFORM.

       4050-MARCAR-EVENTO.
      *-------------------
      *    LA TABLA Y EL ARCHIVO VAN EN EL MISMO ORDEN DE EMPLEADO.
           PERFORM UNTIL WS-IND-EMP > WS-TOT-EMPLEADOS OR
                   WS-TAB-EMPLEADO (WS-IND-EMP) >= ATR-COD-EMPLEADO
             ADD 1 TO WS-IND-EMP
           END-PERFORM.

           IF WS-IND-EMP > WS-TOT-EMPLEADOS
             EXIT PARAGRAPH
           END-IF.

           IF WS-TAB-EMPLEADO (WS-IND-EMP) = ATR-COD-EMPLEADO AND
              WS-TAB-GENERADO (WS-IND-EMP) = 1
             MOVE "G" TO ATR-ESTADO
             REWRITE ATR-DATOS
             IF FL-ATR = "00"
               ADD 1 TO WS-TOTAL-MARCADOS
             ELSE
               DISPLAY "ERROR AL MARCAR EL EVENTO DEL EMPLEADO "
                   ATR-COD-EMPLEADO " - " FL-ATR
               MOVE "00" TO FL-ATR
             END-IF
           END-IF.

       5000-AUDITAR-ATRASO.
      *--------------------
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
           MOVE "GES-ATR"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "ATR"            TO AUD-ARCHIVO.
           MOVE ATR-CLAVE        TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE ATR-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
