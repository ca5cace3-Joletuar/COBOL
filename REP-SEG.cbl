      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-SEG.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-CAF.cpy".
            COPY "./Copys/FISI-SEG.cpy".
            COPY "./Copys/FISI-AFI.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-CAF.cpy".
            COPY "./Copys/LOGI-SEG.cpy".
            COPY "./Copys/LOGI-AFI.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-CAF                  PIC XX.
       01  FL-SEG                  PIC XX.
       01  FL-AFI                  PIC XX.

       01  WS-PARAMETROS-REPORTE.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-REP-FEC-AA         PIC 9(4).
           03 WS-REP-FEC-MM         PIC 9(2).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    LA PRIMA SOLO SE LIQUIDA EN LA NOMINA COMO UN RUBRO POR
      *    EMPLEADO; LA CONCILIACION CONTRA LO FACTURADO POR LA
      *    ASEGURADORA SE HACE SOBRE LA PARTE A CARGO DEL EMPLEADO.
       77  WS-RUBRO-PRIMA-SEGURO    PIC 9(2) VALUE 25.

       01  WS-PERIODO-NUM           PIC 9(6).
       01  WS-AFI-INICIO-NUM        PIC 9(6).
       01  WS-AFI-FIN-NUM           PIC 9(6).
       01  WS-IND-AFI               PIC 9(2).
       01  WS-DEP-ASEGURADOS        PIC 9(2).
       01  WS-BANDERA-VIGENTE       PIC 9.
           88 WS-AFI-VIGENTE        VALUE 1.

       01  WS-PRIMA-CALCULO.
           03 WS-PRIMA-TOTAL        PIC 9(8)V9(2).
           03 WS-PRIMA-EMPLEADOR    PIC 9(8)V9(2).
           03 WS-PRIMA-EMPLEADO     PIC 9(8)V9(2).

       01  WS-CONTADORES-PLAN.
           03 WS-PLA-TITULARES      PIC 9(5).
           03 WS-PLA-DEPENDIENTES   PIC 9(5).
           03 WS-PLA-VIDAS          PIC 9(6).
           03 WS-PLA-PRIMA          PIC 9(10)V9(2).
           03 WS-PLA-EMPLEADOR      PIC 9(10)V9(2).
           03 WS-PLA-EMPLEADO       PIC 9(10)V9(2).

       01  WS-CONTADORES-GENERAL.
           03 WS-TOT-PLANES         PIC 9(3).
           03 WS-TOT-TITULARES      PIC 9(6).
           03 WS-TOT-DEPENDIENTES   PIC 9(6).
           03 WS-TOT-VIDAS          PIC 9(6).
           03 WS-TOT-PRIMA          PIC 9(10)V9(2).
           03 WS-TOT-EMPLEADOR      PIC 9(10)V9(2).
           03 WS-TOT-EMPLEADO       PIC 9(10)V9(2).
           03 WS-TOT-DESCONTADO     PIC 9(10)V9(2).
           03 WS-TOT-DIFERENCIAS    PIC 9(5).

      *    CONCILIACION POR EMPLEADO: LO QUE DEBIO DESCONTARSE SEGUN
      *    SUS AFILIACIONES CONTRA EL RUBRO DE PRIMA DE SU NOMINA.
       01  WS-EMPLEADO-CORTE        PIC 9(8).
       01  WS-EMP-ESPERADO          PIC 9(10)V9(2).
       01  WS-EMP-DESCONTADO        PIC 9(10)V9(2).
       01  WS-EMP-DIFERENCIA        PIC S9(10)V9(2).
       01  WS-NOMBRE-EMPLEADO       PIC X(25).

       01  WS-VALOR-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EMPLEADOR-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EMPLEADO-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFERENCIA-EDIT       PIC -,---,---,--9.99.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    CONTROL DEL MODULO CENTRAL DE REPORTES.
       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 3000-ABRIR-REPORTE
             PERFORM 4000-FACTURACION-PLANES
             PERFORM 6000-CONCILIAR-NOMINA
             PERFORM 7000-CERRAR-REPORTE
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO LA CONCILIACION DE SEGUROS"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-CARGAS.

           OPEN INPUT ARCHIVO-PLANES-SEGURO.
           IF FL-SEG NOT = "00"
             OPEN OUTPUT ARCHIVO-PLANES-SEGURO
             CLOSE ARCHIVO-PLANES-SEGURO
             OPEN INPUT ARCHIVO-PLANES-SEGURO
           END-IF.

           OPEN INPUT ARCHIVO-AFILIACIONES.
           IF FL-AFI NOT = "00"
             OPEN OUTPUT ARCHIVO-AFILIACIONES
             CLOSE ARCHIVO-AFILIACIONES
             OPEN INPUT ARCHIVO-AFILIACIONES
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-CARGAS.
           CLOSE ARCHIVO-PLANES-SEGURO.
           CLOSE ARCHIVO-AFILIACIONES.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   CONCILIACION DE FACTURACION DE SEGUROS".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-REP-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-REP-FEC-MM.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-REP-FEC-AA IS NOT NUMERIC OR
                    WS-REP-FEC-AA < 1900
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-REP-FEC-MM IS NOT NUMERIC OR
                    WS-REP-FEC-MM < 1 OR WS-REP-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
                 COMPUTE WS-PERIODO-NUM =
                     WS-REP-FEC-AA * 100 + WS-REP-FEC-MM
           END-EVALUATE.

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-SEG"     TO WS-RPT-NOMBRE.
           MOVE "CONCILIACION DE FACTURACION DE SEGUROS POR PLAN"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-REP-FEC-AA "-" WS-REP-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           INITIALIZE WS-CONTADORES-GENERAL.

       4000-FACTURACION-PLANES.
      *-------------------------
      *    UNA LINEA POR PLAN DE LA EMPRESA CON LAS VIDAS CUBIERTAS
      *    EN EL PERIODO Y LA PRIMA A PAGAR A LA ASEGURADORA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PLAN ASEGURADORA                    TITUL.  DEP. "
               "VIDAS       PRIMA TOTAL   CARGO EMPLEADOR"
               "    CARGO EMPLEADO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-CIA-CODIGO TO SEG-COD-EMPRESA.
           MOVE ZEROS         TO SEG-COD-PLAN.

           START ARCHIVO-PLANES-SEGURO
               KEY IS NOT LESS THAN SEG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SEG
           END-START.

           IF FL-SEG = "00"
             PERFORM 4010-LEER-PLAN
           END-IF.

           PERFORM UNTIL FL-SEG NOT = "00" OR
                   SEG-COD-EMPRESA NOT = WS-CIA-CODIGO
             PERFORM 4100-TOTALIZAR-PLAN
             PERFORM 4010-LEER-PLAN
           END-PERFORM.

           IF WS-TOT-PLANES = ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "LA EMPRESA NO TIENE PLANES DE SEGURO CON "
                 "AFILIADOS VIGENTES"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       4010-LEER-PLAN.
      *----------------
           READ ARCHIVO-PLANES-SEGURO NEXT RECORD
           END-READ.

       4100-TOTALIZAR-PLAN.
      *---------------------
      *    LAS AFILIACIONES ESTAN ORDENADAS POR EMPLEADO; SE RECORRE
      *    LA EMPRESA COMPLETA Y SE TOMAN LAS DEL PLAN EN CURSO.
           INITIALIZE WS-CONTADORES-PLAN.

           IF SEG-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES    TO AFI-CLAVE.
           MOVE WS-CIA-CODIGO TO AFI-COD-EMPRESA.

           START ARCHIVO-AFILIACIONES
               KEY IS NOT LESS THAN AFI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-AFI
           END-START.

           IF FL-AFI = "00"
             PERFORM 4110-LEER-AFILIACION
           END-IF.

           PERFORM UNTIL FL-AFI NOT = "00" OR
                   AFI-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF AFI-COD-PLAN = SEG-COD-PLAN
               PERFORM 8000-EVALUAR-VIGENCIA
               IF WS-AFI-VIGENTE
                 PERFORM 8100-CALCULAR-PRIMA
                 ADD 1                     TO WS-PLA-TITULARES
                 ADD WS-DEP-ASEGURADOS     TO WS-PLA-DEPENDIENTES
                 ADD WS-PRIMA-TOTAL        TO WS-PLA-PRIMA
                 ADD WS-PRIMA-EMPLEADOR    TO WS-PLA-EMPLEADOR
                 ADD WS-PRIMA-EMPLEADO     TO WS-PLA-EMPLEADO
               END-IF
             END-IF
             PERFORM 4110-LEER-AFILIACION
           END-PERFORM.

           IF WS-PLA-TITULARES = ZEROS
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PLA-VIDAS =
               WS-PLA-TITULARES + WS-PLA-DEPENDIENTES.

           MOVE WS-PLA-PRIMA     TO WS-VALOR-EDIT.
           MOVE WS-PLA-EMPLEADOR TO WS-EMPLEADOR-EDIT.
           MOVE WS-PLA-EMPLEADO  TO WS-EMPLEADO-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING SEG-COD-PLAN "  " SEG-ASEGURADORA " "
               WS-PLA-TITULARES " " WS-PLA-DEPENDIENTES " "
               WS-PLA-VIDAS " " WS-VALOR-EDIT " "
               WS-EMPLEADOR-EDIT " " WS-EMPLEADO-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "      " SEG-NOMBRE-PLAN
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           ADD 1                   TO WS-TOT-PLANES.
           ADD WS-PLA-TITULARES    TO WS-TOT-TITULARES.
           ADD WS-PLA-DEPENDIENTES TO WS-TOT-DEPENDIENTES.
           ADD WS-PLA-VIDAS        TO WS-TOT-VIDAS.
           ADD WS-PLA-PRIMA        TO WS-TOT-PRIMA.
           ADD WS-PLA-EMPLEADOR    TO WS-TOT-EMPLEADOR.
           ADD WS-PLA-EMPLEADO     TO WS-TOT-EMPLEADO.

       4110-LEER-AFILIACION.
      *----------------------
           READ ARCHIVO-AFILIACIONES NEXT RECORD
           END-READ.

       6000-CONCILIAR-NOMINA.
      *-----------------------
      *    SEGUNDA PASADA POR EMPLEADO: LO ESPERADO SEGUN SUS
      *    AFILIACIONES CONTRA EL RUBRO DE PRIMA DE LA NOMINA DEL
      *    PERIODO. SOLO SE LISTAN LOS EMPLEADOS CON DIFERENCIA
      *    (MORA POR INGRESO INSUFICIENTE, NOMINA AUN NO CORRIDA O
      *    AFILIACIONES MODIFICADAS DESPUES DEL PROCESO).
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DIFERENCIAS ENTRE PRIMA ESPERADA Y DESCONTADA EN "
               "NOMINA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO NOMBRE                            ESPERADO"
               "        DESCONTADO        DIFERENCIA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES    TO AFI-CLAVE.
           MOVE WS-CIA-CODIGO TO AFI-COD-EMPRESA.

           START ARCHIVO-AFILIACIONES
               KEY IS NOT LESS THAN AFI-CLAVE
             INVALID KEY
               MOVE "10" TO FL-AFI
           END-START.

           IF FL-AFI = "00"
             PERFORM 4110-LEER-AFILIACION
           END-IF.

           PERFORM UNTIL FL-AFI NOT = "00" OR
                   AFI-COD-EMPRESA NOT = WS-CIA-CODIGO
             MOVE AFI-COD-EMPLEADO TO WS-EMPLEADO-CORTE
             MOVE ZEROS TO WS-EMP-ESPERADO
             PERFORM UNTIL FL-AFI NOT = "00" OR
                     AFI-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                     AFI-COD-EMPLEADO NOT = WS-EMPLEADO-CORTE
               PERFORM 8000-EVALUAR-VIGENCIA
               IF WS-AFI-VIGENTE
                 MOVE AFI-COD-EMPRESA TO SEG-COD-EMPRESA
                 MOVE AFI-COD-PLAN    TO SEG-COD-PLAN
                 READ ARCHIVO-PLANES-SEGURO
                 END-READ
                 IF FL-SEG = "00" AND SEG-ESTADO = "A"
                   PERFORM 8100-CALCULAR-PRIMA
                   ADD WS-PRIMA-EMPLEADO TO WS-EMP-ESPERADO
                 END-IF
               END-IF
               PERFORM 4110-LEER-AFILIACION
             END-PERFORM
             PERFORM 6100-COMPARAR-EMPLEADO
           END-PERFORM.

       6100-COMPARAR-EMPLEADO.
      *------------------------
           MOVE WS-CIA-CODIGO         TO NOM-COD-EMPRESA.
           MOVE WS-EMPLEADO-CORTE     TO NOM-COD-EMPLEADO.
           MOVE WS-REP-FEC-AA         TO NOM-FEC-NOMINA-AA.
           MOVE WS-REP-FEC-MM         TO NOM-FEC-NOMINA-MM.
           MOVE WS-RUBRO-PRIMA-SEGURO TO NOM-TIPO-RUBRO.
           READ ARCHIVO-NOMINAS
           END-READ.

           IF FL-NOM = "00"
             MOVE NOM-VALOR TO WS-EMP-DESCONTADO
           ELSE
             MOVE ZEROS     TO WS-EMP-DESCONTADO
           END-IF.

           ADD WS-EMP-DESCONTADO TO WS-TOT-DESCONTADO.

           IF WS-EMP-DESCONTADO = WS-EMP-ESPERADO
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-DIFERENCIAS.
           COMPUTE WS-EMP-DIFERENCIA =
               WS-EMP-ESPERADO - WS-EMP-DESCONTADO.

           MOVE WS-EMPLEADO-CORTE TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP = "00"
             MOVE EMP-NOMBRES TO WS-NOMBRE-EMPLEADO
           ELSE
             MOVE "NO REGISTRADO" TO WS-NOMBRE-EMPLEADO
           END-IF.

           MOVE WS-EMP-ESPERADO   TO WS-VALOR-EDIT.
           MOVE WS-EMP-DESCONTADO TO WS-EMPLEADO-EDIT.
           MOVE WS-EMP-DIFERENCIA TO WS-DIFERENCIA-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-EMPLEADO-CORTE " " WS-NOMBRE-EMPLEADO " "
               WS-VALOR-EDIT " " WS-EMPLEADO-EDIT " "
               WS-DIFERENCIA-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       7000-CERRAR-REPORTE.
      *---------------------
           IF WS-TOT-DIFERENCIAS = ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "SIN DIFERENCIAS: LO DESCONTADO CUADRA CON LAS "
                 "AFILIACIONES"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-PRIMA     TO WS-VALOR-EDIT.
           MOVE WS-TOT-EMPLEADOR TO WS-EMPLEADOR-EDIT.
           MOVE WS-TOT-EMPLEADO  TO WS-EMPLEADO-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PLANES: " WS-TOT-PLANES
               "  TITULARES: " WS-TOT-TITULARES
               "  DEPENDIENTES: " WS-TOT-DEPENDIENTES
               "  VIDAS: " WS-TOT-VIDAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PRIMA A PAGAR A ASEGURADORAS: " WS-VALOR-EDIT
               "  CARGO EMPLEADOR: " WS-EMPLEADOR-EDIT
               "  CARGO EMPLEADOS: " WS-EMPLEADO-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           COMPUTE WS-EMP-DIFERENCIA =
               WS-TOT-EMPLEADO - WS-TOT-DESCONTADO.
           MOVE WS-TOT-DESCONTADO TO WS-EMPLEADO-EDIT.
           MOVE WS-EMP-DIFERENCIA TO WS-DIFERENCIA-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "DESCONTADO EN NOMINA (RUBRO " WS-RUBRO-PRIMA-SEGURO
               "): " WS-EMPLEADO-EDIT
               "  DIFERENCIA: " WS-DIFERENCIA-EDIT
               "  EMPLEADOS CON DIFERENCIA: " WS-TOT-DIFERENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-EVALUAR-VIGENCIA.
      *-----------------------
      *    MISMO CRITERIO DE LA NOMINA: LA COBERTURA INICIO EN O
      *    ANTES DEL PERIODO Y NO TERMINO ANTES DE EL.
           MOVE 0 TO WS-BANDERA-VIGENTE.

           COMPUTE WS-AFI-INICIO-NUM =
               AFI-FEC-INI-AA * 100 + AFI-FEC-INI-MM.
           COMPUTE WS-AFI-FIN-NUM =
               AFI-FEC-FIN-AA * 100 + AFI-FEC-FIN-MM.

           IF WS-AFI-INICIO-NUM <= WS-PERIODO-NUM AND
              (AFI-FEC-FIN = ZEROS OR
               WS-AFI-FIN-NUM >= WS-PERIODO-NUM)
             MOVE 1 TO WS-BANDERA-VIGENTE
           END-IF.

       8100-CALCULAR-PRIMA.
      *---------------------
      *    REQUIERE EL PLAN DE LA AFILIACION YA LEIDO EN SEG-DATOS.
           MOVE ZERO TO WS-DEP-ASEGURADOS.
           PERFORM VARYING WS-IND-AFI FROM 1 BY 1
               UNTIL WS-IND-AFI > AFI-NUM-DEPENDIENTES OR
                     WS-IND-AFI > 10
             MOVE AFI-COD-EMPLEADO            TO CAF-COD-EMPLEADO
             MOVE AFI-DEPENDIENTE(WS-IND-AFI) TO CAF-SECUENCIA
             READ ARCHIVO-CARGAS
             END-READ
             IF FL-CAF = "00" AND CAF-ESTADO = "A"
               ADD 1 TO WS-DEP-ASEGURADOS
             END-IF
           END-PERFORM.

           COMPUTE WS-PRIMA-TOTAL =
               SEG-PRIMA-TITULAR +
               SEG-PRIMA-DEPENDIENTE * WS-DEP-ASEGURADOS.
           COMPUTE WS-PRIMA-EMPLEADO ROUNDED =
               SEG-PRIMA-TITULAR * (100 - SEG-PORC-EMPLEADOR) / 100 +
               SEG-PRIMA-DEPENDIENTE * WS-DEP-ASEGURADOS.
           COMPUTE WS-PRIMA-EMPLEADOR =
               WS-PRIMA-TOTAL - WS-PRIMA-EMPLEADO.

       9000-ESCRIBIR-LINEA.
      *---------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
