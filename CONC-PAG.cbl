      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONC-PAG.
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
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-ESP.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-CHQ.cpy".
            COPY "./Copys/FISI-RTN.cpy".
            COPY "./Copys/FISI-CGL.cpy".

            SELECT ARCHIVO-INTERFAZ
              ASSIGN TO "../Archivos/Interfaz-CON.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-INT.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-ESP.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-CHQ.cpy".
            COPY "./Copys/LOGI-RTN.cpy".
            COPY "./Copys/LOGI-CGL.cpy".

       FD  ARCHIVO-INTERFAZ.
       01  INT-LINEA                    PIC X(50).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-ESP                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-CHQ                  PIC XX.
       01  FL-RTN                  PIC XX.
       01  FL-CGL                  PIC XX.
       01  FL-INT                  PIC XX.

      *    CONCILIACION POSTERIOR AL PAGO: EL NETO DE CADA EMPLEADO
      *    EN LA NOMINA DEL PERIODO (CALCULADO COMO LO TRANSFIERE EL
      *    ARCHIVO ACH) SE CRUZA CONTRA LO QUE REALMENTE SALIO POR
      *    TRANSFERENCIA, POR CHEQUE O QUEDO RETENIDO; LO QUE FALTA
      *    ES PENDIENTE DE PAGO. LOS TOTALES SE ATAN AL PASIVO DE
      *    SUELDOS POR PAGAR DE LA INTERFAZ CONTABLE DEL PERIODO.
       01  WS-PARAMETROS-CONCILIACION.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-CON-FEC-AA         PIC 9(4).
           03 WS-CON-FEC-MM         PIC 9(2).
           03 WS-CUENTA-PASIVO      PIC X(10).

       01  WS-PERIODO-CONC.
           03 WS-PCO-AA             PIC 9(4).
           03 WS-PCO-MM             PIC 9(2).
       01  WS-PERIODO-CONC-NUM REDEFINES WS-PERIODO-CONC PIC 9(6).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

      *    LA CUENTA DE SUELDOS POR PAGAR ES LA CUENTA HABER DEL
      *    RUBRO DE SUELDO BASE EN EL PLAN CONTABLE, SALVO QUE EL
      *    OPERADOR INDIQUE OTRA.
       77  WS-RUBRO-SUELDO-BASE     PIC 9(2) VALUE 1.

      *    LINEA DE ASIENTO DE ANCHO FIJO DE LA INTERFAZ CONTABLE.
       01  INT-ASIENTO.
           03 INT-TIPO-LINEA        PIC X(1).
           03 INT-EMPRESA           PIC 9(3).
           03 INT-PERIODO           PIC 9(6).
           03 INT-OFICINA           PIC 9(3).
           03 INT-CUENTA            PIC X(10).
           03 INT-RUBRO             PIC 9(2).
           03 INT-VALOR             PIC 9(11)V9(2).
           03 FILLER                PIC X(12).

       01  WS-BANDERA-INTERFAZ      PIC 9.
           88 WS-CON-INTERFAZ       VALUE 1.
           88 WS-SIN-INTERFAZ       VALUE 0.

      *    EMPLEADO EN CURSO DEL RECORRIDO DE LA NOMINA.
       01  WS-EMP-ACTUAL            PIC 9(8).
       01  WS-NETO-EMPLEADO         PIC S9(11)V9(2).
       01  WS-ACH-EMPLEADO          PIC S9(11)V9(2).
       01  WS-CHQ-EMPLEADO          PIC S9(11)V9(2).
       01  WS-RET-EMPLEADO          PIC S9(11)V9(2).
       01  WS-ANT-EMPLEADO          PIC S9(11)V9(2).
       01  WS-DIF-EMPLEADO          PIC S9(11)V9(2).
       01  WS-CUBIERTO-EMPLEADO     PIC S9(11)V9(2).

       01  WS-ESTADO-PAGO           PIC X(1).
           88 WS-PAG-ACEPTADO       VALUE "E" "C".
           88 WS-PAG-RECHAZADO      VALUE "R".
           88 WS-PAG-REEMITIDO      VALUE "X".
           88 WS-PAG-RETENIDO       VALUE "H".
       01  WS-MOTIVO-RECHAZO        PIC X(30).

       01  WS-BANDERA-NOMINA        PIC 9.
           88 WS-CON-NOMINA         VALUE 1.
           88 WS-SIN-NOMINA         VALUE 0.

       01  WS-MOTIVO-DIFERENCIA     PIC X(60).

       01  WS-TOTALES.
           03 WS-TOT-NETO           PIC S9(13)V9(2).
           03 WS-TOT-ACH            PIC S9(13)V9(2).
           03 WS-TOT-ACH-REEMITIDO  PIC S9(13)V9(2).
           03 WS-TOT-ACH-RECHAZADO  PIC S9(13)V9(2).
           03 WS-TOT-CHEQUES        PIC S9(13)V9(2).
           03 WS-TOT-RETENIDO       PIC S9(13)V9(2).
           03 WS-TOT-ANTICIPOS      PIC S9(13)V9(2).
           03 WS-TOT-PENDIENTE      PIC S9(13)V9(2).
           03 WS-TOT-SIN-NOMINA     PIC S9(13)V9(2).
           03 WS-TOT-DESEMBOLSADO   PIC S9(13)V9(2).
           03 WS-TOT-DEBE-PASIVO    PIC S9(13)V9(2).
           03 WS-TOT-HABER-PASIVO   PIC S9(13)V9(2).
           03 WS-TOT-PASIVO         PIC S9(13)V9(2).
           03 WS-TOT-EXPLICADO      PIC S9(13)V9(2).

       01  WS-CONTADORES.
           03 WS-CNT-EMPLEADOS      PIC 9(5).
           03 WS-CNT-CUADRADOS      PIC 9(5).
           03 WS-CNT-DESCUADRADOS   PIC 9(5).
           03 WS-CNT-SIN-NOMINA     PIC 9(5).
           03 WS-CNT-LINEAS-INT     PIC 9(6).
           03 WS-CNT-DESCUADRES     PIC 9(3).

      *    COMPARACION DE UN TOTAL CONTRA EL PASIVO CONTABLE.
       01  WS-COMPARACION.
           03 WS-CMP-ETIQUETA       PIC X(40).
           03 WS-CMP-VALOR-A        PIC S9(13)V9(2).
           03 WS-CMP-VALOR-B        PIC S9(13)V9(2).
           03 WS-CMP-DIFERENCIA     PIC S9(13)V9(2).

       01  WS-TITULO-SECCION        PIC X(80).

       01  WS-VALOR-EDITADO-1       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-2       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-3       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-4       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-EDITADO-5       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDITADO         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-CUENTA-POR-PAGAR
             PERFORM 3000-EJECUTAR-CONCILIACION
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE EJECUTO LA CONCILIACION DE PAGOS"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-RUBROS.
           OPEN INPUT ARCHIVO-CONTABLE.

           OPEN INPUT ARCHIVO-CORRIDAS-ESP.
           IF FL-ESP NOT = "00"
             OPEN OUTPUT ARCHIVO-CORRIDAS-ESP
             CLOSE ARCHIVO-CORRIDAS-ESP
             OPEN INPUT ARCHIVO-CORRIDAS-ESP
           END-IF.

           OPEN INPUT ARCHIVO-PAGOS.
           IF FL-PAG NOT = "00"
             OPEN OUTPUT ARCHIVO-PAGOS
             CLOSE ARCHIVO-PAGOS
             OPEN INPUT ARCHIVO-PAGOS
           END-IF.

           OPEN INPUT ARCHIVO-CHEQUES.
           IF FL-CHQ NOT = "00"
             OPEN OUTPUT ARCHIVO-CHEQUES
             CLOSE ARCHIVO-CHEQUES
             OPEN INPUT ARCHIVO-CHEQUES
           END-IF.

           OPEN INPUT ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN INPUT ARCHIVO-RETENCIONES
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-CONTABLE.
           CLOSE ARCHIVO-CORRIDAS-ESP.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-RETENCIONES.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   CONCILIACION DE NOMINA, PAGOS Y CONTABILIDAD".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-CON-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-CON-FEC-MM.
           DISPLAY "CUENTA DE SUELDOS POR PAGAR "
               "(ENTER = LA DEL SUELDO BASE): ".
           MOVE SPACES TO WS-CUENTA-PASIVO.
           ACCEPT WS-CUENTA-PASIVO.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-CON-FEC-AA IS NOT NUMERIC OR
                    WS-CON-FEC-AA <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO"
               WHEN WS-CON-FEC-MM IS NOT NUMERIC OR
                    WS-CON-FEC-MM <= ZEROS OR WS-CON-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           MOVE WS-CON-FEC-AA TO WS-PCO-AA.
           MOVE WS-CON-FEC-MM TO WS-PCO-MM.

       2010-CUENTA-POR-PAGAR.
      *----------------------
           IF WS-CUENTA-PASIVO NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUBRO-SUELDO-BASE TO CGL-TIPO-RUBRO.
           READ ARCHIVO-CONTABLE
           END-READ.

           IF FL-CGL = "00" AND CGL-ESTADO = "A"
             MOVE CGL-CUENTA-HABER TO WS-CUENTA-PASIVO
           ELSE
             DISPLAY "EL SUELDO BASE NO TIENE CUENTA CONTABLE ACTIVA: "
                 "NO SE PODRA ATAR EL PASIVO"
             MOVE "2010-CUENTA-POR-PAGAR" TO WS-ERR-PARRAFO
             MOVE "CGL" TO WS-ERR-ARCHIVO
             MOVE FL-CGL TO WS-ERR-ESTADO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "SUELDO BASE SIN CUENTA CONTABLE ACTIVA"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3000-EJECUTAR-CONCILIACION.
      *---------------------------
           INITIALIZE WS-TOTALES WS-CONTADORES.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "CONC-PAG"    TO WS-RPT-NOMBRE.
           MOVE "CONCILIACION DE NOMINA, PAGOS Y CONTABILIDAD"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-CON-FEC-AA "-" WS-CON-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE "EMPLEADOS CON DIFERENCIA ENTRE EL NETO Y LO PAGADO"
             TO WS-TITULO-SECCION.
           PERFORM 3100-TITULO-SECCION.

           MOVE "EMPLEADO NOMBRE" TO WS-LINEA-SPOOL.
           MOVE "    NETO NOMINA" TO WS-LINEA-SPOOL (36:15).
           MOVE "  TRANSFERENCIA" TO WS-LINEA-SPOOL (52:15).
           MOVE "        CHEQUES" TO WS-LINEA-SPOOL (68:15).
           MOVE "       RETENIDO" TO WS-LINEA-SPOOL (84:15).
           MOVE "     DIFERENCIA" TO WS-LINEA-SPOOL (100:15).
           MOVE "EST"             TO WS-LINEA-SPOOL (116:3).
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 4000-CONCILIAR-EMPLEADOS.

           MOVE "PAGOS DEL PERIODO SIN NETO EN LA NOMINA"
             TO WS-TITULO-SECCION.
           PERFORM 3100-TITULO-SECCION.

           PERFORM 5000-BUSCAR-PAGOS-SIN-NOMINA.
           PERFORM 5100-BUSCAR-CHEQUES-SIN-NOMINA.

           PERFORM 6000-SUMAR-PASIVO-CONTABLE.

           PERFORM 3900-IMPRIMIR-RESUMEN.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3100-TITULO-SECCION.
      *--------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-TITULO-SECCION TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       3900-IMPRIMIR-RESUMEN.
      *----------------------
      *    LO DESEMBOLSADO ES LO PAGADO POR TRANSFERENCIA Y CHEQUE
      *    SIN LOS ANTICIPOS QUE VIAJARON CON UNA LIBERACION; CON LO
      *    RETENIDO Y LO PENDIENTE DEBE EXPLICAR EL PASIVO.
           COMPUTE WS-TOT-DESEMBOLSADO =
               WS-TOT-ACH + WS-TOT-ACH-REEMITIDO + WS-TOT-CHEQUES
               - WS-TOT-ANTICIPOS + WS-TOT-SIN-NOMINA.
           COMPUTE WS-TOT-EXPLICADO =
               WS-TOT-DESEMBOLSADO + WS-TOT-RETENIDO +
               WS-TOT-PENDIENTE.

           MOVE "TOTALES DEL PERIODO" TO WS-TITULO-SECCION.
           PERFORM 3100-TITULO-SECCION.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADOS CONCILIADOS: " WS-CNT-EMPLEADOS
               "  CUADRADOS: " WS-CNT-CUADRADOS
               "  CON DIFERENCIA: " WS-CNT-DESCUADRADOS
               "  PAGOS SIN NOMINA: " WS-CNT-SIN-NOMINA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-NETO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NETO A PAGAR SEGUN NOMINA:          "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-ACH TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  TRANSFERENCIAS ACEPTADAS:         "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-ACH-REEMITIDO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  TRANSFERENCIAS DEVUELTAS Y REEM.: "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-CHEQUES TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CHEQUES VIGENTES:                 "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-ANTICIPOS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  (-) ANTICIPOS EN LIBERACIONES:    "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-SIN-NOMINA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  PAGOS SIN NETO EN LA NOMINA:      "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-DESEMBOLSADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL DESEMBOLSADO:                 "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-RETENIDO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PAGOS RETENIDOS:                    "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-PENDIENTE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PENDIENTE DE PAGO (NEG = DE MAS):   "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-ACH-RECHAZADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  DEL CUAL TRANSF. RECHAZADAS:      "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "CUADRE CONTRA LA INTERFAZ CONTABLE"
             TO WS-TITULO-SECCION.
           PERFORM 3100-TITULO-SECCION.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CUENTA DE SUELDOS POR PAGAR: " WS-CUENTA-PASIVO
               "  LINEAS DEL PERIODO EN LA INTERFAZ: "
               WS-CNT-LINEAS-INT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-SIN-INTERFAZ
             ADD 1 TO WS-CNT-DESCUADRES
             MOVE "*** NO EXISTE LA INTERFAZ CONTABLE ***"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           ELSE
             IF WS-CNT-LINEAS-INT = ZEROS
               ADD 1 TO WS-CNT-DESCUADRES
               MOVE SPACES TO WS-LINEA-SPOOL
               STRING "*** LA INTERFAZ CONTABLE NO TIENE ASIENTOS DE "
                   "LA EMPRESA Y PERIODO ***"
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               END-STRING
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
           END-IF.

           MOVE WS-TOT-HABER-PASIVO TO WS-VALOR-EDITADO-1.
           MOVE WS-TOT-DEBE-PASIVO  TO WS-VALOR-EDITADO-2.
           MOVE WS-TOT-PASIVO       TO WS-VALOR-EDITADO-3.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PASIVO: HABER " WS-VALOR-EDITADO-1
               "  DEBE " WS-VALOR-EDITADO-2
               "  SALDO " WS-VALOR-EDITADO-3
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "NETO DE NOMINA CONTRA PASIVO" TO WS-CMP-ETIQUETA.
           MOVE WS-TOT-NETO   TO WS-CMP-VALOR-A.
           MOVE WS-TOT-PASIVO TO WS-CMP-VALOR-B.
           PERFORM 3910-COMPARAR-TOTAL.

           MOVE "DESEMB.+RETENIDO+PENDIENTE CONTRA PASIVO"
             TO WS-CMP-ETIQUETA.
           MOVE WS-TOT-EXPLICADO TO WS-CMP-VALOR-A.
           MOVE WS-TOT-PASIVO    TO WS-CMP-VALOR-B.
           PERFORM 3910-COMPARAR-TOTAL.

           MOVE "DESEMB.+RETENIDO+PENDIENTE CONTRA NETO"
             TO WS-CMP-ETIQUETA.
           MOVE WS-TOT-EXPLICADO TO WS-CMP-VALOR-A.
           MOVE WS-TOT-NETO      TO WS-CMP-VALOR-B.
           PERFORM 3910-COMPARAR-TOTAL.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           IF WS-CNT-DESCUADRES = ZEROS AND
              WS-CNT-DESCUADRADOS = ZEROS AND
              WS-CNT-SIN-NOMINA = ZEROS
             MOVE "CONCILIACION CUADRADA" TO WS-LINEA-SPOOL
           ELSE
             STRING "CONCILIACION CON DIFERENCIAS: "
                 WS-CNT-DESCUADRADOS " EMPLEADO(S), "
                 WS-CNT-SIN-NOMINA " PAGO(S) SIN NOMINA, "
                 WS-CNT-DESCUADRES " TOTAL(ES) DESCUADRADO(S)"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             MOVE "3900-IMPRIMIR-RESUMEN" TO WS-ERR-PARRAFO
             MOVE "PAG" TO WS-ERR-ARCHIVO
             MOVE FL-PAG TO WS-ERR-ESTADO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "CONCILIACION DE PAGOS CON DIFERENCIAS"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       3910-COMPARAR-TOTAL.
      *--------------------
           COMPUTE WS-CMP-DIFERENCIA =
               WS-CMP-VALOR-A - WS-CMP-VALOR-B.

           MOVE WS-CMP-VALOR-A    TO WS-VALOR-EDITADO-1.
           MOVE WS-CMP-VALOR-B    TO WS-VALOR-EDITADO-2.
           MOVE WS-CMP-DIFERENCIA TO WS-VALOR-EDITADO-3.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CMP-ETIQUETA " " WS-VALOR-EDITADO-1
               " " WS-VALOR-EDITADO-2 " DIF " WS-VALOR-EDITADO-3
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-CMP-DIFERENCIA NOT = ZEROS
             ADD 1 TO WS-CNT-DESCUADRES
             MOVE "*** DESCUADRE ***" TO WS-LINEA-SPOOL (112:)
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-CONCILIAR-EMPLEADOS.
      *-------------------------
      *    LA NOMINA VIENE ORDENADA POR EMPLEADO: SUS RUBROS DEL
      *    PERIODO SE ACUMULAN Y AL CAMBIAR DE EMPLEADO SE CONCILIA.
           MOVE ZEROS TO WS-EMP-ACTUAL.
           MOVE ZEROS TO WS-NETO-EMPLEADO.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE ZEROS         TO NOM-COD-EMPLEADO.
           MOVE ZEROS         TO NOM-FECHA-NOMINA.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 4010-LEER-NOMINA
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF NOM-FEC-NOMINA-AA = WS-CON-FEC-AA AND
                NOM-FEC-NOMINA-MM = WS-CON-FEC-MM
               IF NOM-COD-EMPLEADO NOT = WS-EMP-ACTUAL
                 IF WS-EMP-ACTUAL > ZEROS
                   PERFORM 4100-CONCILIAR-EMPLEADO
                 END-IF
                 MOVE NOM-COD-EMPLEADO TO WS-EMP-ACTUAL
                 MOVE ZEROS            TO WS-NETO-EMPLEADO
               END-IF
               PERFORM 4020-ACUMULAR-RUBRO
             END-IF
             PERFORM 4010-LEER-NOMINA
           END-PERFORM.

           IF WS-EMP-ACTUAL > ZEROS
             PERFORM 4100-CONCILIAR-EMPLEADO
           END-IF.

       4010-LEER-NOMINA.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       4020-ACUMULAR-RUBRO.
      *--------------------
           MOVE NOM-TIPO-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
           END-READ.

           IF FL-RUB = "00"
             EVALUATE RUB-NATURALEZA
                 WHEN "I"
                   ADD NOM-VALOR TO WS-NETO-EMPLEADO
                 WHEN "E"
                   SUBTRACT NOM-VALOR FROM WS-NETO-EMPLEADO
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF.

       4100-CONCILIAR-EMPLEADO.
      *------------------------
           PERFORM 4110-DESCONTAR-CORRIDAS-ESP.

           MOVE ZEROS TO WS-ACH-EMPLEADO WS-CHQ-EMPLEADO
                         WS-RET-EMPLEADO WS-ANT-EMPLEADO.

           PERFORM 4120-LEER-ESTADO-PAGO.
           PERFORM 4130-SUMAR-CHEQUES.
           PERFORM 4140-LEER-RETENCION.

      *    UN NETO EN CERO O NEGATIVO NO SE PAGA: SOLO INTERESA SI
      *    IGUAL SALIO ALGUN PAGO PARA EL EMPLEADO.
           IF WS-NETO-EMPLEADO <= ZEROS AND
              WS-ACH-EMPLEADO = ZEROS AND
              WS-CHQ-EMPLEADO = ZEROS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-EMPLEADOS.

           IF WS-NETO-EMPLEADO > ZEROS
             ADD WS-NETO-EMPLEADO TO WS-TOT-NETO
           END-IF.

           COMPUTE WS-CUBIERTO-EMPLEADO =
               WS-ACH-EMPLEADO + WS-CHQ-EMPLEADO + WS-RET-EMPLEADO
               - WS-ANT-EMPLEADO.

           IF WS-NETO-EMPLEADO > ZEROS
             COMPUTE WS-DIF-EMPLEADO =
                 WS-NETO-EMPLEADO - WS-CUBIERTO-EMPLEADO
           ELSE
             COMPUTE WS-DIF-EMPLEADO = ZEROS - WS-CUBIERTO-EMPLEADO
           END-IF.

           IF WS-PAG-REEMITIDO
             ADD WS-ACH-EMPLEADO TO WS-TOT-ACH-REEMITIDO
           ELSE
             ADD WS-ACH-EMPLEADO TO WS-TOT-ACH
           END-IF.
           ADD WS-CHQ-EMPLEADO  TO WS-TOT-CHEQUES.
           ADD WS-RET-EMPLEADO  TO WS-TOT-RETENIDO.
           ADD WS-ANT-EMPLEADO  TO WS-TOT-ANTICIPOS.
           ADD WS-DIF-EMPLEADO  TO WS-TOT-PENDIENTE.

           IF WS-DIF-EMPLEADO = ZEROS
             ADD 1 TO WS-CNT-CUADRADOS
           ELSE
             ADD 1 TO WS-CNT-DESCUADRADOS
             IF WS-PAG-RECHAZADO
               ADD WS-DIF-EMPLEADO TO WS-TOT-ACH-RECHAZADO
             END-IF
             PERFORM 4190-LISTAR-DIFERENCIA
           END-IF.

       4110-DESCONTAR-CORRIDAS-ESP.
      *----------------------------
      *    LO QUE UNA CORRIDA ESPECIAL YA PAGO QUEDO ACUMULADO EN LA
      *    NOMINA DEL MES Y NO VIAJA EN LA TRANSFERENCIA MENSUAL.
           MOVE WS-CIA-CODIGO TO ESP-COD-EMPRESA.
           MOVE WS-CON-FEC-AA TO ESP-FEC-AA.
           MOVE WS-CON-FEC-MM TO ESP-FEC-MM.
           MOVE ZEROS         TO ESP-SECUENCIA.
           MOVE ZEROS         TO ESP-COD-EMPLEADO.
           MOVE ZEROS         TO ESP-TIPO-RUBRO.

           START ARCHIVO-CORRIDAS-ESP
             KEY IS NOT LESS THAN ESP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-ESP
           END-START.

           IF FL-ESP = "00"
             PERFORM 4111-LEER-CORRIDA-ESP
           END-IF.

           PERFORM UNTIL FL-ESP NOT = "00" OR
                   ESP-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   ESP-FEC-AA NOT = WS-CON-FEC-AA OR
                   ESP-FEC-MM NOT = WS-CON-FEC-MM
             IF ESP-COD-EMPLEADO = WS-EMP-ACTUAL AND
                ESP-ESTADO = "A"
               MOVE ESP-TIPO-RUBRO TO RUB-CODIGO
               READ ARCHIVO-RUBROS
               END-READ
               IF FL-RUB = "00"
                 EVALUATE RUB-NATURALEZA
                     WHEN "I"
                       SUBTRACT ESP-VALOR FROM WS-NETO-EMPLEADO
                     WHEN "E"
                       ADD ESP-VALOR TO WS-NETO-EMPLEADO
                     WHEN OTHER
                       CONTINUE
                 END-EVALUATE
               END-IF
             END-IF
             PERFORM 4111-LEER-CORRIDA-ESP
           END-PERFORM.

       4111-LEER-CORRIDA-ESP.
      *----------------------
           READ ARCHIVO-CORRIDAS-ESP NEXT RECORD
           END-READ.

       4120-LEER-ESTADO-PAGO.
      *----------------------
      *    SOLO LA TRANSFERENCIA ACEPTADA O YA REEMITIDA CUENTA COMO
      *    PAGADA; LA RECHAZADA SIN REEMITIR QUEDA PENDIENTE Y LA
      *    PAGADA CON CHEQUE FUERA DE CICLO SE VE EN LOS CHEQUES.
           MOVE SPACES TO WS-ESTADO-PAGO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           MOVE WS-CIA-CODIGO TO PAG-COD-EMPRESA.
           MOVE WS-EMP-ACTUAL TO PAG-COD-EMPLEADO.
           MOVE WS-CON-FEC-AA TO PAG-FEC-AA.
           MOVE WS-CON-FEC-MM TO PAG-FEC-MM.
           READ ARCHIVO-PAGOS
           END-READ.

           IF FL-PAG NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE PAG-ESTADO         TO WS-ESTADO-PAGO.
           MOVE PAG-MOTIVO-RECHAZO TO WS-MOTIVO-RECHAZO.

           IF WS-PAG-ACEPTADO OR WS-PAG-REEMITIDO
             MOVE PAG-VALOR TO WS-ACH-EMPLEADO
           END-IF.

       4130-SUMAR-CHEQUES.
      *-------------------
      *    CHEQUES VIGENTES DEL EMPLEADO Y PERIODO; LOS DE CORRIDAS
      *    ESPECIALES YA SE DESCONTARON DEL NETO.
           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 4131-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-COD-EMPLEADO = WS-EMP-ACTUAL AND
                CHQ-FEC-AA = WS-CON-FEC-AA AND
                CHQ-FEC-MM = WS-CON-FEC-MM AND
                CHQ-ESTADO NOT = "A" AND CHQ-ESTADO NOT = "R" AND
                CHQ-ORIGEN NOT = "E"
               ADD CHQ-VALOR TO WS-CHQ-EMPLEADO
             END-IF
             PERFORM 4131-LEER-CHEQUE
           END-PERFORM.

       4131-LEER-CHEQUE.
      *-----------------
           READ ARCHIVO-CHEQUES NEXT RECORD
           END-READ.

       4140-LEER-RETENCION.
      *--------------------
      *    UNA RETENCION VIGENTE GUARDA EL NETO QUE NO SE PAGO; UNA
      *    LIBERADA PUDO PAGAR JUNTO CON EL NETO ANTICIPOS RETENIDOS,
      *    QUE NO SON PARTE DE LA NOMINA DEL PERIODO.
           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.
           MOVE WS-EMP-ACTUAL TO RTN-COD-EMPLEADO.
           MOVE WS-CON-FEC-AA TO RTN-FEC-AA.
           MOVE WS-CON-FEC-MM TO RTN-FEC-MM.
           READ ARCHIVO-RETENCIONES
           END-READ.

           EVALUATE TRUE
               WHEN FL-RTN NOT = "00"
                 IF WS-PAG-RETENIDO
                   MOVE PAG-VALOR TO WS-RET-EMPLEADO
                 END-IF
               WHEN RTN-ESTADO = "R"
                 IF RTN-VALOR-RETENIDO > ZEROS
                   MOVE RTN-VALOR-RETENIDO TO WS-RET-EMPLEADO
                 ELSE
                   IF WS-NETO-EMPLEADO > ZEROS
                     MOVE WS-NETO-EMPLEADO TO WS-RET-EMPLEADO
                   END-IF
                 END-IF
               WHEN RTN-ESTADO = "L" AND
                    RTN-VALOR-LIBERADO > RTN-VALOR-RETENIDO
                 COMPUTE WS-ANT-EMPLEADO =
                     RTN-VALOR-LIBERADO - RTN-VALOR-RETENIDO
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       4190-LISTAR-DIFERENCIA.
      *-----------------------
           MOVE WS-EMP-ACTUAL TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE "** NO EXISTE EN EL MAESTRO **" TO EMP-NOMBRES
           END-IF.

           EVALUATE TRUE
               WHEN WS-NETO-EMPLEADO <= ZEROS
                 MOVE "PAGO SIN NETO A PAGAR EN LA NOMINA"
                   TO WS-MOTIVO-DIFERENCIA
               WHEN WS-PAG-RECHAZADO
                 MOVE SPACES TO WS-MOTIVO-DIFERENCIA
                 STRING "TRANSFERENCIA RECHAZADA SIN REEMITIR: "
                     WS-MOTIVO-RECHAZO
                     DELIMITED BY SIZE INTO WS-MOTIVO-DIFERENCIA
                 END-STRING
               WHEN WS-CUBIERTO-EMPLEADO = ZEROS
                 MOVE "SIN TRANSFERENCIA, CHEQUE NI RETENCION"
                   TO WS-MOTIVO-DIFERENCIA
               WHEN WS-DIF-EMPLEADO < ZEROS
                 MOVE "PAGADO DE MAS CONTRA EL NETO DE LA NOMINA"
                   TO WS-MOTIVO-DIFERENCIA
               WHEN WS-ACH-EMPLEADO > ZEROS AND
                    WS-CHQ-EMPLEADO > ZEROS
                 MOVE "PAGADO POR TRANSFERENCIA Y POR CHEQUE"
                   TO WS-MOTIVO-DIFERENCIA
               WHEN OTHER
                 MOVE "VALOR PAGADO MENOR AL NETO DE LA NOMINA"
                   TO WS-MOTIVO-DIFERENCIA
           END-EVALUATE.

           MOVE WS-NETO-EMPLEADO TO WS-VALOR-EDITADO-1.
           MOVE WS-ACH-EMPLEADO  TO WS-VALOR-EDITADO-2.
           MOVE WS-CHQ-EMPLEADO  TO WS-VALOR-EDITADO-3.
           MOVE WS-RET-EMPLEADO  TO WS-VALOR-EDITADO-4.
           MOVE WS-DIF-EMPLEADO  TO WS-VALOR-EDITADO-5.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-EMP-ACTUAL " " EMP-NOMBRES (1:25) " "
               WS-VALOR-EDITADO-1 " " WS-VALOR-EDITADO-2 " "
               WS-VALOR-EDITADO-3 " " WS-VALOR-EDITADO-4 " "
               WS-VALOR-EDITADO-5 "  " WS-ESTADO-PAGO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "         " WS-MOTIVO-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           IF WS-ANT-EMPLEADO > ZEROS
             MOVE WS-ANT-EMPLEADO TO WS-VALOR-EDITADO-1
             STRING " (ANTICIPOS LIBERADOS " WS-VALOR-EDITADO-1 ")"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL (70:)
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-BUSCAR-PAGOS-SIN-NOMINA.
      *-----------------------------
      *    TRANSFERENCIAS DEL PERIODO DE EMPLEADOS QUE NO TIENEN
      *    RUBROS EN LA NOMINA DEL MES.
           MOVE WS-CIA-CODIGO TO PAG-COD-EMPRESA.
           MOVE ZEROS         TO PAG-COD-EMPLEADO.
           MOVE ZEROS         TO PAG-FEC-AA.
           MOVE ZEROS         TO PAG-FEC-MM.

           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PAG
           END-START.

           IF FL-PAG = "00"
             PERFORM 5010-LEER-PAGO
           END-IF.

           PERFORM UNTIL FL-PAG NOT = "00" OR
                   PAG-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF PAG-FEC-AA = WS-CON-FEC-AA AND
                PAG-FEC-MM = WS-CON-FEC-MM AND
                (PAG-ESTADO = "E" OR PAG-ESTADO = "C" OR
                 PAG-ESTADO = "X")
               MOVE PAG-COD-EMPLEADO TO WS-EMP-ACTUAL
               PERFORM 5900-VERIFICAR-NOMINA
               IF WS-SIN-NOMINA
                 ADD 1 TO WS-CNT-SIN-NOMINA
                 ADD PAG-VALOR TO WS-TOT-SIN-NOMINA
                 MOVE PAG-VALOR TO WS-VALOR-EDITADO-1
                 MOVE SPACES TO WS-MOTIVO-DIFERENCIA
                 STRING "TRANSFERENCIA " WS-VALOR-EDITADO-1
                     " ESTADO " PAG-ESTADO
                     DELIMITED BY SIZE INTO WS-MOTIVO-DIFERENCIA
                 END-STRING
                 PERFORM 5200-LISTAR-SIN-NOMINA
               END-IF
             END-IF
             PERFORM 5010-LEER-PAGO
           END-PERFORM.

       5010-LEER-PAGO.
      *---------------
           READ ARCHIVO-PAGOS NEXT RECORD
           END-READ.

       5100-BUSCAR-CHEQUES-SIN-NOMINA.
      *-------------------------------
           MOVE WS-CIA-CODIGO TO CHQ-COD-EMPRESA.
           MOVE ZEROS         TO CHQ-NUMERO.

           START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CHQ
           END-START.

           IF FL-CHQ = "00"
             PERFORM 4131-LEER-CHEQUE
           END-IF.

           PERFORM UNTIL FL-CHQ NOT = "00" OR
                   CHQ-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF CHQ-FEC-AA = WS-CON-FEC-AA AND
                CHQ-FEC-MM = WS-CON-FEC-MM AND
                CHQ-ESTADO NOT = "A" AND CHQ-ESTADO NOT = "R" AND
                CHQ-ORIGEN NOT = "E"
               MOVE CHQ-COD-EMPLEADO TO WS-EMP-ACTUAL
               PERFORM 5900-VERIFICAR-NOMINA
               IF WS-SIN-NOMINA
                 ADD 1 TO WS-CNT-SIN-NOMINA
                 ADD CHQ-VALOR TO WS-TOT-SIN-NOMINA
                 MOVE CHQ-VALOR TO WS-VALOR-EDITADO-1
                 MOVE SPACES TO WS-MOTIVO-DIFERENCIA
                 STRING "CHEQUE " CHQ-NUMERO " " WS-VALOR-EDITADO-1
                     " ESTADO " CHQ-ESTADO
                     DELIMITED BY SIZE INTO WS-MOTIVO-DIFERENCIA
                 END-STRING
                 PERFORM 5200-LISTAR-SIN-NOMINA
               END-IF
             END-IF
             PERFORM 4131-LEER-CHEQUE
           END-PERFORM.

       5200-LISTAR-SIN-NOMINA.
      *-----------------------
           MOVE WS-EMP-ACTUAL TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE "** NO EXISTE EN EL MAESTRO **" TO EMP-NOMBRES
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-EMP-ACTUAL " " EMP-NOMBRES (1:25) " "
               WS-MOTIVO-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5900-VERIFICAR-NOMINA.
      *----------------------
           MOVE 0 TO WS-BANDERA-NOMINA.

           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE WS-EMP-ACTUAL TO NOM-COD-EMPLEADO.
           MOVE WS-CON-FEC-AA TO NOM-FEC-NOMINA-AA.
           MOVE WS-CON-FEC-MM TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 4010-LEER-NOMINA
           END-IF.

           IF FL-NOM = "00" AND
              NOM-COD-EMPRESA = WS-CIA-CODIGO AND
              NOM-COD-EMPLEADO = WS-EMP-ACTUAL AND
              NOM-FEC-NOMINA-AA = WS-CON-FEC-AA AND
              NOM-FEC-NOMINA-MM = WS-CON-FEC-MM
             MOVE 1 TO WS-BANDERA-NOMINA
           END-IF.

       6000-SUMAR-PASIVO-CONTABLE.
      *---------------------------
      *    EL PASIVO DE SUELDOS POR PAGAR QUEDA EN LA INTERFAZ COMO
      *    LO ACREDITADO A LA CUENTA MENOS LO DEBITADO A ELLA POR
      *    LAS DEDUCCIONES.
           MOVE 1 TO WS-BANDERA-INTERFAZ.

           OPEN INPUT ARCHIVO-INTERFAZ.
           IF FL-INT NOT = "00"
             MOVE 0 TO WS-BANDERA-INTERFAZ
             EXIT PARAGRAPH
           END-IF.

           PERFORM 6010-LEER-INTERFAZ.

           PERFORM UNTIL FL-INT NOT = "00"
             MOVE INT-LINEA TO INT-ASIENTO
             IF INT-EMPRESA = WS-CIA-CODIGO AND
                INT-PERIODO = WS-PERIODO-CONC-NUM
               ADD 1 TO WS-CNT-LINEAS-INT
               IF INT-CUENTA = WS-CUENTA-PASIVO
                 IF INT-TIPO-LINEA = "H"
                   ADD INT-VALOR TO WS-TOT-HABER-PASIVO
                 ELSE
                   ADD INT-VALOR TO WS-TOT-DEBE-PASIVO
                 END-IF
               END-IF
             END-IF
             PERFORM 6010-LEER-INTERFAZ
           END-PERFORM.

           CLOSE ARCHIVO-INTERFAZ.

           COMPUTE WS-TOT-PASIVO =
               WS-TOT-HABER-PASIVO - WS-TOT-DEBE-PASIVO.

       6010-LEER-INTERFAZ.
      *-------------------
           READ ARCHIVO-INTERFAZ
           END-READ.

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
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CONC-PAG"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
