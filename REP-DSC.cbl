      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-DSC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-DSC.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-DSC.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-DSC                  PIC XX.

      *    CUPO LEGAL DE PERSONAS CON DISCAPACIDAD: EL EMPLEADOR
      *    CON AL MENOS 25 TRABAJADORES DEBE TENER UN 4% DE SU
      *    NOMINA ACTIVA ENTRE PERSONAS CON DISCAPACIDAD Y
      *    SUSTITUTOS; LOS SUSTITUTOS CUBREN HASTA LA MITAD DEL
      *    CUPO. SOLO CUENTAN LOS CARNETS VIGENTES DE EMPLEADOS
      *    ACTIVOS.
       01  WS-CIA-CODIGO            PIC 9(3).

       77  WS-PORC-CUPO             PIC 9(2) VALUE 4.
       77  WS-MINIMO-TRABAJADORES   PIC 9(3) VALUE 25.
       77  WS-MESES-AVISO           PIC 9(2) VALUE 2.

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-SISTEMA PIC 9(8).

       01  WS-FECHA-AVISO.
           03 WS-AVI-AA             PIC 9(4).
           03 WS-AVI-MM             PIC 9(2).
           03 WS-AVI-DD             PIC 9(2).
       01  WS-FECHA-AVISO-NUM REDEFINES WS-FECHA-AVISO PIC 9(8).
       01  WS-MESES-CALC            PIC 9(6).

       01  WS-CONTADORES-CUPO.
           03 WS-CNT-ACTIVOS        PIC 9(5).
           03 WS-CNT-REGISTRADOS    PIC 9(5).
           03 WS-CNT-DISCAPACIDAD   PIC 9(5).
           03 WS-CNT-SUSTITUTOS     PIC 9(5).
           03 WS-CNT-SUST-COMPUTA   PIC 9(5).
           03 WS-CNT-VENCIDOS       PIC 9(5).
           03 WS-CNT-POR-VENCER     PIC 9(5).
           03 WS-CNT-COMPUTABLES    PIC 9(5).
           03 WS-CUPO-REQUERIDO     PIC 9(5).
           03 WS-TOPE-SUSTITUTOS    PIC 9(5).
           03 WS-FALTANTE           PIC 9(5).

       01  WS-SITUACION             PIC X(16).
       01  WS-DESC-TIPO             PIC X(12).

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
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
             PERFORM 2010-CALCULAR-FECHA-AVISO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 3000-ABRIR-REPORTE
             PERFORM 4000-CONTAR-ACTIVOS
             PERFORM 5000-LISTAR-REGISTRO
             PERFORM 6000-EVALUAR-CUPO
             PERFORM 7000-CERRAR-REPORTE
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE CUPO"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-DISCAPACIDAD.
           IF FL-DSC NOT = "00"
             OPEN OUTPUT ARCHIVO-DISCAPACIDAD
             CLOSE ARCHIVO-DISCAPACIDAD
             OPEN INPUT ARCHIVO-DISCAPACIDAD
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-DISCAPACIDAD.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   CUPO LEGAL DE PERSONAS CON DISCAPACIDAD".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           IF WS-CIA-CODIGO IS NOT NUMERIC OR WS-CIA-CODIGO <= ZEROS
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
           ELSE
             MOVE 1 TO WS-BANDERA-CAMPOS
           END-IF.

       2010-CALCULAR-FECHA-AVISO.
      *--------------------------
      *    LOS CARNETS QUE VENCEN DENTRO DE LOS PROXIMOS MESES DE
      *    AVISO SE SENALAN PARA PEDIR LA RENOVACION A TIEMPO.
           COMPUTE WS-MESES-CALC =
               (WS-FEC-AA * 12) + WS-FEC-MM - 1 + WS-MESES-AVISO.
           DIVIDE WS-MESES-CALC BY 12 GIVING WS-AVI-AA
               REMAINDER WS-AVI-MM.
           ADD 1 TO WS-AVI-MM.
           MOVE WS-FEC-DD TO WS-AVI-DD.

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-DSC"     TO WS-RPT-NOMBRE.
           MOVE "CUPO LEGAL DE PERSONAS CON DISCAPACIDAD"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-" WS-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           INITIALIZE WS-CONTADORES-CUPO.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO  NOMBRE                     CARNET"
               "           PORC TIPO         SUST  VENCE"
               "       SITUACION"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       4000-CONTAR-ACTIVOS.
      *--------------------
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 4010-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND
                EMP-COD-EMPRESA = WS-CIA-CODIGO
               ADD 1 TO WS-CNT-ACTIVOS
             END-IF
             PERFORM 4010-LEER-EMPLEADO
           END-PERFORM.

       4010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       5000-LISTAR-REGISTRO.
      *---------------------
           MOVE LOW-VALUES    TO DSC-CLAVE.
           MOVE WS-CIA-CODIGO TO DSC-COD-EMPRESA.

           START ARCHIVO-DISCAPACIDAD KEY IS NOT LESS THAN DSC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DSC
           END-START.

           IF FL-DSC = "00"
             PERFORM 5010-LEER-DISCAPACIDAD
           END-IF.

           PERFORM UNTIL FL-DSC NOT = "00" OR
                   DSC-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF DSC-ESTADO = "A"
               PERFORM 5100-CLASIFICAR-REGISTRO
               PERFORM 5200-IMPRIMIR-REGISTRO
             END-IF
             PERFORM 5010-LEER-DISCAPACIDAD
           END-PERFORM.

       5010-LEER-DISCAPACIDAD.
      *-----------------------
           READ ARCHIVO-DISCAPACIDAD NEXT RECORD
           END-READ.

       5100-CLASIFICAR-REGISTRO.
      *-------------------------
           ADD 1 TO WS-CNT-REGISTRADOS.

           MOVE DSC-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
             MOVE "I"    TO EMP-ESTADO
           END-IF.

           EVALUATE TRUE
               WHEN EMP-ESTADO NOT = "A" OR
                    EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE "EMPLEADO INACTIVO" TO WS-SITUACION
               WHEN DSC-FEC-VENCE-AA > ZEROS AND
                    DSC-FEC-VENCE < WS-FECHA-HOY-NUM
                 MOVE "CARNET VENCIDO"   TO WS-SITUACION
                 ADD 1 TO WS-CNT-VENCIDOS
               WHEN OTHER
                 IF DSC-FEC-VENCE-AA > ZEROS AND
                    DSC-FEC-VENCE <= WS-FECHA-AVISO-NUM
                   MOVE "VENCE PRONTO"   TO WS-SITUACION
                   ADD 1 TO WS-CNT-POR-VENCER
                 ELSE
                   MOVE "VIGENTE"        TO WS-SITUACION
                 END-IF
                 IF DSC-SUSTITUTO = "S"
                   ADD 1 TO WS-CNT-SUSTITUTOS
                 ELSE
                   ADD 1 TO WS-CNT-DISCAPACIDAD
                 END-IF
           END-EVALUATE.

       5200-IMPRIMIR-REGISTRO.
      *-----------------------
           EVALUATE DSC-TIPO
               WHEN "F"
                 MOVE "FISICA"      TO WS-DESC-TIPO
               WHEN "A"
                 MOVE "AUDITIVA"    TO WS-DESC-TIPO
               WHEN "V"
                 MOVE "VISUAL"      TO WS-DESC-TIPO
               WHEN "I"
                 MOVE "INTELECTUAL" TO WS-DESC-TIPO
               WHEN "P"
                 MOVE "PSICOSOCIAL" TO WS-DESC-TIPO
               WHEN OTHER
                 MOVE SPACES        TO WS-DESC-TIPO
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING DSC-COD-EMPLEADO "  " EMP-NOMBRES(1:25) "  "
               DSC-NUM-CARNET "  " DSC-PORCENTAJE "% "
               WS-DESC-TIPO " " DSC-SUSTITUTO "     "
               DSC-FEC-VENCE-AA "-" DSC-FEC-VENCE-MM "-"
               DSC-FEC-VENCE-DD " " WS-SITUACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       6000-EVALUAR-CUPO.
      *------------------
           IF WS-CNT-ACTIVOS >= WS-MINIMO-TRABAJADORES
             COMPUTE WS-CUPO-REQUERIDO =
                 WS-CNT-ACTIVOS * WS-PORC-CUPO / 100
           ELSE
             MOVE ZERO TO WS-CUPO-REQUERIDO
           END-IF.

           COMPUTE WS-TOPE-SUSTITUTOS = WS-CUPO-REQUERIDO / 2.
           IF WS-CNT-SUSTITUTOS > WS-TOPE-SUSTITUTOS
             MOVE WS-TOPE-SUSTITUTOS TO WS-CNT-SUST-COMPUTA
           ELSE
             MOVE WS-CNT-SUSTITUTOS  TO WS-CNT-SUST-COMPUTA
           END-IF.

           COMPUTE WS-CNT-COMPUTABLES =
               WS-CNT-DISCAPACIDAD + WS-CNT-SUST-COMPUTA.

           IF WS-CNT-COMPUTABLES < WS-CUPO-REQUERIDO
             COMPUTE WS-FALTANTE =
                 WS-CUPO-REQUERIDO - WS-CNT-COMPUTABLES
           ELSE
             MOVE ZERO TO WS-FALTANTE
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TRABAJADORES ACTIVOS:              " WS-CNT-ACTIVOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CUPO REQUERIDO (" WS-PORC-CUPO "%):               "
               WS-CUPO-REQUERIDO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "PERSONAS CON DISCAPACIDAD VIGENTES: "
               WS-CNT-DISCAPACIDAD
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUSTITUTOS VIGENTES:               "
               WS-CNT-SUSTITUTOS " (COMPUTAN " WS-CNT-SUST-COMPUTA
               ", TOPE " WS-TOPE-SUSTITUTOS ")"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CARNETS VENCIDOS (NO COMPUTAN):    " WS-CNT-VENCIDOS
               "   POR VENCER: " WS-CNT-POR-VENCER
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           EVALUATE TRUE
               WHEN WS-CNT-ACTIVOS < WS-MINIMO-TRABAJADORES
                 STRING "LA EMPRESA TIENE MENOS DE "
                     WS-MINIMO-TRABAJADORES
                     " TRABAJADORES: NO ESTA OBLIGADA AL CUPO"
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
               WHEN WS-FALTANTE = ZERO
                 STRING "CUMPLE EL CUPO LEGAL CON "
                     WS-CNT-COMPUTABLES " TRABAJADORES COMPUTABLES"
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
               WHEN OTHER
                 STRING "*** NO CUMPLE EL CUPO LEGAL: FALTAN "
                     WS-FALTANTE " TRABAJADORES ***"
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
           END-EVALUATE.
           PERFORM 9000-ESCRIBIR-LINEA.

       7000-CERRAR-REPORTE.
      *--------------------
           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
