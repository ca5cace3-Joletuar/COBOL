      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-VDE.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-VDE.cpy".

            SELECT ARCHIVO-ORDEN
              ASSIGN TO "../Archivos/Trabajo-VDE-Orden.tmp".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-VDE.cpy".

      *    LAS VIOLACIONES DEL PERIODO SE CLASIFICAN POR EL
      *    SUPERVISOR ACTUAL DEL EMPLEADO PARA ENTREGAR A CADA UNO
      *    SOLO LO DE SU GENTE.
       SD  ARCHIVO-ORDEN.
       01  ORD-DATOS.
           03 ORD-COD-SUPERVISOR    PIC 9(8).
           03 ORD-VDE               PIC X(200).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-VDE                  PIC XX.

       01  WS-PARAMETROS-REPORTE.
           03 WS-REP-FEC-AA         PIC 9(4).
           03 WS-REP-FEC-MM         PIC 9(2).
           03 WS-REP-SUPERVISOR     PIC 9(8).
           03 WS-REP-SOLO-PEND      PIC X(1).
           03 WS-CIA-CODIGO         PIC 9(3).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-FIN-ORDEN     PIC 9.
           88 WS-ORDEN-AGOTADO      VALUE 1.
           88 WS-ORDEN-CON-DATOS    VALUE 0.

      *    CORTE DE CONTROL POR SUPERVISOR.
       01  WS-SUPERVISOR-CORTE      PIC 9(8).
       01  WS-NOMBRE-SUPERVISOR     PIC X(40).
       01  WS-NOMBRE-EMPLEADO       PIC X(25).

       01  WS-CONTADORES-SUPERVISOR.
           03 WS-SUP-ENTRE-JORNADAS PIC 9(5).
           03 WS-SUP-SEMANALES      PIC 9(5).
           03 WS-SUP-PENDIENTES     PIC 9(5).
           03 WS-SUP-JUSTIFICADAS   PIC 9(5).

       01  WS-CONTADORES-GENERAL.
           03 WS-TOT-SUPERVISORES   PIC 9(5).
           03 WS-TOT-VIOLACIONES    PIC 9(6).
           03 WS-TOT-PENDIENTES     PIC 9(6).
           03 WS-TOT-JUSTIFICADAS   PIC 9(6).

       01  WS-DETALLE-VIOLACION     PIC X(40).
       01  WS-DESC-ESTADO           PIC X(11).
       01  WS-HORAS-EDITADAS        PIC ZZ9.99.
       01  WS-FECHA-IMPRESION.
           03 WS-IMP-AA             PIC 9(4).
           03 FILLER                PIC X(1) VALUE "-".
           03 WS-IMP-MM             PIC 9(2).
           03 FILLER                PIC X(1) VALUE "-".
           03 WS-IMP-DD             PIC 9(2).
       01  WS-FECHA-FIN-NUM         PIC 9(8).
       01  WS-FECHA-FIN-R REDEFINES WS-FECHA-FIN-NUM.
           03 WS-FIN-AA             PIC 9(4).
           03 WS-FIN-MM             PIC 9(2).
           03 WS-FIN-DD             PIC 9(2).
       01  WS-HORA-FIN-NUM          PIC 9(6).
       01  WS-HORA-FIN-R REDEFINES WS-HORA-FIN-NUM.
           03 WS-FIN-HH             PIC 9(2).
           03 WS-FIN-MI             PIC 9(2).
           03 WS-FIN-SS             PIC 9(2).
       01  WS-HORA-INI-NUM          PIC 9(6).
       01  WS-HORA-INI-R REDEFINES WS-HORA-INI-NUM.
           03 WS-INI-HH             PIC 9(2).
           03 WS-INI-MI             PIC 9(2).
           03 WS-INI-SS             PIC 9(2).

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
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 3000-ABRIR-REPORTE
             SORT ARCHIVO-ORDEN
                 ON ASCENDING KEY ORD-COD-SUPERVISOR
                                  ORD-VDE
                 INPUT PROCEDURE IS 4000-EXTRAER-VIOLACIONES
                 OUTPUT PROCEDURE IS 5000-IMPRIMIR-SUPERVISORES
             PERFORM 7000-CERRAR-REPORTE
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE DESCANSOS"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.

           OPEN INPUT ARCHIVO-VIOLACIONES-DESCANSO.
           IF FL-VDE NOT = "00"
             OPEN OUTPUT ARCHIVO-VIOLACIONES-DESCANSO
             CLOSE ARCHIVO-VIOLACIONES-DESCANSO
             OPEN INPUT ARCHIVO-VIOLACIONES-DESCANSO
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-VIOLACIONES-DESCANSO.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   EXCEPCIONES DE DESCANSO POR SUPERVISOR".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           DISPLAY "INGRESE EL ANIO A REPORTAR (AAAA): ".
           ACCEPT WS-REP-FEC-AA.
           DISPLAY "INGRESE EL MES A REPORTAR (MM): ".
           ACCEPT WS-REP-FEC-MM.
           DISPLAY "CLAVE DEL SUPERVISOR (0 = TODOS): ".
           ACCEPT WS-REP-SUPERVISOR.
           DISPLAY "SOLO VIOLACIONES PENDIENTES DE JUSTIFICAR (S/N)? ".
           ACCEPT WS-REP-SOLO-PEND.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-REP-FEC-AA IS NOT NUMERIC OR
                    WS-REP-FEC-MM IS NOT NUMERIC OR
                    WS-REP-FEC-MM < 1 OR WS-REP-FEC-MM > 12
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL PERIODO"
               WHEN WS-REP-SUPERVISOR IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL SUPERVISOR"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-REP-SOLO-PEND = "s"
             MOVE "S" TO WS-REP-SOLO-PEND
           END-IF.

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-VDE"     TO WS-RPT-NOMBRE.
           MOVE "EXCEPCIONES DE DESCANSO POR SUPERVISOR"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-REP-FEC-AA "-" WS-REP-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           INITIALIZE WS-CONTADORES-GENERAL.

       4000-EXTRAER-VIOLACIONES.
      *--------------------------
           MOVE LOW-VALUES    TO VDE-CLAVE.
           MOVE WS-CIA-CODIGO TO VDE-COD-EMPRESA.

           START ARCHIVO-VIOLACIONES-DESCANSO
               KEY IS NOT LESS THAN VDE-CLAVE
             INVALID KEY
               MOVE "10" TO FL-VDE
           END-START.

           IF FL-VDE = "00"
             PERFORM 4010-LEER-VIOLACION
           END-IF.

           PERFORM UNTIL FL-VDE NOT = "00" OR
                   VDE-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF VDE-FEC-AA = WS-REP-FEC-AA AND
                VDE-FEC-MM = WS-REP-FEC-MM AND
                VDE-ESTADO NOT = "I" AND
                (WS-REP-SOLO-PEND NOT = "S" OR VDE-ESTADO = "P")
               PERFORM 4020-LIBERAR-VIOLACION
             END-IF
             PERFORM 4010-LEER-VIOLACION
           END-PERFORM.

       4010-LEER-VIOLACION.
      *---------------------
           READ ARCHIVO-VIOLACIONES-DESCANSO NEXT RECORD
           END-READ.

       4020-LIBERAR-VIOLACION.
      *------------------------
      *    EL SUPERVISOR ES EL ACTUAL DEL EMPLEADO; SI EL EMPLEADO
      *    YA NO ESTA EN EL MAESTRO SE USA EL DE LA FECHA DEL HECHO.
           MOVE VDE-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00"
             MOVE EMP-COD-SUPERVISOR TO ORD-COD-SUPERVISOR
           ELSE
             MOVE VDE-COD-SUPERVISOR TO ORD-COD-SUPERVISOR
           END-IF.

           IF WS-REP-SUPERVISOR > ZEROS AND
              ORD-COD-SUPERVISOR NOT = WS-REP-SUPERVISOR
             EXIT PARAGRAPH
           END-IF.

           MOVE VDE-DATOS TO ORD-VDE.
           RELEASE ORD-DATOS.

       5000-IMPRIMIR-SUPERVISORES.
      *----------------------------
           MOVE 0 TO WS-BANDERA-FIN-ORDEN.

           PERFORM 5010-RETORNAR-ORDEN.

           IF WS-ORDEN-AGOTADO
             MOVE "SIN VIOLACIONES DE DESCANSO EN EL PERIODO"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM UNTIL WS-ORDEN-AGOTADO
             MOVE ORD-COD-SUPERVISOR TO WS-SUPERVISOR-CORTE
             PERFORM 5100-ENCABEZADO-SUPERVISOR
             PERFORM UNTIL WS-ORDEN-AGOTADO OR
                     ORD-COD-SUPERVISOR NOT = WS-SUPERVISOR-CORTE
               PERFORM 5200-IMPRIMIR-VIOLACION
               PERFORM 5010-RETORNAR-ORDEN
             END-PERFORM
             PERFORM 5300-TOTAL-SUPERVISOR
           END-PERFORM.

       5010-RETORNAR-ORDEN.
      *---------------------
           RETURN ARCHIVO-ORDEN
             AT END
               MOVE 1 TO WS-BANDERA-FIN-ORDEN
           END-RETURN.

       5100-ENCABEZADO-SUPERVISOR.
      *----------------------------
           INITIALIZE WS-CONTADORES-SUPERVISOR.
           ADD 1 TO WS-TOT-SUPERVISORES.

           MOVE SPACES TO WS-NOMBRE-SUPERVISOR.
           IF WS-SUPERVISOR-CORTE = ZEROS
             MOVE "SIN SUPERVISOR ASIGNADO" TO WS-NOMBRE-SUPERVISOR
           ELSE
             MOVE WS-SUPERVISOR-CORTE TO EMP-CLAVE
             READ ARCHIVO-EMPLEADOS
             END-READ
             IF FL-EMP = "00"
               MOVE EMP-NOMBRES TO WS-NOMBRE-SUPERVISOR
             ELSE
               MOVE "SUPERVISOR NO REGISTRADO" TO WS-NOMBRE-SUPERVISOR
             END-IF
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUPERVISOR: " WS-SUPERVISOR-CORTE " "
               WS-NOMBRE-SUPERVISOR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO NOMBRE                    FECHA      "
               "T DETALLE                                  "
               "ESTADO      ORIGEN"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5200-IMPRIMIR-VIOLACION.
      *-------------------------
           MOVE ORD-VDE TO VDE-DATOS.

           MOVE VDE-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP = "00"
             MOVE EMP-NOMBRES TO WS-NOMBRE-EMPLEADO
           ELSE
             MOVE "NO REGISTRADO" TO WS-NOMBRE-EMPLEADO
           END-IF.

           MOVE VDE-FEC-AA TO WS-IMP-AA.
           MOVE VDE-FEC-MM TO WS-IMP-MM.
           MOVE VDE-FEC-DD TO WS-IMP-DD.

           MOVE SPACES TO WS-DETALLE-VIOLACION.
           IF VDE-TIPO = "S"
             ADD 1 TO WS-SUP-SEMANALES
             STRING VDE-DIAS-SEGUIDOS " DIAS SEGUIDOS SIN DESCANSO"
                 DELIMITED BY SIZE INTO WS-DETALLE-VIOLACION
             END-STRING
           ELSE
             ADD 1 TO WS-SUP-ENTRE-JORNADAS
             MOVE VDE-HORAS-DESCANSO TO WS-HORAS-EDITADAS
             MOVE VDE-FIN-HORA       TO WS-HORA-FIN-NUM
             MOVE VDE-INI-HORA       TO WS-HORA-INI-NUM
             STRING "DESC " WS-HORAS-EDITADAS "H MIN "
                 VDE-HORAS-MINIMAS " " WS-FIN-HH ":" WS-FIN-MI
                 ">" WS-INI-HH ":" WS-INI-MI
                 DELIMITED BY SIZE INTO WS-DETALLE-VIOLACION
             END-STRING
           END-IF.

           IF VDE-ESTADO = "J"
             MOVE "JUSTIFICADA" TO WS-DESC-ESTADO
             ADD 1 TO WS-SUP-JUSTIFICADAS
           ELSE
             MOVE "PENDIENTE"   TO WS-DESC-ESTADO
             ADD 1 TO WS-SUP-PENDIENTES
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING VDE-COD-EMPLEADO " " WS-NOMBRE-EMPLEADO " "
               WS-FECHA-IMPRESION " " VDE-TIPO " "
               WS-DETALLE-VIOLACION " " WS-DESC-ESTADO " "
               VDE-ORIGEN
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF VDE-ESTADO = "J"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "         MOTIVO: " VDE-MOTIVO-EXCEPCION
                 " AUTORIZA: " VDE-AUTORIZA
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       5300-TOTAL-SUPERVISOR.
      *-----------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  ENTRE JORNADAS: " WS-SUP-ENTRE-JORNADAS
               "  SEMANALES: " WS-SUP-SEMANALES
               "  PENDIENTES: " WS-SUP-PENDIENTES
               "  JUSTIFICADAS: " WS-SUP-JUSTIFICADAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           ADD WS-SUP-ENTRE-JORNADAS TO WS-TOT-VIOLACIONES.
           ADD WS-SUP-SEMANALES      TO WS-TOT-VIOLACIONES.
           ADD WS-SUP-PENDIENTES     TO WS-TOT-PENDIENTES.
           ADD WS-SUP-JUSTIFICADAS   TO WS-TOT-JUSTIFICADAS.

       7000-CERRAR-REPORTE.
      *---------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "SUPERVISORES: " WS-TOT-SUPERVISORES
               "  VIOLACIONES: " WS-TOT-VIOLACIONES
               "  PENDIENTES: " WS-TOT-PENDIENTES
               "  JUSTIFICADAS: " WS-TOT-JUSTIFICADAS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9000-ESCRIBIR-LINEA.
      *---------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
