            COPY "./Copys/FISI-TAR.cpy".
            COPY "./Copys/FISI-TUR.cpy".
            COPY "./Copys/FISI-TOP.cpy".
            COPY "./Copys/FISI-POL.cpy".
            COPY "./Copys/FISI-VDE.cpy".
            COPY "./Copys/FISI-ATR.cpy".
            COPY "./Copys/FISI-ROS.cpy".

            SELECT ARCHIVO-MARCACIONES
              ASSIGN TO "../Archivos/Marcaciones.txt"
            COPY "./Copys/LOGI-TAR.cpy".
            COPY "./Copys/LOGI-TUR.cpy".
            COPY "./Copys/LOGI-TOP.cpy".
            COPY "./Copys/LOGI-POL.cpy".
            COPY "./Copys/LOGI-VDE.cpy".
            COPY "./Copys/LOGI-ATR.cpy".
            COPY "./Copys/LOGI-ROS.cpy".

       FD  ARCHIVO-MARCACIONES.
       01  MAR-DATOS.
       01  FL-REC                  PIC XX.
       01  FL-TUR                  PIC XX.
       01  FL-TOP                  PIC XX.
       01  FL-POL                  PIC XX.
       01  FL-VDE                  PIC XX.
       01  FL-ATR                  PIC XX.
       01  FL-ROS                  PIC XX.

       01  WS-CONTADORES.
           03 WS-TOTAL-LEIDAS       PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-GENERADAS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RECHAZADAS   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-SIN-EXTRAS   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-SIN-DESCANSO PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-ATRASOS      PIC 9(6) VALUE ZERO.

      *    JORNADA NORMAL DE OCHO HORAS; SOLO EL EXCEDENTE GENERA LA
      *    NOVEDAD DE HORAS EXTRAS, QUE NACE PENDIENTE DE APROBACION.
       77  WS-TIPO-NOV-DESCANSO     PIC 9(2) VALUE 3.
       77  WS-TIPO-NOV-NOCTURNA     PIC 9(2) VALUE 4.

      *    EVALUACION DEL TURNO DEL EMPLEADO PARA LA MARCACION. EL
      *    TURNO DE CADA DIA ES EL DEL ROL DE TURNOS SI HAY ENTRADA
      *    ACTIVA PARA ESA FECHA; SI NO, EL TURNO FIJO DEL EMPLEADO.
       01  WS-CONTROL-TURNO.
           03 WS-TURNO-DEL-DIA      PIC 9(2).
           03 WS-DIA-RESOLVER       PIC 9(8).
           03 WS-FECHA-RESOLVER     PIC 9(8).
           03 WS-JORNADA-DEL-DIA    PIC 9(5).
           03 WS-DIA-SEMANA-MAR     PIC 9(1).
           03 WS-SEG-TURNO-INI      PIC 9(5).
               88 WS-HAY-EXCESO         VALUE 1.
               88 WS-SIN-EXCESO         VALUE 0.

      *    DESCANSO MINIMO ENTRE JORNADAS Y DESCANSO SEMANAL: CADA
      *    MARCACION SE CONTRASTA CON LAS JORNADAS DEL MISMO EMPLEADO
      *    YA LEIDAS EN ESTE ARCHIVO, CON LAS HORAS EXTRAS YA
      *    REGISTRADAS Y, SI NO HAY MARCACION DEL DIA VECINO, CON EL
      *    HORARIO DE SU TURNO. LO QUE NO CUMPLE QUEDA EN EL ARCHIVO
      *    DE VIOLACIONES PARA EL REPORTE POR SUPERVISOR, Y LA
      *    NOVEDAD NACE MARCADA PARA QUE EL APROBADOR TENGA QUE
      *    JUSTIFICAR LA EXCEPCION. LOS LIMITES SALEN DE LA POLITICA
      *    DE LA EMPRESA (O DE LA FILA DEFECTO).
       77  WS-HORAS-DESCANSO-DEF    PIC 9(2) VALUE 12.
       77  WS-DIAS-CONSEC-DEF       PIC 9(1) VALUE 6.

       01  WS-CONTROL-DESCANSO.
           03 WS-POL-EMPRESA-LEIDA  PIC 9(3).
           03 WS-BANDERA-POL-LEIDA  PIC 9 VALUE 0.
               88 WS-POL-YA-LEIDA       VALUE 1.
           03 WS-HORAS-DESCANSO-MIN PIC 9(2).
           03 WS-DIAS-CONSEC-MAX    PIC 9(1).
           03 WS-DIA-MARCACION      PIC 9(8).
           03 WS-ABS-INICIO         PIC 9(12).
           03 WS-ABS-FIN            PIC 9(12).
           03 WS-ABS-FIN-ANTERIOR   PIC 9(12).
           03 WS-ABS-INI-SIGUIENTE  PIC 9(12).
           03 WS-ABS-AUX-INI        PIC 9(12).
           03 WS-ABS-AUX-FIN        PIC 9(12).
           03 WS-ABS-CONVERTIR      PIC 9(12).
           03 WS-SEG-DESCANSO       PIC 9(12).
           03 WS-DIA-AUX            PIC 9(8).
           03 WS-FECHA-AUX          PIC 9(8).
           03 WS-HORA-AUX           PIC 9(6).
           03 WS-SEG-AUX            PIC 9(5).
           03 WS-HH-AUX             PIC 9(2).
           03 WS-MI-AUX             PIC 9(2).
           03 WS-SS-AUX             PIC 9(2).
           03 WS-TIPO-VIOLACION     PIC X(1).
           03 WS-POS-DIA            PIC S9(4).
           03 WS-IND-DIA            PIC 9(2).
           03 WS-DIAS-SEGUIDOS      PIC 9(2).
           03 WS-ALERTA-DESCANSO    PIC X(1).
               88 WS-SIN-ALERTA-DESCANSO    VALUE SPACE.
               88 WS-ALERTA-ENTRE-JORNADAS  VALUE "E".
               88 WS-ALERTA-SEMANAL         VALUE "S".
               88 WS-ALERTA-AMBAS           VALUE "X".

      *    DIAS TRABAJADOS ALREDEDOR DE LA MARCACION: LA POSICION 14
      *    ES EL DIA DE LA MARCACION, 1 ES TRECE DIAS ANTES Y 27 ES
      *    TRECE DIAS DESPUES.
       01  WS-VENTANA-DIAS.
           03 WS-DIA-TRABAJADO      PIC 9 OCCURS 27 TIMES.

      *    JORNADAS YA LEIDAS EN ESTA IMPORTACION, EN SEGUNDOS
      *    ABSOLUTOS (DIA JULIANO * 86400 + SEGUNDOS DEL DIA).
       01  WS-TOT-JORNADAS          PIC 9(4) VALUE ZERO.
       01  WS-IND-JOR               PIC 9(4).

       01  WS-TABLA-JORNADAS.
           03 WS-JOR-FILA OCCURS 5000 TIMES.
              05 WS-JOR-EMPRESA     PIC 9(3).
              05 WS-JOR-EMPLEADO    PIC 9(8).
              05 WS-JOR-ABS-INI     PIC 9(12).
              05 WS-JOR-ABS-FIN     PIC 9(12).

      *    PUNTUALIDAD: LA ENTRADA Y LA SALIDA MARCADAS SE COMPARAN
      *    CON EL HORARIO DEL TURNO DEL DIA; LO QUE PASA DE LOS
      *    MINUTOS DE GRACIA DE LA POLITICA QUEDA COMO EVENTO DE
      *    ATRASO (L=LLEGADA TARDE, S=SALIDA ANTICIPADA) PENDIENTE,
      *    PARA QUE EL SUPERVISOR LO EXCUSE O SE DESCUENTE AL MES.
       77  WS-MIN-GRACIA-DEF        PIC 9(2) VALUE 5.

       01  WS-CONTROL-PUNTUALIDAD.
           03 WS-MINUTOS-GRACIA     PIC 9(2).
           03 WS-SEG-MARCA-ENT      PIC 9(5).
           03 WS-SEG-MARCA-SAL      PIC 9(5).
           03 WS-SEG-TURNO-ENT      PIC 9(5).
           03 WS-SEG-TURNO-SAL      PIC 9(5).
           03 WS-SEG-DIFERENCIA     PIC 9(5).
           03 WS-TIPO-ATRASO        PIC X(1).
           03 WS-HORA-TURNO-ATR     PIC 9(4).
           03 WS-HORA-MARCA-ATR     PIC 9(6).

      *    LACTANCIA (UTIL-MAT): EN LOS DIAS DEL PERIODO DE
      *    LACTANCIA LA JORNADA SE ACORTA EN LAS HORAS CONCEDIDAS,
      *    ASI QUE LA SALIDA TEMPRANA NO ES ATRASO Y LAS HORAS
      *    EXTRAS SE CUENTAN DESDE LA JORNADA REDUCIDA.
       01  WS-CONTROL-MAT.
           03 WS-MAT-EMPRESA        PIC 9(3).
           03 WS-MAT-EMPLEADO       PIC 9(8).
           03 WS-MAT-DESDE          PIC 9(8).
           03 WS-MAT-HASTA          PIC 9(8).
           03 WS-MAT-DIAS-MATERNIDAD PIC 9(5).
           03 WS-MAT-DIAS-PATERNIDAD PIC 9(5).
           03 WS-MAT-DIAS-LACTANCIA PIC 9(5).
           03 WS-MAT-HORAS-LACTANCIA PIC 9(1).
           03 WS-MAT-FUERO          PIC X(1).
           03 WS-MAT-FIN-FUERO      PIC 9(8).

       01  WS-SEG-LACTANCIA         PIC 9(5).

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

             PERFORM 2000-PROCESAR-MARCACIONES
           ELSE
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE MARCACIONES"
             MOVE "0000-MAIN" TO WS-ERR-PARRAFO
             MOVE "MAR" TO WS-ERR-ARCHIVO
             MOVE FL-MAR TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "NOVEDADES GENERADAS:     " WS-TOTAL-GENERADAS.
           DISPLAY "SIN HORAS EXTRAS:        " WS-TOTAL-SIN-EXTRAS.
           DISPLAY "MARCACIONES RECHAZADAS:  " WS-TOTAL-RECHAZADAS.
           DISPLAY "VIOLACIONES DE DESCANSO: " WS-TOTAL-SIN-DESCANSO.
           DISPLAY "ATRASOS Y SALIDAS ANT.:  " WS-TOTAL-ATRASOS.
           DISPLAY WS-DECORADOR.

           PERFORM 1000-CERRAR-ARCHIVOS.
             OPEN I-O ARCHIVO-HORAS-EXTRAS
           END-IF.

           OPEN INPUT ARCHIVO-POLITICAS.
           IF FL-POL NOT = "00"
             OPEN OUTPUT ARCHIVO-POLITICAS
             CLOSE ARCHIVO-POLITICAS
             OPEN INPUT ARCHIVO-POLITICAS
           END-IF.

           OPEN I-O ARCHIVO-VIOLACIONES-DESCANSO.
           IF FL-VDE NOT = "00"
             CLOSE ARCHIVO-VIOLACIONES-DESCANSO
             OPEN OUTPUT ARCHIVO-VIOLACIONES-DESCANSO
             CLOSE ARCHIVO-VIOLACIONES-DESCANSO
             OPEN I-O ARCHIVO-VIOLACIONES-DESCANSO
           END-IF.

           OPEN I-O ARCHIVO-ATRASOS.
           IF FL-ATR NOT = "00"
             CLOSE ARCHIVO-ATRASOS
             OPEN OUTPUT ARCHIVO-ATRASOS
             CLOSE ARCHIVO-ATRASOS
             OPEN I-O ARCHIVO-ATRASOS
           END-IF.

           OPEN INPUT ARCHIVO-ROL-TURNOS.
           IF FL-ROS NOT = "00"
             OPEN OUTPUT ARCHIVO-ROL-TURNOS
             CLOSE ARCHIVO-ROL-TURNOS
             OPEN INPUT ARCHIVO-ROL-TURNOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-TURNOS.
           CLOSE ARCHIVO-TOPES-HORAS.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-POLITICAS.
           CLOSE ARCHIVO-VIOLACIONES-DESCANSO.
           CLOSE ARCHIVO-ATRASOS.
           CLOSE ARCHIVO-ROL-TURNOS.

       2000-PROCESAR-MARCACIONES.
      *---------------------------
                    EMP-COD-EMPRESA NOT = LK-CIA-ACTIVA
                 MOVE "EMPLEADO DE OTRA EMPRESA" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                 PERFORM 3500-VERIFICAR-DESCANSO
                 PERFORM 3800-VERIFICAR-LACTANCIA
                 MOVE WS-DIA-MARCACION TO WS-DIA-RESOLVER
                 PERFORM 3700-RESOLVER-TURNO
                 IF WS-TURNO-DEL-DIA > ZEROS
                   PERFORM 3600-VERIFICAR-PUNTUALIDAD
                 END-IF
                 PERFORM 4000-GENERAR-NOVEDAD
                 PERFORM 3590-GUARDAR-JORNADA
           END-EVALUATE.

       3500-VERIFICAR-DESCANSO.
      *-------------------------
      *    UBICA EL FIN DE LA ULTIMA JORNADA ANTERIOR A LA ENTRADA Y
      *    EL INICIO DE LA PRIMERA JORNADA POSTERIOR A LA SALIDA, Y
      *    CUENTA LOS DIAS SEGUIDOS TRABAJADOS ALREDEDOR DE LA FECHA.
           MOVE SPACE TO WS-ALERTA-DESCANSO.

           PERFORM 3510-LEER-POLITICA.

           MOVE MAR-FECHA TO WS-FECHA-MARCACION-NUM.
           COMPUTE WS-DIA-MARCACION = FUNCTION INTEGER-OF-DATE(
               WS-FECHA-MARCACION-NUM).
           COMPUTE WS-ABS-INICIO = WS-DIA-MARCACION * 86400 +
               MAR-ENT-HH * 3600 + MAR-ENT-MM * 60 + MAR-ENT-SS.
           COMPUTE WS-ABS-FIN = WS-DIA-MARCACION * 86400 +
               MAR-SAL-HH * 3600 + MAR-SAL-MM * 60 + MAR-SAL-SS.

           MOVE ZEROS TO WS-ABS-FIN-ANTERIOR.
           MOVE ZEROS TO WS-ABS-INI-SIGUIENTE.
           INITIALIZE WS-VENTANA-DIAS.
           MOVE 1 TO WS-DIA-TRABAJADO (14).

           PERFORM VARYING WS-IND-JOR FROM 1 BY 1
                   UNTIL WS-IND-JOR > WS-TOT-JORNADAS
             IF WS-JOR-EMPRESA (WS-IND-JOR) = EMP-COD-EMPRESA AND
                WS-JOR-EMPLEADO (WS-IND-JOR) = EMP-CLAVE
               MOVE WS-JOR-ABS-INI (WS-IND-JOR) TO WS-ABS-AUX-INI
               MOVE WS-JOR-ABS-FIN (WS-IND-JOR) TO WS-ABS-AUX-FIN
               PERFORM 3530-CONSIDERAR-JORNADA
             END-IF
           END-PERFORM.

           PERFORM 3520-REVISAR-HORAS-EXTRAS.

           PERFORM 3540-REVISAR-TURNO-VECINO.

           IF WS-ABS-FIN-ANTERIOR > ZEROS AND
              WS-ABS-INICIO - WS-ABS-FIN-ANTERIOR <
                  WS-HORAS-DESCANSO-MIN * 3600
             MOVE "E" TO WS-ALERTA-DESCANSO
             MOVE "E" TO WS-TIPO-VIOLACION
             COMPUTE WS-SEG-DESCANSO =
                 WS-ABS-INICIO - WS-ABS-FIN-ANTERIOR
             MOVE WS-ABS-FIN-ANTERIOR TO WS-ABS-AUX-FIN
             MOVE WS-ABS-INICIO       TO WS-ABS-AUX-INI
             PERFORM 3580-REGISTRAR-VIOLACION
           ELSE
             IF WS-ABS-INI-SIGUIENTE > ZEROS AND
                WS-ABS-INI-SIGUIENTE - WS-ABS-FIN <
                    WS-HORAS-DESCANSO-MIN * 3600
               MOVE "E" TO WS-ALERTA-DESCANSO
               MOVE "E" TO WS-TIPO-VIOLACION
               COMPUTE WS-SEG-DESCANSO =
                   WS-ABS-INI-SIGUIENTE - WS-ABS-FIN
               MOVE WS-ABS-FIN           TO WS-ABS-AUX-FIN
               MOVE WS-ABS-INI-SIGUIENTE TO WS-ABS-AUX-INI
               PERFORM 3580-REGISTRAR-VIOLACION
             END-IF
           END-IF.

           PERFORM 3550-CONTAR-DIAS-SEGUIDOS.

           IF WS-DIAS-SEGUIDOS > WS-DIAS-CONSEC-MAX
             IF WS-ALERTA-ENTRE-JORNADAS
               MOVE "X" TO WS-ALERTA-DESCANSO
             ELSE
               MOVE "S" TO WS-ALERTA-DESCANSO
             END-IF
             MOVE "S" TO WS-TIPO-VIOLACION
             MOVE WS-ABS-INICIO TO WS-ABS-AUX-INI
             PERFORM 3580-REGISTRAR-VIOLACION
           END-IF.

       3510-LEER-POLITICA.
      *--------------------
           IF WS-POL-YA-LEIDA AND
              WS-POL-EMPRESA-LEIDA = EMP-COD-EMPRESA
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-HORAS-DESCANSO-DEF TO WS-HORAS-DESCANSO-MIN.
           MOVE WS-DIAS-CONSEC-DEF    TO WS-DIAS-CONSEC-MAX.
           MOVE WS-MIN-GRACIA-DEF     TO WS-MINUTOS-GRACIA.

           MOVE EMP-COD-EMPRESA TO POL-COD-EMPRESA.
           READ ARCHIVO-POLITICAS
           END-READ.

           IF FL-POL NOT = "00" OR POL-ESTADO NOT = "A"
             MOVE ZEROS TO POL-COD-EMPRESA
             READ ARCHIVO-POLITICAS
             END-READ
           END-IF.

           IF FL-POL = "00" AND POL-ESTADO = "A"
             IF POL-HORAS-DESCANSO IS NUMERIC AND
                POL-HORAS-DESCANSO > ZEROS
               MOVE POL-HORAS-DESCANSO TO WS-HORAS-DESCANSO-MIN
             END-IF
             IF POL-DIAS-CONSECUTIVOS IS NUMERIC AND
                POL-DIAS-CONSECUTIVOS > ZEROS
               MOVE POL-DIAS-CONSECUTIVOS TO WS-DIAS-CONSEC-MAX
             END-IF
             IF POL-MINUTOS-GRACIA IS NUMERIC AND
                POL-MINUTOS-GRACIA > ZEROS
               MOVE POL-MINUTOS-GRACIA TO WS-MINUTOS-GRACIA
             END-IF
           END-IF.

           MOVE EMP-COD-EMPRESA TO WS-POL-EMPRESA-LEIDA.
           MOVE 1 TO WS-BANDERA-POL-LEIDA.

       3520-REVISAR-HORAS-EXTRAS.
      *---------------------------
      *    LAS NOVEDADES DE HORAS EXTRAS VIGENTES DEL EMPLEADO
      *    TAMBIEN SON TIEMPO TRABAJADO.
           MOVE LOW-VALUES      TO HEX-CLAVE.
           MOVE EMP-COD-EMPRESA TO HEX-COD-EMPRESA.
           MOVE EMP-CLAVE       TO HEX-COD-EMPLEADO.

           START ARCHIVO-HORAS-EXTRAS
               KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             PERFORM 4032-LEER-NOVEDAD
           END-IF.

           PERFORM UNTIL FL-HEX NOT = "00" OR
                   HEX-COD-EMPRESA NOT = EMP-COD-EMPRESA OR
                   HEX-COD-EMPLEADO NOT = EMP-CLAVE
             IF HEX-ESTADO = "A" AND
                HEX-ESTADO-APROBACION NOT = "R"
               COMPUTE WS-ABS-AUX-INI = FUNCTION INTEGER-OF-DATE(
                   HEX-FEC-INI-AA * 10000 +
                   HEX-FEC-INI-MM * 100 + HEX-FEC-INI-DD) * 86400
                   + HEX-HORA-INI-HH * 3600 + HEX-HORA-INI-MM * 60
                   + HEX-HORA-INI-SS
               COMPUTE WS-ABS-AUX-FIN = FUNCTION INTEGER-OF-DATE(
                   HEX-FEC-FIN-AA * 10000 +
                   HEX-FEC-FIN-MM * 100 + HEX-FEC-FIN-DD) * 86400
                   + HEX-HORA-FIN-HH * 3600 + HEX-HORA-FIN-MM * 60
                   + HEX-HORA-FIN-SS
               PERFORM 3530-CONSIDERAR-JORNADA
             END-IF
             PERFORM 4032-LEER-NOVEDAD
           END-PERFORM.

           MOVE "00" TO FL-HEX.

       3530-CONSIDERAR-JORNADA.
      *-------------------------
      *    UNA JORNADA QUE TERMINA ANTES DE LA ENTRADA ES CANDIDATA
      *    A JORNADA ANTERIOR; UNA QUE EMPIEZA DESPUES DE LA SALIDA
      *    ES CANDIDATA A JORNADA SIGUIENTE; LAS QUE SE CRUZAN CON
      *    LA MARCACION SON PARTE DE LA MISMA JORNADA.
           IF WS-ABS-AUX-FIN <= WS-ABS-INICIO AND
              WS-ABS-AUX-FIN > WS-ABS-FIN-ANTERIOR
             MOVE WS-ABS-AUX-FIN TO WS-ABS-FIN-ANTERIOR
           END-IF.

           IF WS-ABS-AUX-INI >= WS-ABS-FIN AND
              (WS-ABS-INI-SIGUIENTE = ZEROS OR
               WS-ABS-AUX-INI < WS-ABS-INI-SIGUIENTE)
             MOVE WS-ABS-AUX-INI TO WS-ABS-INI-SIGUIENTE
           END-IF.

           COMPUTE WS-POS-DIA =
               (WS-ABS-AUX-INI / 86400) - WS-DIA-MARCACION + 14.
           IF WS-POS-DIA >= 1 AND WS-POS-DIA <= 27
             MOVE 1 TO WS-DIA-TRABAJADO (WS-POS-DIA)
           END-IF.

       3540-REVISAR-TURNO-VECINO.
      *---------------------------
      *    SIN MARCACION NI NOVEDAD EN EL DIA ANTERIOR O SIGUIENTE SE
      *    ASUME QUE EL EMPLEADO CUMPLIO EL HORARIO DE SU TURNO.
           IF WS-DIA-TRABAJADO (13) = 0
             COMPUTE WS-DIA-AUX = WS-DIA-MARCACION - 1
             MOVE WS-DIA-AUX TO WS-DIA-RESOLVER
             PERFORM 3700-RESOLVER-TURNO
             MOVE WS-TURNO-DEL-DIA TO TUR-CODIGO
             COMPUTE TUR-DIA-SEMANA = FUNCTION MOD(WS-DIA-AUX 7)
             READ ARCHIVO-TURNOS
             END-READ
             IF WS-TURNO-DEL-DIA > ZEROS AND
                FL-TUR = "00" AND TUR-ESTADO = "A"
               COMPUTE WS-ABS-AUX-FIN = WS-DIA-AUX * 86400 +
                   TUR-FIN-HH * 3600 + TUR-FIN-MM * 60
               IF TUR-HORA-FIN <= TUR-HORA-INICIO
                 ADD 86400 TO WS-ABS-AUX-FIN
               END-IF
               IF WS-ABS-AUX-FIN <= WS-ABS-INICIO AND
                  WS-ABS-AUX-FIN > WS-ABS-FIN-ANTERIOR
                 MOVE WS-ABS-AUX-FIN TO WS-ABS-FIN-ANTERIOR
               END-IF
             END-IF
           END-IF.

           IF WS-DIA-TRABAJADO (15) = 0
             COMPUTE WS-DIA-AUX = WS-DIA-MARCACION + 1
             MOVE WS-DIA-AUX TO WS-DIA-RESOLVER
             PERFORM 3700-RESOLVER-TURNO
             MOVE WS-TURNO-DEL-DIA TO TUR-CODIGO
             COMPUTE TUR-DIA-SEMANA = FUNCTION MOD(WS-DIA-AUX 7)
             READ ARCHIVO-TURNOS
             END-READ
             IF WS-TURNO-DEL-DIA > ZEROS AND
                FL-TUR = "00" AND TUR-ESTADO = "A"
               COMPUTE WS-ABS-AUX-INI = WS-DIA-AUX * 86400 +
                   TUR-INI-HH * 3600 + TUR-INI-MM * 60
               IF WS-ABS-AUX-INI >= WS-ABS-FIN AND
                  (WS-ABS-INI-SIGUIENTE = ZEROS OR
                   WS-ABS-AUX-INI < WS-ABS-INI-SIGUIENTE)
                 MOVE WS-ABS-AUX-INI TO WS-ABS-INI-SIGUIENTE
               END-IF
             END-IF
           END-IF.

       3550-CONTAR-DIAS-SEGUIDOS.
      *---------------------------
           MOVE 1 TO WS-DIAS-SEGUIDOS.

           MOVE 13 TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA < 1 OR
                   WS-DIA-TRABAJADO (WS-IND-DIA) = 0
             ADD 1 TO WS-DIAS-SEGUIDOS
             SUBTRACT 1 FROM WS-IND-DIA
           END-PERFORM.

           MOVE 15 TO WS-IND-DIA.
           PERFORM UNTIL WS-IND-DIA > 27 OR
                   WS-DIA-TRABAJADO (WS-IND-DIA) = 0
             ADD 1 TO WS-DIAS-SEGUIDOS
             ADD 1 TO WS-IND-DIA
           END-PERFORM.

       3580-REGISTRAR-VIOLACION.
      *--------------------------
      *    UNA VIOLACION POR EMPLEADO, FECHA Y TIPO (E=ENTRE
      *    JORNADAS, S=SEMANAL); SI YA ESTABA REGISTRADA SE CONSERVA
      *    CON SU JUSTIFICACION.
           INITIALIZE VDE-DATOS.
           MOVE EMP-COD-EMPRESA    TO VDE-COD-EMPRESA.
           MOVE EMP-CLAVE          TO VDE-COD-EMPLEADO.
           MOVE MAR-FECHA          TO VDE-FECHA.
           MOVE WS-TIPO-VIOLACION  TO VDE-TIPO.
           IF WS-TIPO-VIOLACION = "S"
             MOVE WS-DIAS-SEGUIDOS TO VDE-DIAS-SEGUIDOS
           ELSE
             COMPUTE VDE-HORAS-DESCANSO ROUNDED =
                 WS-SEG-DESCANSO / 3600
             MOVE WS-HORAS-DESCANSO-MIN TO VDE-HORAS-MINIMAS
             MOVE WS-ABS-AUX-FIN   TO WS-ABS-CONVERTIR
             PERFORM 3585-CONVERTIR-ABSOLUTO
             MOVE WS-FECHA-AUX     TO VDE-FIN-FECHA
             MOVE WS-HORA-AUX      TO VDE-FIN-HORA
           END-IF.
           MOVE WS-ABS-AUX-INI     TO WS-ABS-CONVERTIR.
           PERFORM 3585-CONVERTIR-ABSOLUTO.
           MOVE WS-FECHA-AUX       TO VDE-INI-FECHA.
           MOVE WS-HORA-AUX        TO VDE-INI-HORA.
           MOVE EMP-COD-SUPERVISOR TO VDE-COD-SUPERVISOR.
           MOVE "IMP-REL"          TO VDE-ORIGEN.
           MOVE "P"                TO VDE-ESTADO.

           WRITE VDE-DATOS.

           IF FL-VDE = "00"
             ADD 1 TO WS-TOTAL-SIN-DESCANSO
           END-IF.

       3585-CONVERTIR-ABSOLUTO.
      *-------------------------
           COMPUTE WS-DIA-AUX = WS-ABS-CONVERTIR / 86400.
           COMPUTE WS-SEG-AUX =
               WS-ABS-CONVERTIR - WS-DIA-AUX * 86400.
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(
               WS-DIA-AUX).
           COMPUTE WS-HH-AUX = WS-SEG-AUX / 3600.
           COMPUTE WS-MI-AUX =
               FUNCTION MOD(WS-SEG-AUX 3600) / 60.
           COMPUTE WS-SS-AUX = FUNCTION MOD(WS-SEG-AUX 60).
           COMPUTE WS-HORA-AUX =
               WS-HH-AUX * 10000 + WS-MI-AUX * 100 + WS-SS-AUX.

       3590-GUARDAR-JORNADA.
      *----------------------
           IF WS-TOT-JORNADAS >= 5000
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-JORNADAS.
           MOVE EMP-COD-EMPRESA TO WS-JOR-EMPRESA (WS-TOT-JORNADAS).
           MOVE EMP-CLAVE       TO WS-JOR-EMPLEADO (WS-TOT-JORNADAS).
           MOVE WS-ABS-INICIO   TO WS-JOR-ABS-INI (WS-TOT-JORNADAS).
           MOVE WS-ABS-FIN      TO WS-JOR-ABS-FIN (WS-TOT-JORNADAS).

       3600-VERIFICAR-PUNTUALIDAD.
      *----------------------------
      *    SIN HORARIO PARA EL DIA (DIA DE DESCANSO DEL TURNO) NO HAY
      *    ATRASO QUE MEDIR. EN LOS TURNOS QUE CRUZAN LA MEDIANOCHE
      *    LA SALIDA CAE AL DIA SIGUIENTE Y LA MARCACION DEL DIA NO
      *    LA REFLEJA, ASI QUE SOLO SE MIDE LA ENTRADA.
           MOVE WS-TURNO-DEL-DIA TO TUR-CODIGO.
           COMPUTE TUR-DIA-SEMANA = FUNCTION MOD(WS-DIA-MARCACION 7).
           READ ARCHIVO-TURNOS
           END-READ.

           IF FL-TUR NOT = "00" OR TUR-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SEG-MARCA-ENT =
               MAR-ENT-HH * 3600 + MAR-ENT-MM * 60 + MAR-ENT-SS.
           COMPUTE WS-SEG-MARCA-SAL =
               MAR-SAL-HH * 3600 + MAR-SAL-MM * 60 + MAR-SAL-SS.
           COMPUTE WS-SEG-TURNO-ENT =
               TUR-INI-HH * 3600 + TUR-INI-MM * 60.
           COMPUTE WS-SEG-TURNO-SAL =
               TUR-FIN-HH * 3600 + TUR-FIN-MM * 60.

           IF WS-SEG-MARCA-ENT >
              WS-SEG-TURNO-ENT + WS-MINUTOS-GRACIA * 60
             COMPUTE WS-SEG-DIFERENCIA =
                 WS-SEG-MARCA-ENT - WS-SEG-TURNO-ENT
             MOVE "L"             TO WS-TIPO-ATRASO
             MOVE TUR-HORA-INICIO TO WS-HORA-TURNO-ATR
             MOVE MAR-HORA-ENTRADA TO WS-HORA-MARCA-ATR
             PERFORM 3610-REGISTRAR-ATRASO
           END-IF.

      *    EN LACTANCIA LA SALIDA ESPERADA SE ADELANTA EN LAS
      *    HORAS CONCEDIDAS.
           IF WS-SEG-LACTANCIA > ZEROS AND
              WS-SEG-TURNO-SAL > WS-SEG-LACTANCIA
             SUBTRACT WS-SEG-LACTANCIA FROM WS-SEG-TURNO-SAL
           END-IF.

           IF TUR-HORA-FIN > TUR-HORA-INICIO AND
              WS-SEG-MARCA-SAL + WS-MINUTOS-GRACIA * 60 <
              WS-SEG-TURNO-SAL
             COMPUTE WS-SEG-DIFERENCIA =
                 WS-SEG-TURNO-SAL - WS-SEG-MARCA-SAL
             MOVE "S"             TO WS-TIPO-ATRASO
             MOVE TUR-HORA-FIN    TO WS-HORA-TURNO-ATR
             MOVE MAR-HORA-SALIDA TO WS-HORA-MARCA-ATR
             PERFORM 3610-REGISTRAR-ATRASO
           END-IF.

       3610-REGISTRAR-ATRASO.
      *-----------------------
      *    SUPERADA LA GRACIA SE CUENTA EL ATRASO COMPLETO EN MINUTOS
      *    (LA FRACCION DE MINUTO NO SE COBRA). UN EVENTO YA
      *    REGISTRADO SE CONSERVA CON SU ESTADO Y SU EXCUSA.
           INITIALIZE ATR-DATOS.
           MOVE EMP-COD-EMPRESA    TO ATR-COD-EMPRESA.
           MOVE EMP-CLAVE          TO ATR-COD-EMPLEADO.
           MOVE MAR-FECHA          TO ATR-FECHA.
           MOVE WS-TIPO-ATRASO     TO ATR-TIPO.
           MOVE EMP-COD-SUPERVISOR TO ATR-COD-SUPERVISOR.
           MOVE WS-HORA-TURNO-ATR  TO ATR-HORA-TURNO.
           MOVE WS-HORA-MARCA-ATR  TO ATR-HORA-MARCA.
           COMPUTE ATR-MINUTOS = WS-SEG-DIFERENCIA / 60.
           MOVE "P"                TO ATR-ESTADO.

           WRITE ATR-DATOS.

           IF FL-ATR = "00"
             ADD 1 TO WS-TOTAL-ATRASOS
           END-IF.

       3700-RESOLVER-TURNO.
      *---------------------
      *    TURNO DEL EMPLEADO PARA EL DIA WS-DIA-RESOLVER (ENTERO DE
      *    FECHA): LA ENTRADA ACTIVA DEL ROL O EL TURNO FIJO.
           MOVE EMP-COD-TURNO TO WS-TURNO-DEL-DIA.

           COMPUTE WS-FECHA-RESOLVER = FUNCTION DATE-OF-INTEGER(
               WS-DIA-RESOLVER).

           MOVE EMP-CLAVE         TO ROS-COD-EMPLEADO.
           MOVE WS-FECHA-RESOLVER TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00" AND ROS-ESTADO = "A" AND
              ROS-COD-TURNO > ZEROS
             MOVE ROS-COD-TURNO TO WS-TURNO-DEL-DIA
           END-IF.

       3800-VERIFICAR-LACTANCIA.
      *--------------------------
      *    HORAS DE LACTANCIA QUE CORRESPONDEN AL DIA DE LA
      *    MARCACION, EN SEGUNDOS (CERO FUERA DEL PERIODO).
           MOVE ZERO TO WS-SEG-LACTANCIA.

           MOVE EMP-COD-EMPRESA TO WS-MAT-EMPRESA.
           MOVE EMP-CLAVE       TO WS-MAT-EMPLEADO.
           MOVE MAR-FECHA       TO WS-MAT-DESDE.
           MOVE MAR-FECHA       TO WS-MAT-HASTA.

           CALL "UTIL-MAT" USING WS-CONTROL-MAT.

           IF WS-MAT-DIAS-LACTANCIA > ZEROS
             COMPUTE WS-SEG-LACTANCIA = WS-MAT-HORAS-LACTANCIA * 3600
           END-IF.

       4000-GENERAR-NOVEDAD.
      *----------------------
           COMPUTE WS-SEGUNDOS-ENTRADA =
           MOVE WS-TIPO-NOV-SUPLEMENT TO WS-TIPO-NOVEDAD-IMPORT.
           MOVE WS-SEGUNDOS-JORNADA   TO WS-JORNADA-DEL-DIA.

           IF WS-TURNO-DEL-DIA > ZEROS
             PERFORM 4020-EVALUAR-TURNO
           END-IF.

           IF WS-SEG-LACTANCIA > ZEROS
             IF WS-JORNADA-DEL-DIA > WS-SEG-LACTANCIA
               SUBTRACT WS-SEG-LACTANCIA FROM WS-JORNADA-DEL-DIA
             ELSE
               MOVE ZERO TO WS-JORNADA-DEL-DIA
             END-IF
           END-IF.

           COMPUTE WS-SEGUNDOS-EXTRAS =
               WS-SEGUNDOS-SALIDA - WS-SEGUNDOS-ENTRADA
               - WS-JORNADA-DEL-DIA.
           INITIALIZE HEX-DATOS.

           MOVE EMP-COD-EMPRESA     TO HEX-COD-EMPRESA.
           MOVE WS-ALERTA-DESCANSO  TO HEX-ALERTA-DESCANSO.
           MOVE EMP-CLAVE           TO HEX-COD-EMPLEADO.
           MOVE MAR-FEC-AA          TO HEX-FEC-NOVE-AA.
           MOVE MAR-FEC-MM          TO HEX-FEC-NOVE-MM.
                 MOVE "ERROR DE ARCHIVO AL GRABAR LA NOVEDAD"
                   TO WS-MOTIVO-RECHAZO
                 PERFORM 5000-ESCRIBIR-RECHAZO
                 MOVE "4000-GENERAR-NOVEDAD" TO WS-ERR-PARRAFO
                 MOVE "HEX" TO WS-ERR-ARCHIVO
                 MOVE FL-HEX TO WS-ERR-ESTADO
                 MOVE HEX-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       4020-EVALUAR-TURNO.
           COMPUTE WS-DIA-SEMANA-MAR = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-MARCACION-NUM) 7).

           MOVE WS-TURNO-DEL-DIA  TO TUR-CODIGO.
           MOVE WS-DIA-SEMANA-MAR TO TUR-DIA-SEMANA.
           READ ARCHIVO-TURNOS
           END-READ.
           WRITE REC-LINEA.

           ADD 1 TO WS-TOTAL-RECHAZADAS.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "IMP-REL"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
