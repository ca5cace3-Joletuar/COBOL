            COPY "./Copys/FISI-AUD.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-LNV.cpy".
            COPY "./Copys/FISI-TUR.cpy".
            COPY "./Copys/FISI-POL.cpy".
            COPY "./Copys/FISI-VDE.cpy".
            COPY "./Copys/FISI-ROS.cpy".

            SELECT ARCHIVO-CORTES
              ASSIGN TO "../Archivos/Novedades-Corte.txt"
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-LNV.cpy".
            COPY "./Copys/LOGI-TUR.cpy".
            COPY "./Copys/LOGI-POL.cpy".
            COPY "./Copys/LOGI-VDE.cpy".
            COPY "./Copys/LOGI-ROS.cpy".

       FD  ARCHIVO-CORTES.
       01  COR-DATOS.
       01  FL-PER                  PIC XX.
       01  FL-LNV                  PIC XX.
       01  FL-COR                  PIC XX.
       01  FL-TUR                  PIC XX.
       01  FL-POL                  PIC XX.
       01  FL-VDE                  PIC XX.
       01  FL-ROS                  PIC XX.

       01  WS-HORAS-EXTRAS.
           03 WS-HEX-COD-EMPRESA     PIC 9(3).
       01  WS-CONFIRMA-EXCESO       PIC X(1).
       01  WS-IMAGEN-TOPE           PIC X(150).

      *    QUIEN DIGITA Y QUIEN APRUEBA CADA NOVEDAD QUEDA EN LA
      *    AUDITORIA (C=REGISTRO, A=APROBACION O RECHAZO) PARA EL
      *    REPORTE DE SEGREGACION DE FUNCIONES.
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-DIF-TOTAL          PIC S9(10)V9(2).
           03 WS-LIBERADAS          PIC 9(4).

      *    DESCANSO MINIMO ENTRE JORNADAS Y DESCANSO SEMANAL: LA
      *    JORNADA DE LA NOVEDAD (SU RANGO MAS EL TURNO DEL DIA) SE
      *    CONTRASTA CON LAS DEMAS NOVEDADES DEL EMPLEADO, CON EL
      *    TURNO DE LOS DIAS VECINOS Y CON LAS VIOLACIONES QUE YA
      *    DEJO LA IMPORTACION DEL RELOJ. LA NOVEDAD QUE NO CUMPLE
      *    SE REGISTRA MARCADA Y SOLO SE APRUEBA CON UN MOTIVO DE
      *    EXCEPCION.
       77  WS-HORAS-DESCANSO-DEF    PIC 9(2) VALUE 12.
       77  WS-DIAS-CONSEC-DEF       PIC 9(1) VALUE 6.

       01  WS-CONTROL-DESCANSO.
           03 WS-HORAS-DESCANSO-MIN PIC 9(2).
           03 WS-DIAS-CONSEC-MAX    PIC 9(1).
           03 WS-DIA-JORNADA        PIC 9(8).
           03 WS-TURNO-DEL-DIA      PIC 9(2).
           03 WS-FECHA-RESOLVER     PIC 9(8).
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
           03 WS-POS-DIA            PIC S9(4).
           03 WS-IND-DIA            PIC 9(2).
           03 WS-DIAS-SEGUIDOS      PIC 9(2).
           03 WS-HORAS-DESCANSO     PIC 9(3)V9(2).
           03 WS-TIPO-VIOLACION     PIC X(1).
           03 WS-ALERTA-DESCANSO    PIC X(1).
               88 WS-SIN-ALERTA-DESCANSO    VALUE SPACE.
               88 WS-ALERTA-ENTRE-JORNADAS  VALUE "E".
               88 WS-ALERTA-SEMANAL         VALUE "S".
               88 WS-ALERTA-AMBAS           VALUE "X".
           03 WS-MOTIVO-EXCEPCION   PIC X(50).

      *    DIAS TRABAJADOS ALREDEDOR DE LA NOVEDAD: LA POSICION 14
      *    ES EL DIA DE LA NOVEDAD.
       01  WS-VENTANA-DIAS.
           03 WS-DIA-TRABAJADO      PIC 9 OCCURS 27 TIMES.

      *    EL RECORRIDO DE LAS DEMAS NOVEDADES USA EL AREA DEL
      *    REGISTRO; SE RESGUARDA PARA NO PERDER LO YA CALCULADO.
       01  WS-HEX-RESPALDO          PIC X(300).

      *    MARCA DE EDICION DE LA NOVEDAD (UTIL-EDI) E IMAGEN DEL
      *    REGISTRO TAL COMO SE MOSTRO: SI AL GRABAR YA NO COINCIDE,
      *    OTRA TERMINAL LA CAMBIO Y NO SE LE PISA EL CAMBIO.
       01  WS-CONTROL-EDICION.
           03 WS-EDI-OPERACION        PIC X(1).
           03 WS-EDI-ARCHIVO          PIC X(11).
           03 WS-EDI-CLAVE            PIC X(20).
           03 WS-EDI-OPERADOR         PIC X(10).
           03 WS-EDI-PROGRAMA         PIC X(8).
           03 WS-EDI-MARCA-TOMA       PIC 9(14).
           03 WS-EDI-RESULTADO        PIC X(1).
               88 WS-EDICION-OK       VALUE "0".

       01  WS-IMAGEN-EDICION        PIC X(300).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

      *    RESUMEN DE LA CONTRASENIA DIGITADA (UTIL-HSH) PARA
      *    COMPARARLO CON EL GUARDADO EN EL MAESTRO DE OPERADORES.
       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR       PIC X(10).
           03 WS-HSH-CLAVE          PIC X(10).
           03 WS-HSH-RESUMEN        PIC X(10).

       77  WS-MAX-INTENTOS-CLAVE    PIC 9(2) VALUE 5.

       LINKAGE SECTION.
      *----------------

                         PERFORM 3000-CALCULAR-VALOR-HORAS
                         PERFORM 3045-VALIDAR-TOPES
                         IF WS-CAMPOS-CORRECTO
                           PERFORM 3050-VERIFICAR-DESCANSO
                           PERFORM 3000-MOVER-DATOS
                           PERFORM 4000-ESCRIBIR-REGISTRO
                         ELSE
                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 8100-TOMAR-EDICION
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDACION-DATOS
                       PERFORM 3000-CALCULAR-VALOR-HORAS
                       PERFORM 3045-VALIDAR-TOPES
                       IF WS-CAMPOS-CORRECTO
                         PERFORM 3050-VERIFICAR-DESCANSO
                         PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                       END-IF
                       IF WS-CAMPOS-CORRECTO
      *                  LA RELECTURA REPONE EL REGISTRO GUARDADO; EL
      *                  VALOR SE VUELVE A CALCULAR SOBRE LO DIGITADO.
                         PERFORM 3000-CALCULAR-VALOR-HORAS
                         PERFORM 3000-MOVER-DATOS
                         PERFORM 4000-ACTUALIZAR-REGISTRO
                       ELSE
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   END-IF
                   PERFORM 8120-LIBERAR-EDICION
                 ELSE
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                 END-IF
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 8100-TOMAR-EDICION
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 5000-APROBAR-NOVEDAD
                     PERFORM 8120-LIBERAR-EDICION
                   END-IF
                 ELSE
                   DISPLAY "NO SE ENCONTRO LA NOVEDAD"
                 END-IF
           MOVE WS-HEX-HORA-FIN-SS     TO HEX-HORA-FIN-SS.
           MOVE WS-HEX-OBSERVACION     TO HEX-OBSERVACION.
           MOVE WS-HEX-ESTADO          TO HEX-ESTADO.
           MOVE WS-ALERTA-DESCANSO     TO HEX-ALERTA-DESCANSO.
      *    EL ESTADO DE APROBACION NO SE PIDE AL DIGITADOR; SE
      *    INICIALIZA EN 4000-ESCRIBIR-REGISTRO Y SE MANTIENE EN
      *    LAS ACTUALIZACIONES HASTA QUE SE APRUEBE O RECHACE.
           PERFORM 4000-ABRIR-TOPES.
           PERFORM 4000-ABRIR-PERIODOS.
           PERFORM 4000-ABRIR-LOTES.
           PERFORM 4000-ABRIR-DESCANSO.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           PERFORM 4000-ABRIR-TOPES.
           PERFORM 4000-ABRIR-PERIODOS.
           PERFORM 4000-ABRIR-LOTES.
           PERFORM 4000-ABRIR-DESCANSO.

       4000-ABRIR-DESCANSO.
      *---------------------
      *    TURNOS, ROL, POLITICAS Y VIOLACIONES PUEDEN NO EXISTIR
      *    TODAVIA; SE DEJAN CREADOS VACIOS.
           OPEN INPUT ARCHIVO-TURNOS.
           IF FL-TUR NOT = "00"
             OPEN OUTPUT ARCHIVO-TURNOS
             CLOSE ARCHIVO-TURNOS
             OPEN INPUT ARCHIVO-TURNOS
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

           OPEN INPUT ARCHIVO-ROL-TURNOS.
           IF FL-ROS NOT = "00"
             OPEN OUTPUT ARCHIVO-ROL-TURNOS
             CLOSE ARCHIVO-ROL-TURNOS
             OPEN INPUT ARCHIVO-ROL-TURNOS
           END-IF.

       4000-ABRIR-LOTES.
      *------------------
           IF FL-HEX = "00"
              DISPLAY "NOVEDAD REGISTRADA CORRECTAMENTE"
              DISPLAY "VALOR CALCULADO: " HEX-VALOR-HORAS
              MOVE "C" TO WS-OPERACION-AUD
              MOVE "NOVEDAD REGISTRADA" TO WS-DETALLE-AUD
              PERFORM 4100-AUDITAR-NOVEDAD
              IF WS-LOTE-ACTIVO > ZEROS
                PERFORM 6100-ACUMULAR-EN-LOTE
              END-IF
           IF FL-HEX = "00"
              DISPLAY "NOVEDAD ACTUALIZADA CORRECTAMENTE"
              DISPLAY "VALOR CALCULADO: " HEX-VALOR-HORAS
              MOVE "U" TO WS-OPERACION-AUD
              MOVE "NOVEDAD MODIFICADA" TO WS-DETALLE-AUD
              PERFORM 4100-AUDITAR-NOVEDAD
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
             ADD WS-HORAS-REGISTRO TO WS-HORAS-MES-ACUM
           END-IF.

       3050-VERIFICAR-DESCANSO.
      *-------------------------
           MOVE SPACE TO WS-ALERTA-DESCANSO.
           MOVE ZEROS TO WS-SEG-DESCANSO.
           MOVE HEX-DATOS TO WS-HEX-RESPALDO.

           PERFORM 3051-LEER-POLITICA.

      *    LA JORNADA DE LA NOVEDAD VA DESDE EL MENOR ENTRE SU
      *    INICIO Y EL INICIO DEL TURNO DEL DIA, HASTA EL MAYOR
      *    ENTRE SU FIN Y EL FIN DEL TURNO.
           COMPUTE WS-DIA-JORNADA = FUNCTION INTEGER-OF-DATE(
               WS-HEX-FEC-INI-AA * 10000 +
               WS-HEX-FEC-INI-MM * 100 + WS-HEX-FEC-INI-DD).
           COMPUTE WS-ABS-INICIO = WS-DIA-JORNADA * 86400 +
               WS-HEX-HORA-INI-HH * 3600 + WS-HEX-HORA-INI-MM * 60 +
               WS-HEX-HORA-INI-SS.
           COMPUTE WS-ABS-FIN = FUNCTION INTEGER-OF-DATE(
               WS-HEX-FEC-FIN-AA * 10000 +
               WS-HEX-FEC-FIN-MM * 100 + WS-HEX-FEC-FIN-DD) * 86400 +
               WS-HEX-HORA-FIN-HH * 3600 + WS-HEX-HORA-FIN-MM * 60 +
               WS-HEX-HORA-FIN-SS.

           MOVE WS-DIA-JORNADA TO WS-DIA-AUX.
           PERFORM 3055-LEER-TURNO-DIA.
           IF FL-TUR = "00" AND TUR-ESTADO = "A"
             IF WS-ABS-AUX-INI < WS-ABS-INICIO
               MOVE WS-ABS-AUX-INI TO WS-ABS-INICIO
             END-IF
             IF WS-ABS-AUX-FIN > WS-ABS-FIN
               MOVE WS-ABS-AUX-FIN TO WS-ABS-FIN
             END-IF
           END-IF.

           MOVE ZEROS TO WS-ABS-FIN-ANTERIOR.
           MOVE ZEROS TO WS-ABS-INI-SIGUIENTE.
           INITIALIZE WS-VENTANA-DIAS.
           MOVE 1 TO WS-DIA-TRABAJADO (14).

           PERFORM 3052-REVISAR-OTRAS-NOVEDADES.

           PERFORM 3054-REVISAR-TURNO-VECINO.

           IF WS-ABS-FIN-ANTERIOR > ZEROS AND
              WS-ABS-INICIO - WS-ABS-FIN-ANTERIOR <
                  WS-HORAS-DESCANSO-MIN * 3600
             MOVE "E" TO WS-ALERTA-DESCANSO
             MOVE "E" TO WS-TIPO-VIOLACION
             COMPUTE WS-SEG-DESCANSO =
                 WS-ABS-INICIO - WS-ABS-FIN-ANTERIOR
             MOVE WS-ABS-FIN-ANTERIOR TO WS-ABS-AUX-FIN
             MOVE WS-ABS-INICIO       TO WS-ABS-AUX-INI
             PERFORM 3058-REGISTRAR-VIOLACION
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
               PERFORM 3058-REGISTRAR-VIOLACION
             END-IF
           END-IF.

           PERFORM 3056-CONTAR-DIAS-SEGUIDOS.

           IF WS-DIAS-SEGUIDOS > WS-DIAS-CONSEC-MAX
             IF WS-ALERTA-ENTRE-JORNADAS
               MOVE "X" TO WS-ALERTA-DESCANSO
             ELSE
               MOVE "S" TO WS-ALERTA-DESCANSO
             END-IF
             MOVE "S" TO WS-TIPO-VIOLACION
             MOVE WS-ABS-INICIO TO WS-ABS-AUX-INI
             PERFORM 3058-REGISTRAR-VIOLACION
           END-IF.

      *    LO QUE YA DETECTO LA IMPORTACION DEL RELOJ PARA ESE DIA
      *    TAMBIEN MARCA LA NOVEDAD.
           PERFORM 3057-REVISAR-VIOLACIONES-RELOJ.

           MOVE WS-HEX-RESPALDO TO HEX-DATOS.

           IF NOT WS-SIN-ALERTA-DESCANSO
             DISPLAY "*** ATENCION: LA NOVEDAD INCUMPLE EL DESCANSO "
                 "MINIMO (" WS-ALERTA-DESCANSO ") ***"
             IF WS-ALERTA-ENTRE-JORNADAS OR WS-ALERTA-AMBAS
               COMPUTE WS-HORAS-DESCANSO ROUNDED =
                   WS-SEG-DESCANSO / 3600
               DISPLAY "    DESCANSO ENTRE JORNADAS: "
                   WS-HORAS-DESCANSO " HORAS, MINIMO "
                   WS-HORAS-DESCANSO-MIN
             END-IF
             IF WS-ALERTA-SEMANAL OR WS-ALERTA-AMBAS
               DISPLAY "    DIAS SEGUIDOS SIN DESCANSO SEMANAL: "
                   WS-DIAS-SEGUIDOS
             END-IF
             DISPLAY "    LA APROBACION EXIGIRA UN MOTIVO DE "
                 "EXCEPCION"
           END-IF.

       3051-LEER-POLITICA.
      *--------------------
           MOVE WS-HORAS-DESCANSO-DEF TO WS-HORAS-DESCANSO-MIN.
           MOVE WS-DIAS-CONSEC-DEF    TO WS-DIAS-CONSEC-MAX.

           MOVE WS-HEX-COD-EMPRESA TO POL-COD-EMPRESA.
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
           END-IF.

       3052-REVISAR-OTRAS-NOVEDADES.
      *------------------------------
      *    LAS DEMAS NOVEDADES VIGENTES DEL EMPLEADO (SIN LA PROPIA
      *    CUANDO SE ACTUALIZA) SON TIEMPO TRABAJADO.
           MOVE LOW-VALUES          TO HEX-CLAVE.
           MOVE WS-HEX-COD-EMPRESA  TO HEX-COD-EMPRESA.
           MOVE WS-HEX-COD-EMPLEADO TO HEX-COD-EMPLEADO.

           START ARCHIVO-HORAS-EXTRAS
               KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             PERFORM 3048-LEER-NOVEDAD
           END-IF.

           PERFORM UNTIL FL-HEX NOT = "00" OR
                   HEX-COD-EMPRESA NOT = WS-HEX-COD-EMPRESA OR
                   HEX-COD-EMPLEADO NOT = WS-HEX-COD-EMPLEADO
             IF HEX-ESTADO = "A" AND
                HEX-ESTADO-APROBACION NOT = "R" AND
                NOT (HEX-FEC-NOVE-AA = WS-HEX-FEC-NOVE-AA AND
                     HEX-FEC-NOVE-MM = WS-HEX-FEC-NOVE-MM AND
                     HEX-FEC-NOVE-DD = WS-HEX-FEC-NOVE-DD AND
                     TIPO-NOVEDAD = WS-HEX-TIPO-NOVEDAD)
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
               PERFORM 3053-CONSIDERAR-JORNADA
             END-IF
             PERFORM 3048-LEER-NOVEDAD
           END-PERFORM.

           MOVE "00" TO FL-HEX.

       3053-CONSIDERAR-JORNADA.
      *-------------------------
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
               (WS-ABS-AUX-INI / 86400) - WS-DIA-JORNADA + 14.
           IF WS-POS-DIA >= 1 AND WS-POS-DIA <= 27
             MOVE 1 TO WS-DIA-TRABAJADO (WS-POS-DIA)
           END-IF.

       3054-REVISAR-TURNO-VECINO.
      *---------------------------
      *    LAS NOVEDADES SOLO CUBREN EL TIEMPO EXTRA; LA JORNADA
      *    ORDINARIA DE LOS DIAS VECINOS SALE DEL TURNO.
           COMPUTE WS-DIA-AUX = WS-DIA-JORNADA - 1.
           PERFORM 3055-LEER-TURNO-DIA.
           IF FL-TUR = "00" AND TUR-ESTADO = "A"
             IF WS-ABS-AUX-FIN <= WS-ABS-INICIO AND
                WS-ABS-AUX-FIN > WS-ABS-FIN-ANTERIOR
               MOVE WS-ABS-AUX-FIN TO WS-ABS-FIN-ANTERIOR
             END-IF
           END-IF.

           COMPUTE WS-DIA-AUX = WS-DIA-JORNADA + 1.
           PERFORM 3055-LEER-TURNO-DIA.
           IF FL-TUR = "00" AND TUR-ESTADO = "A"
             IF WS-ABS-AUX-INI >= WS-ABS-FIN AND
                (WS-ABS-INI-SIGUIENTE = ZEROS OR
                 WS-ABS-AUX-INI < WS-ABS-INI-SIGUIENTE)
               MOVE WS-ABS-AUX-INI TO WS-ABS-INI-SIGUIENTE
             END-IF
           END-IF.

       3055-LEER-TURNO-DIA.
      *---------------------
      *    HORARIO DEL TURNO DEL EMPLEADO PARA EL DIA JULIANO DE
      *    WS-DIA-AUX, EN SEGUNDOS ABSOLUTOS. SIN TURNO ESE DIA SE
      *    DEVUELVE FL-TUR "23" COMO UN DIA DE DESCANSO.
           PERFORM 3060-RESOLVER-TURNO-DIA.
           IF WS-TURNO-DEL-DIA = ZEROS
             MOVE "23" TO FL-TUR
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TURNO-DEL-DIA TO TUR-CODIGO.
           COMPUTE TUR-DIA-SEMANA = FUNCTION MOD(WS-DIA-AUX 7).
           READ ARCHIVO-TURNOS
           END-READ.

           IF FL-TUR = "00" AND TUR-ESTADO = "A"
             COMPUTE WS-ABS-AUX-INI = WS-DIA-AUX * 86400 +
                 TUR-INI-HH * 3600 + TUR-INI-MM * 60
             COMPUTE WS-ABS-AUX-FIN = WS-DIA-AUX * 86400 +
                 TUR-FIN-HH * 3600 + TUR-FIN-MM * 60
             IF TUR-HORA-FIN <= TUR-HORA-INICIO
               ADD 86400 TO WS-ABS-AUX-FIN
             END-IF
           END-IF.

       3056-CONTAR-DIAS-SEGUIDOS.
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

       3057-REVISAR-VIOLACIONES-RELOJ.
      *--------------------------------
           MOVE WS-HEX-COD-EMPRESA  TO VDE-COD-EMPRESA.
           MOVE WS-HEX-COD-EMPLEADO TO VDE-COD-EMPLEADO.
           MOVE WS-HEX-FEC-INI-AA   TO VDE-FEC-AA.
           MOVE WS-HEX-FEC-INI-MM   TO VDE-FEC-MM.
           MOVE WS-HEX-FEC-INI-DD   TO VDE-FEC-DD.

           MOVE "E" TO VDE-TIPO.
           READ ARCHIVO-VIOLACIONES-DESCANSO
           END-READ.
           IF FL-VDE = "00" AND VDE-ESTADO NOT = "I"
             EVALUATE TRUE
                 WHEN WS-SIN-ALERTA-DESCANSO
                   MOVE "E" TO WS-ALERTA-DESCANSO
                 WHEN WS-ALERTA-SEMANAL
                   MOVE "X" TO WS-ALERTA-DESCANSO
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF WS-SEG-DESCANSO = ZEROS
               COMPUTE WS-SEG-DESCANSO = VDE-HORAS-DESCANSO * 3600
             END-IF
           END-IF.

           MOVE "S" TO VDE-TIPO.
           READ ARCHIVO-VIOLACIONES-DESCANSO
           END-READ.
           IF FL-VDE = "00" AND VDE-ESTADO NOT = "I"
             EVALUATE TRUE
                 WHEN WS-SIN-ALERTA-DESCANSO
                   MOVE "S" TO WS-ALERTA-DESCANSO
                 WHEN WS-ALERTA-ENTRE-JORNADAS
                   MOVE "X" TO WS-ALERTA-DESCANSO
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF WS-DIAS-SEGUIDOS < VDE-DIAS-SEGUIDOS
               MOVE VDE-DIAS-SEGUIDOS TO WS-DIAS-SEGUIDOS
             END-IF
           END-IF.

       3058-REGISTRAR-VIOLACION.
      *--------------------------
      *    UNA VIOLACION POR EMPLEADO, FECHA Y TIPO (E=ENTRE
      *    JORNADAS, S=SEMANAL); SI YA ESTABA REGISTRADA SE CONSERVA
      *    CON SU JUSTIFICACION.
           INITIALIZE VDE-DATOS.
           MOVE WS-HEX-COD-EMPRESA  TO VDE-COD-EMPRESA.
           MOVE WS-HEX-COD-EMPLEADO TO VDE-COD-EMPLEADO.
           MOVE WS-HEX-FEC-INI-AA   TO VDE-FEC-AA.
           MOVE WS-HEX-FEC-INI-MM   TO VDE-FEC-MM.
           MOVE WS-HEX-FEC-INI-DD   TO VDE-FEC-DD.
           MOVE WS-TIPO-VIOLACION   TO VDE-TIPO.
           IF WS-TIPO-VIOLACION = "S"
             MOVE WS-DIAS-SEGUIDOS  TO VDE-DIAS-SEGUIDOS
           ELSE
             COMPUTE VDE-HORAS-DESCANSO ROUNDED =
                 WS-SEG-DESCANSO / 3600
             MOVE WS-HORAS-DESCANSO-MIN TO VDE-HORAS-MINIMAS
             MOVE WS-ABS-AUX-FIN    TO WS-ABS-CONVERTIR
             PERFORM 3059-CONVERTIR-ABSOLUTO
             MOVE WS-FECHA-AUX      TO VDE-FIN-FECHA
             MOVE WS-HORA-AUX       TO VDE-FIN-HORA
           END-IF.
           MOVE WS-ABS-AUX-INI      TO WS-ABS-CONVERTIR.
           PERFORM 3059-CONVERTIR-ABSOLUTO.
           MOVE WS-FECHA-AUX        TO VDE-INI-FECHA.
           MOVE WS-HORA-AUX         TO VDE-INI-HORA.
           MOVE EMP-COD-SUPERVISOR  TO VDE-COD-SUPERVISOR.
           MOVE "CRUD-HEX"          TO VDE-ORIGEN.
           MOVE "P"                 TO VDE-ESTADO.

           WRITE VDE-DATOS.

       3059-CONVERTIR-ABSOLUTO.
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

       3060-RESOLVER-TURNO-DIA.
      *-------------------------
      *    EL TURNO DEL DIA ES EL DEL ROL DE TURNOS SI HAY ENTRADA
      *    ACTIVA PARA ESA FECHA; SI NO, EL TURNO FIJO DEL EMPLEADO.
           MOVE EMP-COD-TURNO TO WS-TURNO-DEL-DIA.

           COMPUTE WS-FECHA-RESOLVER = FUNCTION DATE-OF-INTEGER(
               WS-DIA-AUX).

           MOVE EMP-CLAVE         TO ROS-COD-EMPLEADO.
           MOVE WS-FECHA-RESOLVER TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00" AND ROS-ESTADO = "A" AND
              ROS-COD-TURNO > ZEROS
             MOVE ROS-COD-TURNO TO WS-TURNO-DEL-DIA
           END-IF.

       3047-AUTORIZAR-EXCESO.
      *-----------------------
      *    EL EXCESO SOLO PASA CON LA AUTORIZACION DE UN SUPERVISOR

           MOVE 0 TO WS-BANDERA-SUPERVISOR.

           OPEN I-O ARCHIVO-OPERADORES.

           IF FL-OPE = "00"
             MOVE WS-SUPERVISOR-ID TO OPE-ID
             MOVE WS-SUPERVISOR-ID TO WS-HSH-OPERADOR
             MOVE WS-CLAVE-SUPERVISOR TO WS-HSH-CLAVE
             CALL "UTIL-HSH" USING WS-CONTROL-CLAVE
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A" AND
                OPE-BLOQUEADO NOT = "S"
               IF OPE-INTENTOS-FALLIDOS IS NOT NUMERIC
                 MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
               END-IF
               IF OPE-PASSWORD = WS-HSH-RESUMEN
                 MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
                 REWRITE OPE-DATOS
                 END-REWRITE
                 IF OPE-ROL = "A" OR OPE-ROL = "N"
                   MOVE 1 TO WS-BANDERA-SUPERVISOR
                 END-IF
               ELSE
                 PERFORM 3047-REGISTRAR-INTENTO-FALLIDO
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.
           PERFORM 3047-AUDITAR-EXCESO.
           DISPLAY "EXCESO AUTORIZADO POR " WS-SUPERVISOR-ID.

       3047-REGISTRAR-INTENTO-FALLIDO.
      *-------------------------------
      *    LA CLAVE DE SUPERVISOR SIGUE LA MISMA POLITICA DEL
      *    INGRESO: LOS FALLOS SE ACUMULAN EN EL OPERADOR Y AL
      *    LLEGAR AL MAXIMO LA CUENTA QUEDA BLOQUEADA.
           ADD 1 TO OPE-INTENTOS-FALLIDOS.

           IF OPE-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS-CLAVE
             MOVE "S" TO OPE-BLOQUEADO
           END-IF.

           REWRITE OPE-DATOS
           END-REWRITE.

           IF OPE-BLOQUEADO = "S"
             DISPLAY "SE ALCANZO EL MAXIMO DE INTENTOS: LA CUENTA "
                 OPE-ID " QUEDA BLOQUEADA"
             PERFORM 3047-AUDITAR-BLOQUEO-CUENTA
           END-IF.

       3047-AUDITAR-BLOQUEO-CUENTA.
      *----------------------------
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
           MOVE "CRUD-HEX"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "U"              TO AUD-OPERACION.
           MOVE "OPE"            TO AUD-ARCHIVO.
           MOVE OPE-ID           TO AUD-CLAVE.
           STRING "CUENTA BLOQUEADA TRAS " OPE-INTENTOS-FALLIDOS
               " INTENTOS FALLIDOS DE CLAVE DE SUPERVISOR"
               DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       3047-AUDITAR-EXCESO.
      *---------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           CLOSE ARCHIVO-AUDITORIA.

       4100-AUDITAR-NOVEDAD.
      *----------------------
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
           MOVE "CRUD-HEX"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "HEX"            TO AUD-ARCHIVO.

           STRING HEX-COD-EMPLEADO HEX-FECHA-NOVEDAD TIPO-NOVEDAD
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE HEX-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       5000-APROBAR-NOVEDAD.
      *----------------------
           PERFORM 5500-VERIFICAR-JERARQUIA.
                 "(S=APROBAR / R=RECHAZAR / N=DEJAR PENDIENTE): "
             ACCEPT WS-CONFIRMA-APROBACION

             IF WS-CONFIRMA-APROBACION = "S" OR "s" OR "R" OR "r"
               PERFORM 8110-VERIFICAR-CAMBIO-AJENO
               IF WS-CAMPOS-INCORRECTO
                 DISPLAY "LA NOVEDAD QUEDA SIN PROCESAR"
                 EXIT PARAGRAPH
               END-IF
             END-IF

             EVALUATE WS-CONFIRMA-APROBACION
                 WHEN "S"
                 WHEN "s"
                   IF HEX-ALERTA-DESCANSO NOT = SPACE
                     PERFORM 5100-JUSTIFICAR-DESCANSO
                     IF HEX-MOTIVO-EXCEPCION = SPACES
                       EXIT PARAGRAPH
                     END-IF
                   END-IF
                   MOVE "A" TO HEX-ESTADO-APROBACION
                   REWRITE HEX-DATOS
                   DISPLAY "NOVEDAD APROBADA"
                   MOVE "A" TO WS-OPERACION-AUD
                   IF HEX-ALERTA-DESCANSO NOT = SPACE
                     MOVE SPACES TO WS-DETALLE-AUD
                     STRING "APROBADA CON EXCEPCION DE DESCANSO: "
                         HEX-MOTIVO-EXCEPCION
                       DELIMITED BY SIZE INTO WS-DETALLE-AUD
                     END-STRING
                     PERFORM 5110-JUSTIFICAR-VIOLACIONES
                   ELSE
                     MOVE "NOVEDAD APROBADA" TO WS-DETALLE-AUD
                   END-IF
                   PERFORM 4100-AUDITAR-NOVEDAD
                 WHEN "R"
                 WHEN "r"
                   MOVE "R" TO HEX-ESTADO-APROBACION
                   REWRITE HEX-DATOS
                   DISPLAY "NOVEDAD RECHAZADA"
                   MOVE "A" TO WS-OPERACION-AUD
                   MOVE "NOVEDAD RECHAZADA" TO WS-DETALLE-AUD
                   PERFORM 4100-AUDITAR-NOVEDAD
                 WHEN OTHER
                   DISPLAY "LA NOVEDAD QUEDA PENDIENTE"
             END-EVALUATE
           END-IF.


       8100-TOMAR-EDICION.
      *--------------------
      *    MIENTRAS EL OPERADOR EDITA O REVISA PARA APROBAR, LA
      *    NOVEDAD QUEDA MARCADA A SU NOMBRE; LA CLAVE ES LA MISMA
      *    CON QUE 4100-AUDITAR-NOVEDAD LA DEJA EN LA AUDITORIA.
           MOVE "A"            TO WS-EDI-OPERACION.
           MOVE "HEX"          TO WS-EDI-ARCHIVO.
           MOVE SPACES         TO WS-EDI-CLAVE.
           STRING HEX-COD-EMPLEADO HEX-FECHA-NOVEDAD TIPO-NOVEDAD
             DELIMITED BY SIZE INTO WS-EDI-CLAVE
           END-STRING.
           MOVE LK-OPERADOR    TO WS-EDI-OPERADOR.
           MOVE "CRUD-HEX"     TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

           IF WS-EDICION-OK
             MOVE HEX-DATOS TO WS-IMAGEN-EDICION
           ELSE
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA NOVEDAD ESTA EN EDICION, INTENTE MAS TARDE"
           END-IF.

       8110-VERIFICAR-CAMBIO-AJENO.
      *-----------------------------
      *    LAS VALIDACIONES RECORREN OTRAS NOVEDADES DEL EMPLEADO;
      *    SE RELEE LA NOVEDAD JUSTO ANTES DE GRABAR Y SI YA NO ES
      *    LA QUE SE MOSTRO SE RECHAZA LA GRABACION Y SE MUESTRA DE
      *    LA AUDITORIA QUIEN LA CAMBIO.
           MOVE WS-HEX-COD-EMPRESA  TO HEX-COD-EMPRESA.
           MOVE WS-HEX-COD-EMPLEADO TO HEX-COD-EMPLEADO.
           MOVE WS-HEX-FEC-NOVE-AA  TO HEX-FEC-NOVE-AA.
           MOVE WS-HEX-FEC-NOVE-MM  TO HEX-FEC-NOVE-MM.
           MOVE WS-HEX-FEC-NOVE-DD  TO HEX-FEC-NOVE-DD.
           MOVE WS-HEX-TIPO-NOVEDAD TO TIPO-NOVEDAD.
           PERFORM 4000-LEER-REGISTRO.

           IF WS-REG-ENCONTRADO AND HEX-DATOS = WS-IMAGEN-EDICION
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMPOS.

           DISPLAY "LA NOVEDAD FUE MODIFICADA POR OTRO OPERADOR "
               "MIENTRAS USTED LA EDITABA; SU CAMBIO NO SE GRABA".

           MOVE "V" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8120-LIBERAR-EDICION.
      *----------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       5100-JUSTIFICAR-DESCANSO.
      *--------------------------
      *    LA NOVEDAD INCUMPLE EL DESCANSO MINIMO: EL APROBADOR
      *    DEBE DEJAR EL MOTIVO DE LA EXCEPCION O LA NOVEDAD SIGUE
      *    PENDIENTE.
           DISPLAY "*** ESTA NOVEDAD INCUMPLE EL DESCANSO MINIMO ("
               HEX-ALERTA-DESCANSO ") ***".
           DISPLAY "INGRESE EL MOTIVO DE LA EXCEPCION (VACIO = NO "
               "APROBAR): ".
           MOVE SPACES TO WS-MOTIVO-EXCEPCION.
           ACCEPT WS-MOTIVO-EXCEPCION.

           IF WS-MOTIVO-EXCEPCION = SPACES
             DISPLAY "SIN MOTIVO DE EXCEPCION LA NOVEDAD NO SE "
                 "APRUEBA; QUEDA PENDIENTE"
             MOVE SPACES TO HEX-MOTIVO-EXCEPCION
           ELSE
             MOVE WS-MOTIVO-EXCEPCION TO HEX-MOTIVO-EXCEPCION
             MOVE LK-OPERADOR         TO HEX-AUTORIZA-EXCEPCION
           END-IF.

       5110-JUSTIFICAR-VIOLACIONES.
      *-----------------------------
      *    LAS VIOLACIONES DEL EMPLEADO EN LA FECHA DE LA NOVEDAD
      *    QUEDAN JUSTIFICADAS CON EL MISMO MOTIVO.
           MOVE HEX-COD-EMPRESA  TO VDE-COD-EMPRESA.
           MOVE HEX-COD-EMPLEADO TO VDE-COD-EMPLEADO.
           MOVE HEX-FEC-INI-AA   TO VDE-FEC-AA.
           MOVE HEX-FEC-INI-MM   TO VDE-FEC-MM.
           MOVE HEX-FEC-INI-DD   TO VDE-FEC-DD.

           MOVE "E" TO VDE-TIPO.
           PERFORM 5120-JUSTIFICAR-VIOLACION.
           MOVE "S" TO VDE-TIPO.
           PERFORM 5120-JUSTIFICAR-VIOLACION.

       5120-JUSTIFICAR-VIOLACION.
      *---------------------------
           READ ARCHIVO-VIOLACIONES-DESCANSO
           END-READ.

           IF FL-VDE = "00" AND VDE-ESTADO = "P"
             MOVE HEX-MOTIVO-EXCEPCION TO VDE-MOTIVO-EXCEPCION
             MOVE LK-OPERADOR          TO VDE-AUTORIZA
             MOVE "J"                  TO VDE-ESTADO
             REWRITE VDE-DATOS
           END-IF.

       5500-VERIFICAR-JERARQUIA.
      *--------------------------
      *    LA IDENTIDAD DEL APROBADOR NO SE DECLARA POR TECLADO:
           CLOSE ARCHIVO-TOPES-HORAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-LOTES-NOV.
           CLOSE ARCHIVO-TURNOS.
           CLOSE ARCHIVO-POLITICAS.
           CLOSE ARCHIVO-VIOLACIONES-DESCANSO.
           CLOSE ARCHIVO-ROL-TURNOS.


       6000-ABRIR-LOTE.
           IF HEX-NUM-LOTE > ZEROS
             DISPLAY "LOTE:          " HEX-NUM-LOTE
           END-IF.
           IF HEX-ALERTA-DESCANSO NOT = SPACE
             DISPLAY "DESCANSO:      " HEX-ALERTA-DESCANSO
                 " (E=ENTRE JORNADAS / S=SEMANAL / X=AMBOS)"
             IF HEX-MOTIVO-EXCEPCION NOT = SPACES
               DISPLAY "EXCEPCION:     " HEX-MOTIVO-EXCEPCION
               DISPLAY "AUTORIZA:      " HEX-AUTORIZA-EXCEPCION
             END-IF
           END-IF.
           DISPLAY WS-DECORADOR-2.
