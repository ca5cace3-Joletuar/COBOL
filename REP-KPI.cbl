            COPY "./Copys/FISI-HOF.cpy".
            COPY "./Copys/FISI-HCE.cpy".
            COPY "./Copys/FISI-KPI.cpy".
            COPY "./Copys/FISI-ACC.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-HOF.cpy".
            COPY "./Copys/LOGI-HCE.cpy".
            COPY "./Copys/LOGI-KPI.cpy".
            COPY "./Copys/LOGI-ACC.cpy".

       WORKING-STORAGE SECTION.

       01  FL-HOF                  PIC XX.
       01  FL-HCE                  PIC XX.
       01  FL-KPI                  PIC XX.
       01  FL-ACC                  PIC XX.

      *    MOVIMIENTOS E INDICADORES MENSUALES DE LA PLANTILLA:
      *    INGRESOS, SALIDAS CON SU MOTIVO, TRASLADOS DE LOS
              05 WS-OFI-SALIDAS     PIC 9(4).
              05 WS-OFI-AUSENCIAS   PIC 9(5).
              05 WS-OFI-HORAS-HEX   PIC 9(6)V9(2).
              05 WS-OFI-ACCIDENTES  PIC 9(4).
              05 WS-OFI-DIAS-PERD   PIC 9(5).

       01  WS-IND-OFI               PIC 9(3).

       01  WS-HORAS-REGISTRO        PIC 9(5)V9(2).
       01  WS-SEG-REGISTRO          PIC S9(8).

      *    INDICES DE SINIESTRALIDAD DEL IESS: ACCIDENTES Y DIAS
      *    PERDIDOS POR 200000 HORAS-HOMBRE TRABAJADAS, ESTIMANDO
      *    LAS HORAS DEL MES COMO LA PLANTILLA POR LA JORNADA
      *    MENSUAL ORDINARIA.
       77  WS-HORAS-MES-BASE        PIC 9(3) VALUE 240.
       77  WS-BASE-INDICE           PIC 9(6) VALUE 200000.
       01  WS-IND-FRECUENCIA        PIC 9(5)V9(2).
       01  WS-IND-GRAVEDAD          PIC 9(7)V9(2).
       01  WS-TOT-ACCIDENTES        PIC 9(5) VALUE ZERO.
       01  WS-TOT-DIAS-PERDIDOS     PIC 9(6) VALUE ZERO.
       01  WS-ESTADO-AVISO          PIC X(12).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           PERFORM 3000-ACUMULAR-AUSENCIAS.
           PERFORM 4000-ACUMULAR-HORAS-EXTRAS.
           PERFORM 5000-TRASLADOS-DEL-MES.
           PERFORM 5500-ACCIDENTES-DEL-MES.
           PERFORM 6000-IMPRIMIR-KPI-OFICINAS.

           MOVE "C" TO WS-RPT-OPERACION.
             OPEN I-O ARCHIVO-KPI
           END-IF.

           OPEN INPUT ARCHIVO-ACCIDENTES.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-HIST-OFICINAS.
           CLOSE ARCHIVO-HIST-EMPRESAS.
           CLOSE ARCHIVO-KPI.
           CLOSE ARCHIVO-ACCIDENTES.

       2000-REGISTRO-MOVIMIENTOS.
      *---------------------------
           READ ARCHIVO-HIST-EMPRESAS
           END-READ.

       5500-ACCIDENTES-DEL-MES.
      *------------------------
      *    ACCIDENTES ACTIVOS DE LA EMPRESA OCURRIDOS EN EL MES, POR
      *    OFICINA DEL SUCESO, CON LA SITUACION DEL AVISO AL IESS.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "--- ACCIDENTES Y ENFERMEDADES PROFESIONALES ---"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF FL-ACC = "00"
             MOVE LOW-VALUES TO ACC-CLAVE
             START ARCHIVO-ACCIDENTES KEY IS NOT LESS THAN ACC-CLAVE
               INVALID KEY
                 MOVE "10" TO FL-ACC
             END-START
             IF FL-ACC = "00"
               PERFORM 5510-LEER-ACCIDENTE
             END-IF
           END-IF.

           PERFORM UNTIL FL-ACC NOT = "00"
             IF ACC-ESTADO = "A" AND
                ACC-COD-EMPRESA = WS-CIA-CODIGO AND
                ACC-FEC-AA = WS-KPI-FEC-AA AND
                ACC-FEC-MM = WS-KPI-FEC-MM AND
                ACC-COD-OFICINA > ZEROS
               PERFORM 5520-REGISTRAR-ACCIDENTE
             END-IF
             PERFORM 5510-LEER-ACCIDENTE
           END-PERFORM.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "ACCIDENTES DEL MES " WS-TOT-ACCIDENTES
               " DIAS PERDIDOS " WS-TOT-DIAS-PERDIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5510-LEER-ACCIDENTE.
      *--------------------
           READ ARCHIVO-ACCIDENTES NEXT RECORD
           END-READ.

       5520-REGISTRAR-ACCIDENTE.
      *-------------------------
           ADD 1 TO WS-OFI-ACCIDENTES(ACC-COD-OFICINA).
           ADD ACC-DIAS-PERDIDOS TO WS-OFI-DIAS-PERD(ACC-COD-OFICINA).
           ADD 1 TO WS-TOT-ACCIDENTES.
           ADD ACC-DIAS-PERDIDOS TO WS-TOT-DIAS-PERDIDOS.

           EVALUATE TRUE
               WHEN ACC-NUM-AVISO-IESS = SPACES
                 MOVE "SIN AVISO" TO WS-ESTADO-AVISO
               WHEN ACC-FEC-AVISO > ACC-FEC-LIMITE-AVISO
                 MOVE "AVISO TARDIO" TO WS-ESTADO-AVISO
               WHEN OTHER
                 MOVE "AVISADO" TO WS-ESTADO-AVISO
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " ACC-COD-EMPLEADO "-" ACC-SECUENCIA
               " " ACC-FEC-AA "-" ACC-FEC-MM "-" ACC-FEC-DD
               " TIPO " ACC-TIPO
               " OFI " ACC-COD-OFICINA
               " DEP " ACC-COD-DEPARTAMENTO
               " DIAS " ACC-DIAS-PERDIDOS
               " " ACC-PARTE-CUERPO
               " " WS-ESTADO-AVISO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       6000-IMPRIMIR-KPI-OFICINAS.
      *----------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
               UNTIL WS-IND-OFI > 999
             IF WS-OFI-PLANTILLA(WS-IND-OFI) > ZEROS OR
                WS-OFI-INGRESOS(WS-IND-OFI) > ZEROS OR
                WS-OFI-SALIDAS(WS-IND-OFI) > ZEROS OR
                WS-OFI-ACCIDENTES(WS-IND-OFI) > ZEROS
               PERFORM 6100-IMPRIMIR-UNA-OFICINA
             END-IF
           END-PERFORM.
             COMPUTE WS-HORAS-PROMEDIO ROUNDED =
                 WS-OFI-HORAS-HEX(WS-IND-OFI) /
                 WS-OFI-PLANTILLA(WS-IND-OFI)
             COMPUTE WS-IND-FRECUENCIA ROUNDED =
                 WS-OFI-ACCIDENTES(WS-IND-OFI) * WS-BASE-INDICE /
                 (WS-OFI-PLANTILLA(WS-IND-OFI) * WS-HORAS-MES-BASE)
             COMPUTE WS-IND-GRAVEDAD ROUNDED =
                 WS-OFI-DIAS-PERD(WS-IND-OFI) * WS-BASE-INDICE /
                 (WS-OFI-PLANTILLA(WS-IND-OFI) * WS-HORAS-MES-BASE)
           ELSE
             MOVE ZERO TO WS-ROTACION
             MOVE ZERO TO WS-HORAS-PROMEDIO
             MOVE ZERO TO WS-IND-FRECUENCIA
             MOVE ZERO TO WS-IND-GRAVEDAD
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-OFI-ACCIDENTES(WS-IND-OFI) > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "            ACCIDENTES "
                 WS-OFI-ACCIDENTES(WS-IND-OFI)
                 " DIAS PERDIDOS " WS-OFI-DIAS-PERD(WS-IND-OFI)
                 " IND. FRECUENCIA " WS-IND-FRECUENCIA
                 " IND. GRAVEDAD " WS-IND-GRAVEDAD
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

      *    EL INDICADOR QUEDA EN EL HISTORIAL PARA LA TENDENCIA.
           MOVE WS-CIA-CODIGO TO KPI-COD-EMPRESA.
           MOVE WS-KPI-FEC-AA TO KPI-FEC-AA.
           MOVE WS-ROTACION                  TO KPI-ROTACION-PCT.
           MOVE WS-OFI-AUSENCIAS(WS-IND-OFI) TO KPI-DIAS-AUSENCIA.
           MOVE WS-OFI-HORAS-HEX(WS-IND-OFI) TO KPI-HORAS-EXTRAS.
           MOVE WS-OFI-ACCIDENTES(WS-IND-OFI) TO KPI-ACCIDENTES.
           MOVE WS-OFI-DIAS-PERD(WS-IND-OFI)  TO KPI-DIAS-PERDIDOS.
           MOVE WS-IND-FRECUENCIA             TO KPI-IND-FRECUENCIA.
           MOVE WS-IND-GRAVEDAD               TO KPI-IND-GRAVEDAD.

           IF FL-KPI = "00"
             REWRITE KPI-DATOS
