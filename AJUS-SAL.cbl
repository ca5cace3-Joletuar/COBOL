            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-HIS.cpy".
            COPY "./Copys/FISI-EVA.cpy".
            COPY "./Copys/FISI-CPD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-HIS.cpy".
            COPY "./Copys/LOGI-EVA.cpy".
            COPY "./Copys/LOGI-CPD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-HIS                  PIC XX.
       01  FL-EVA                  PIC XX.
       01  FL-CPD                  PIC XX.

       01  WS-PARAMETROS-AJUSTE.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-TIPO-AJUSTE        PIC X(1).
               88 WS-AJUSTE-PORCENTAJE  VALUE "P" "p".
               88 WS-AJUSTE-FIJO        VALUE "F" "f".
               88 WS-AJUSTE-MERITO      VALUE "M" "m".
           03 WS-VALOR-AJUSTE       PIC 9(6)V9(2).
           03 WS-CICLO-MERITO       PIC 9(4).

      *    EL AJUSTE POR MERITO TOMA EL SUELDO PROPUESTO DE CADA
      *    EMPLEADO EN EL CICLO DE EVALUACION (GES-EVA) Y NO LO
      *    APLICA DIRECTAMENTE: DEJA UNA SOLICITUD DE CAMBIO DE
      *    SUELDO PENDIENTE PARA EL DOBLE CONTROL DE APRO-CAM, QUE
      *    ES QUIEN ACTUALIZA EL SUELDO Y EL HISTORIAL.
       01  WS-BANDERA-PROPUESTA     PIC 9.
           88 WS-CON-PROPUESTA      VALUE 1.
           88 WS-SIN-PROPUESTA      VALUE 0.

       01  WS-CPD-NUEVA-SEC         PIC 9(6).

       01  WS-FECHA-HOY.
           03 WS-HOY-AA             PIC 9(4).
           03 WS-HOY-MM             PIC 9(2).
           03 WS-HOY-DD             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
       01  WS-CONTADORES.
           03 WS-TOTAL-PREVISTOS    PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-APLICADOS    PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-ENVIADOS     PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-FUERA-BANDA  PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-ERRORES      PIC 9(5) VALUE ZERO.

       77  WS-MARCA-BANDA           PIC X(14).
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

           OPEN I-O ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN I-O ARCHIVO-EVALUACIONES.
           IF FL-EVA NOT = "00"
             CLOSE ARCHIVO-EVALUACIONES
             OPEN OUTPUT ARCHIVO-EVALUACIONES
             CLOSE ARCHIVO-EVALUACIONES
             OPEN I-O ARCHIVO-EVALUACIONES
           END-IF.

           OPEN I-O ARCHIVO-CAMBIOS-PEND.
           IF FL-CPD NOT = "00"
             CLOSE ARCHIVO-CAMBIOS-PEND
             OPEN OUTPUT ARCHIVO-CAMBIOS-PEND
             CLOSE ARCHIVO-CAMBIOS-PEND
             OPEN I-O ARCHIVO-CAMBIOS-PEND
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-EVALUACIONES.
           CLOSE ARCHIVO-CAMBIOS-PEND.

       2000-PEDIR-PARAMETROS.
      *----------------------
           ACCEPT WS-FILTRO-OFICINA.
           DISPLAY "CARGO A AJUSTAR (0 = TODOS): ".
           ACCEPT WS-FILTRO-CARGO.
           DISPLAY "TIPO DE AJUSTE (P=PORCENTAJE / F=VALOR FIJO / "
               "M=MERITO DEL CICLO DE EVALUACION): ".
           ACCEPT WS-TIPO-AJUSTE.
           EVALUATE TRUE
               WHEN WS-AJUSTE-MERITO
                 DISPLAY "INGRESE EL CICLO DE EVALUACION (AAAA): "
                 ACCEPT WS-CICLO-MERITO
                 MOVE 1 TO WS-VALOR-AJUSTE
               WHEN WS-AJUSTE-PORCENTAJE
                 DISPLAY "INGRESE EL PORCENTAJE DE AJUSTE: "
                 ACCEPT WS-VALOR-AJUSTE
               WHEN OTHER
                 DISPLAY "INGRESE EL VALOR FIJO DE AJUSTE: "
                 ACCEPT WS-VALOR-AJUSTE
           END-EVALUATE.

           PERFORM 2010-VALIDAR-PARAMETROS.

               WHEN WS-FILTRO-CARGO IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CARGO"
               WHEN NOT (WS-AJUSTE-PORCENTAJE OR WS-AJUSTE-FIJO OR
                         WS-AJUSTE-MERITO)
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO DE AJUSTE SOLO PUEDE SER P/F/M"
               WHEN WS-AJUSTE-MERITO AND
                    (WS-CICLO-MERITO IS NOT NUMERIC OR
                     WS-CICLO-MERITO < 2000)
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CICLO DE EVALUACION"
               WHEN WS-VALOR-AJUSTE IS NOT NUMERIC OR
                    WS-VALOR-AJUSTE <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS

       3020-MOSTRAR-LINEA-PREVIA.
      *---------------------------
           IF WS-AJUSTE-MERITO
             PERFORM 3050-LEER-PROPUESTA
             IF WS-SIN-PROPUESTA
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD 1 TO WS-TOTAL-PREVISTOS.

           PERFORM 3030-CALCULAR-SUELDO-NUEVO.

       3030-CALCULAR-SUELDO-NUEVO.
      *----------------------------
           EVALUATE TRUE
               WHEN WS-AJUSTE-MERITO
                 MOVE EVA-SUELDO-PROPUESTO TO WS-SUELDO-NUEVO
               WHEN WS-AJUSTE-PORCENTAJE
                 COMPUTE WS-SUELDO-NUEVO ROUNDED =
                     EMP-SUELDO-ACTUAL +
                     (EMP-SUELDO-ACTUAL * WS-VALOR-AJUSTE / 100)
               WHEN OTHER
                 COMPUTE WS-SUELDO-NUEVO =
                     EMP-SUELDO-ACTUAL + WS-VALOR-AJUSTE
           END-EVALUATE.

       3040-VERIFICAR-BANDA.
      *----------------------
             MOVE 0 TO WS-BANDERA-BANDA
           END-IF.

       3050-LEER-PROPUESTA.
      *---------------------
      *    SOLO ENTRAN LAS PROPUESTAS GENERADAS O AJUSTADAS QUE AUN
      *    NO SE ENVIARON, CON INCREMENTO, Y CUYO SUELDO BASE SIGUE
      *    SIENDO EL ACTUAL; SI EL SUELDO CAMBIO DESPUES DE GENERAR
      *    LA PROPUESTA, HAY QUE REGENERARLA EN GES-EVA.
           MOVE 0 TO WS-BANDERA-PROPUESTA.

           MOVE WS-CIA-CODIGO   TO EVA-COD-EMPRESA.
           MOVE WS-CICLO-MERITO TO EVA-CICLO.
           MOVE EMP-CLAVE       TO EVA-COD-EMPLEADO.

           READ ARCHIVO-EVALUACIONES
           END-READ.

           IF FL-EVA NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF (EVA-ESTADO = "P" OR EVA-ESTADO = "J") AND
              EVA-SUELDO-PROPUESTO > EMP-SUELDO-ACTUAL
             IF EVA-SUELDO-ACTUAL = EMP-SUELDO-ACTUAL
               MOVE 1 TO WS-BANDERA-PROPUESTA
             ELSE
               DISPLAY "OMITIDO " EMP-CLAVE " " EMP-NOMBRES
                   " - EL SUELDO CAMBIO DESDE LA PROPUESTA"
             END-IF
           END-IF.

       4000-CONFIRMAR-Y-APLICAR.
      *--------------------------
           DISPLAY "CONFIRMA LA APLICACION DEL AJUSTE (S/N)? ".
           END-PERFORM.

           DISPLAY WS-DECORADOR.
           IF WS-AJUSTE-MERITO
             DISPLAY "ENVIADOS A APROBACION:    " WS-TOTAL-ENVIADOS
           ELSE
             DISPLAY "SUELDOS ACTUALIZADOS:     " WS-TOTAL-APLICADOS
           END-IF.
           DISPLAY "OMITIDOS FUERA DE BANDA:  " WS-TOTAL-FUERA-BANDA.
           DISPLAY "ERRORES DE GRABACION:     " WS-TOTAL-ERRORES.
           DISPLAY WS-DECORADOR.

       4020-ACTUALIZAR-EMPLEADO.
      *--------------------------
           IF WS-AJUSTE-MERITO
             PERFORM 3050-LEER-PROPUESTA
             IF WS-SIN-PROPUESTA
               EXIT PARAGRAPH
             END-IF
           END-IF.

           PERFORM 3030-CALCULAR-SUELDO-NUEVO.
           PERFORM 3040-VERIFICAR-BANDA.

             DISPLAY "OMITIDO " EMP-CLAVE " " EMP-NOMBRES
                 " - NUEVO SUELDO " WS-SUELDO-NUEVO
                 " FUERA DE LA BANDA DEL CARGO " EMP-COD-CARGO
             EXIT PARAGRAPH
           END-IF.

           IF WS-AJUSTE-MERITO
             PERFORM 4040-SOLICITAR-APROBACION
           ELSE
             MOVE EMP-SUELDO-ACTUAL TO WS-SUELDO-ANTERIOR
             MOVE WS-SUELDO-NUEVO   TO EMP-SUELDO-ACTUAL
               ADD 1 TO WS-TOTAL-ERRORES
               DISPLAY "ERROR AL ACTUALIZAR EMPLEADO " EMP-CLAVE
               DISPLAY "CODIGO DE ERROR - " FL-EMP
               MOVE "4020-ACTUALIZAR-EMPLEADO" TO WS-ERR-PARRAFO
               MOVE "EMP" TO WS-ERR-ARCHIVO
               MOVE FL-EMP TO WS-ERR-ESTADO
               MOVE EMP-CLAVE TO WS-ERR-CLAVE
               MOVE "E" TO WS-ERR-SEVERIDAD
               PERFORM 8000-REGISTRAR-ERROR
             END-IF
           END-IF.

           WRITE HIS-DATOS.

           CLOSE ARCHIVO-HIST-SUELDOS.

       4040-SOLICITAR-APROBACION.
      *---------------------------
      *    LA SOLICITUD QUEDA A NOMBRE DEL OPERADOR QUE CORRE EL
      *    AJUSTE, DE MODO QUE OTRO OPERADOR DEBE APROBARLA.
           PERFORM 4050-ASIGNAR-SECUENCIA-CAMBIO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           INITIALIZE CPD-DATOS.
           MOVE WS-CPD-NUEVA-SEC      TO CPD-SECUENCIA.
           MOVE "EMP"                 TO CPD-ARCHIVO.
           MOVE EMP-CLAVE             TO CPD-COD-EMPLEADO.
           MOVE LK-OPERADOR           TO CPD-SOLICITANTE.
           MOVE WS-HOY-AA             TO CPD-FEC-SOL-AA.
           MOVE WS-HOY-MM             TO CPD-FEC-SOL-MM.
           MOVE WS-HOY-DD             TO CPD-FEC-SOL-DD.
           MOVE "P"                   TO CPD-ESTADO.
           MOVE WS-SUELDO-NUEVO       TO CPD-SUELDO-NUEVO.

           WRITE CPD-DATOS.

           IF FL-CPD NOT = "00"
             ADD 1 TO WS-TOTAL-ERRORES
             DISPLAY "ERROR AL REGISTRAR LA SOLICITUD DE CAMBIO DE "
                 EMP-CLAVE " - " FL-CPD
             MOVE "4040-SOLICITAR-APROBACION" TO WS-ERR-PARRAFO
             MOVE "CPD" TO WS-ERR-ARCHIVO
             MOVE FL-CPD TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE "E"              TO EVA-ESTADO.
           MOVE WS-CPD-NUEVA-SEC TO EVA-CPD-SECUENCIA.
           REWRITE EVA-DATOS.

           ADD 1 TO WS-TOTAL-ENVIADOS.
           DISPLAY "SOLICITUD " WS-CPD-NUEVA-SEC " " EMP-CLAVE " "
               EMP-NOMBRES " A " WS-SUELDO-NUEVO.

       4050-ASIGNAR-SECUENCIA-CAMBIO.
      *-------------------------------
      *    LA SECUENCIA ES LA MAS ALTA REGISTRADA MAS UNO, COMO EN
      *    EL MANTENIMIENTO DE EMPLEADOS.
           MOVE ZERO TO WS-CPD-NUEVA-SEC.

           MOVE LOW-VALUES TO CPD-SECUENCIA.

           START ARCHIVO-CAMBIOS-PEND
               KEY IS NOT LESS THAN CPD-SECUENCIA
             INVALID KEY
               MOVE "10" TO FL-CPD
           END-START.

           IF FL-CPD = "00"
             PERFORM 4060-LEER-CAMBIO
           END-IF.

           PERFORM UNTIL FL-CPD NOT = "00"
             MOVE CPD-SECUENCIA TO WS-CPD-NUEVA-SEC
             PERFORM 4060-LEER-CAMBIO
           END-PERFORM.

           ADD 1 TO WS-CPD-NUEVA-SEC.
           MOVE "00" TO FL-CPD.

       4060-LEER-CAMBIO.
      *------------------
           READ ARCHIVO-CAMBIOS-PEND NEXT RECORD
           END-READ.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "AJUS-SAL"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
