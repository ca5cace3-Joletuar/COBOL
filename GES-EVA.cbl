      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-EVA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-CPD.cpy".
            COPY "./Copys/FISI-EVA.cpy".
            COPY "./Copys/FISI-MME.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-CPD.cpy".
            COPY "./Copys/LOGI-EVA.cpy".
            COPY "./Copys/LOGI-MME.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-CPD                  PIC XX.
       01  FL-EVA                  PIC XX.
       01  FL-MME                  PIC XX.

      *    CICLO ANUAL DE EVALUACION DEL DESEMPENIO: CADA SUPERVISOR
      *    CALIFICA A SUS REPORTES DIRECTOS; TALENTO HUMANO FIJA LA
      *    MATRIZ DE MERITO (CALIFICACION POR CUARTIL DE LA BANDA
      *    DEL CARGO), GENERA LA PROPUESTA DE INCREMENTOS Y LA
      *    AJUSTA. LA PROPUESTA SE ENVIA A APROBACION DESDE EL
      *    AJUSTE MASIVO DE SUELDOS, QUE LA PASA POR EL DOBLE
      *    CONTROL Y EL HISTORIAL DE SUELDOS DE SIEMPRE.
       01  WS-PARAMETROS-EVA.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-CICLO              PIC 9(4).
           03 WS-EVA-COD-EMPLEADO   PIC 9(8).

       01  WS-CAPTURA-EVA.
           03 WS-EVA-CALIFICACION   PIC 9(1).
           03 WS-EVA-COMENTARIO     PIC X(50).
           03 WS-EVA-PCT-AJUSTE     PIC 9(2)V9(2).

       01  WS-CAPTURA-MME.
           03 WS-MME-CALIFICACION   PIC 9(1).
           03 WS-MME-CUARTIL        PIC 9(1).
           03 WS-MME-PCT            PIC 9(2)V9(2).
           03 WS-MME-FILAS          PIC 9(1).

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".
           03 WS-EVALUADOR          PIC 9(8).

      *    UBICACION DEL SUELDO EN LA BANDA DEL CARGO: POR DEBAJO
      *    DEL MINIMO CUENTA COMO PRIMER CUARTIL Y POR ENCIMA DEL
      *    MAXIMO COMO CUARTO.
       01  WS-CONTROL-BANDA.
           03 WS-AMPLITUD-BANDA     PIC 9(8)V9(2).
           03 WS-POSICION-BANDA     PIC 9(3)V9(2).
           03 WS-CUARTIL            PIC 9(1).
           03 WS-SUELDO-CALCULADO   PIC 9(8)V9(2).
           03 WS-BANDERA-TOPE       PIC 9.
               88 WS-LIMITADO-A-TOPE    VALUE 1.
               88 WS-SIN-TOPE           VALUE 0.

       01  WS-TOTALES-PROPUESTA.
           03 WS-TOT-CALIFICADOS    PIC 9(5).
           03 WS-TOT-PROPUESTOS     PIC 9(5).
           03 WS-TOT-AJUSTADOS      PIC 9(5).
           03 WS-TOT-ENVIADOS       PIC 9(5).
           03 WS-TOT-TOPADOS        PIC 9(5).
           03 WS-TOT-OMITIDOS       PIC 9(5).
           03 WS-TOT-SIN-CALIFICAR  PIC 9(5).
           03 WS-TOT-SUELDO-ACTUAL  PIC 9(10)V9(2).
           03 WS-TOT-SUELDO-NUEVO   PIC 9(10)V9(2).
           03 WS-TOT-INCREMENTO     PIC 9(10)V9(2).

       01  WS-PCT-PROMEDIO          PIC 9(3)V9(2).
       01  WS-MARCA-TOPE            PIC X(6).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

       01  WS-OPCION                PIC S9(2).
       01  WS-CONFIRMA              PIC X(1).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 7.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- EVALUACION DEL DESEMPENIO Y MERITO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- MATRIZ DE INCREMENTO POR MERITO DEL CICLO".
           DISPLAY " 2.- REGISTRAR CALIFICACION (SUPERVISOR)".
           DISPLAY " 3.- GENERAR PROPUESTA DE INCREMENTOS".
           DISPLAY " 4.- AJUSTAR PROPUESTA DE UN EMPLEADO".
           DISPLAY " 5.- CONSULTAR EVALUACION DE UN EMPLEADO".
           DISPLAY " 6.- LISTADO DE LA PROPUESTA DE INCREMENTOS".
           DISPLAY " 7.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 6
             IF WS-OPCION NOT = 7
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    LA MATRIZ, LA PROPUESTA Y SU AJUSTE SON DE TALENTO
      *    HUMANO; LA CALIFICACION LA REGISTRA EL SUPERVISOR Y LA
      *    CONSULTA RESPETA LA CONFIDENCIALIDAD SALARIAL.
           IF (WS-OPCION = 1 OR WS-OPCION = 3 OR WS-OPCION = 4 OR
               WS-OPCION = 6) AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-MANTENER-MATRIZ
               WHEN WS-OPCION = 2
                 PERFORM 3000-REGISTRAR-CALIFICACION
               WHEN WS-OPCION = 3
                 PERFORM 4000-GENERAR-PROPUESTA
               WHEN WS-OPCION = 4
                 PERFORM 5000-AJUSTAR-PROPUESTA
               WHEN WS-OPCION = 5
                 PERFORM 6000-CONSULTAR-EVALUACION
               WHEN WS-OPCION = 6
                 PERFORM 7000-LISTADO-PROPUESTA
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CARGOS.

           OPEN INPUT ARCHIVO-CAMBIOS-PEND.
           IF FL-CPD NOT = "00"
             OPEN OUTPUT ARCHIVO-CAMBIOS-PEND
             CLOSE ARCHIVO-CAMBIOS-PEND
             OPEN INPUT ARCHIVO-CAMBIOS-PEND
           END-IF.

           OPEN I-O ARCHIVO-EVALUACIONES.
           IF FL-EVA NOT = "00"
             CLOSE ARCHIVO-EVALUACIONES
             OPEN OUTPUT ARCHIVO-EVALUACIONES
             CLOSE ARCHIVO-EVALUACIONES
             OPEN I-O ARCHIVO-EVALUACIONES
           END-IF.

           OPEN I-O ARCHIVO-MATRIZ-MERITO.
           IF FL-MME NOT = "00"
             CLOSE ARCHIVO-MATRIZ-MERITO
             OPEN OUTPUT ARCHIVO-MATRIZ-MERITO
             CLOSE ARCHIVO-MATRIZ-MERITO
             OPEN I-O ARCHIVO-MATRIZ-MERITO
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CARGOS.
           CLOSE ARCHIVO-CAMBIOS-PEND.
           CLOSE ARCHIVO-EVALUACIONES.
           CLOSE ARCHIVO-MATRIZ-MERITO.

       1200-PEDIR-EMPRESA-CICLO.
      *--------------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           DISPLAY "INGRESE EL CICLO DE EVALUACION (AAAA, 0 = "
               "ANIO ACTUAL): ".
           ACCEPT WS-CICLO.

           IF WS-CICLO IS NOT NUMERIC OR WS-CICLO = ZEROS
             MOVE WS-FEC-AA TO WS-CICLO
           END-IF.

       1300-LEER-OPERADOR.
      *-------------------
      *    EL EVALUADOR ES EL EMPLEADO LIGADO AL OPERADOR CONECTADO,
      *    COMO EN LA APROBACION JERARQUICA DE NOVEDADES.
           MOVE SPACE TO WS-ROL-OPERADOR.
           MOVE ZEROS TO WS-EVALUADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
               IF OPE-COD-EMPLEADO IS NUMERIC
                 MOVE OPE-COD-EMPLEADO TO WS-EVALUADOR
               END-IF
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1400-LEER-EVALUACION.
      *----------------------
           PERFORM 1200-PEDIR-EMPRESA-CICLO.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO: ".
           ACCEPT WS-EVA-COD-EMPLEADO.

           MOVE WS-CIA-CODIGO       TO EVA-COD-EMPRESA.
           MOVE WS-CICLO            TO EVA-CICLO.
           MOVE WS-EVA-COD-EMPLEADO TO EVA-COD-EMPLEADO.

           READ ARCHIVO-EVALUACIONES
           END-READ.

       2000-MANTENER-MATRIZ.
      *----------------------
           PERFORM 1200-PEDIR-EMPRESA-CICLO.

           PERFORM 2200-MOSTRAR-MATRIZ.

           DISPLAY "DESEA REGISTRAR O MODIFICAR LA MATRIZ DEL CICLO "
               WS-CICLO " (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE EL PORCENTAJE DE INCREMENTO PARA CADA "
               "CALIFICACION Y CUARTIL DE LA BANDA".
           DISPLAY "(CUARTIL 1 = PARTE BAJA DE LA BANDA, "
               "4 = PARTE ALTA)".

           PERFORM VARYING WS-MME-CALIFICACION FROM 1 BY 1
               UNTIL WS-MME-CALIFICACION > 5
             PERFORM 2100-CAPTURAR-FILA
           END-PERFORM.

           PERFORM 2200-MOSTRAR-MATRIZ.

       2100-CAPTURAR-FILA.
      *--------------------
           MOVE WS-CIA-CODIGO       TO MME-COD-EMPRESA.
           MOVE WS-CICLO            TO MME-CICLO.
           MOVE WS-MME-CALIFICACION TO MME-CALIFICACION.

           READ ARCHIVO-MATRIZ-MERITO
           END-READ.

           IF FL-MME NOT = "00"
             INITIALIZE MME-PORCENTAJES
           END-IF.

           PERFORM VARYING WS-MME-CUARTIL FROM 1 BY 1
               UNTIL WS-MME-CUARTIL > 4
             DISPLAY "CALIFICACION " WS-MME-CALIFICACION
                 " CUARTIL " WS-MME-CUARTIL " (ACTUAL "
                 MME-PCT-CUARTIL(WS-MME-CUARTIL) "): "
             MOVE ZEROS TO WS-MME-PCT
             ACCEPT WS-MME-PCT
             IF WS-MME-PCT IS NUMERIC
               MOVE WS-MME-PCT TO MME-PCT-CUARTIL(WS-MME-CUARTIL)
             ELSE
               DISPLAY "VALOR NO NUMERICO, SE CONSERVA EL ACTUAL"
             END-IF
           END-PERFORM.

           MOVE LK-OPERADOR TO MME-OPE-REGISTRO.
           MOVE WS-FEC-AA   TO MME-FEC-REG-AA.
           MOVE WS-FEC-MM   TO MME-FEC-REG-MM.
           MOVE WS-FEC-DD   TO MME-FEC-REG-DD.

           IF FL-MME = "00"
             REWRITE MME-DATOS
           ELSE
             MOVE WS-CIA-CODIGO       TO MME-COD-EMPRESA
             MOVE WS-CICLO            TO MME-CICLO
             MOVE WS-MME-CALIFICACION TO MME-CALIFICACION
             WRITE MME-DATOS
           END-IF.

           IF FL-MME NOT = "00"
             DISPLAY "ERROR AL GRABAR LA FILA DE LA CALIFICACION "
                 WS-MME-CALIFICACION " - " FL-MME
           END-IF.

       2200-MOSTRAR-MATRIZ.
      *---------------------
           MOVE ZERO TO WS-MME-FILAS.

           DISPLAY WS-DECORADOR.
           DISPLAY "MATRIZ DE MERITO - EMPRESA " WS-CIA-CODIGO
               " CICLO " WS-CICLO.
           DISPLAY "CALIF.   CUARTIL 1  CUARTIL 2  CUARTIL 3  "
               "CUARTIL 4".

           PERFORM VARYING WS-MME-CALIFICACION FROM 1 BY 1
               UNTIL WS-MME-CALIFICACION > 5
             MOVE WS-CIA-CODIGO       TO MME-COD-EMPRESA
             MOVE WS-CICLO            TO MME-CICLO
             MOVE WS-MME-CALIFICACION TO MME-CALIFICACION
             READ ARCHIVO-MATRIZ-MERITO
             END-READ
             IF FL-MME = "00"
               ADD 1 TO WS-MME-FILAS
               DISPLAY "  " WS-MME-CALIFICACION "      "
                   MME-PCT-CUARTIL(1) "      " MME-PCT-CUARTIL(2)
                   "      " MME-PCT-CUARTIL(3) "      "
                   MME-PCT-CUARTIL(4)
             ELSE
               DISPLAY "  " WS-MME-CALIFICACION
                   "      SIN DEFINIR"
             END-IF
           END-PERFORM.

           DISPLAY WS-DECORADOR.

       3000-REGISTRAR-CALIFICACION.
      *-----------------------------
      *    SOLO EL SUPERVISOR DIRECTO DEL EMPLEADO (EMP-COD-
      *    SUPERVISOR) LO CALIFICA. UNA CALIFICACION YA ENVIADA A
      *    APROBACION NO SE PUEDE CAMBIAR; SI YA TENIA PROPUESTA,
      *    LA NUEVA CALIFICACION LA ANULA HASTA QUE SE REGENERE.
           IF WS-EVALUADOR = ZEROS
             DISPLAY "SU OPERADOR NO ESTA LIGADO A UN EMPLEADO; "
                 "NO PUEDE CALIFICAR"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1400-LEER-EVALUACION.

           MOVE WS-EVA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 DISPLAY "EL EMPLEADO NO EXISTE"
                 EXIT PARAGRAPH
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-CIA-CODIGO
                 EXIT PARAGRAPH
               WHEN EMP-ESTADO NOT = "A"
                 DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
                 EXIT PARAGRAPH
               WHEN EMP-COD-SUPERVISOR NOT = WS-EVALUADOR
                 DISPLAY "SOLO EL SUPERVISOR DIRECTO DEL EMPLEADO "
                     "PUEDE CALIFICARLO"
                 EXIT PARAGRAPH
               WHEN FL-EVA = "00" AND EVA-ESTADO = "E"
                 DISPLAY "LA PROPUESTA DE ESTE EMPLEADO YA FUE "
                     "ENVIADA A APROBACION; NO SE PUEDE CAMBIAR"
                 EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "EMPLEADO: " EMP-CLAVE " " EMP-NOMBRES.
           IF FL-EVA = "00"
             DISPLAY "CALIFICACION ACTUAL DEL CICLO: "
                 EVA-CALIFICACION " " EVA-COMENTARIO
           END-IF.

           DISPLAY "INGRESE LA CALIFICACION (1=INSUFICIENTE 2=BAJO "
               "3=CUMPLE 4=SUPERA 5=SOBRESALIENTE): ".
           ACCEPT WS-EVA-CALIFICACION.

           IF WS-EVA-CALIFICACION IS NOT NUMERIC OR
              WS-EVA-CALIFICACION < 1 OR WS-EVA-CALIFICACION > 5
             DISPLAY "LA CALIFICACION DEBE ESTAR ENTRE 1 Y 5"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "INGRESE UN COMENTARIO DE LA EVALUACION: ".
           ACCEPT WS-EVA-COMENTARIO.

           IF FL-EVA NOT = "00"
             INITIALIZE EVA-DATOS
             MOVE WS-CIA-CODIGO       TO EVA-COD-EMPRESA
             MOVE WS-CICLO            TO EVA-CICLO
             MOVE WS-EVA-COD-EMPLEADO TO EVA-COD-EMPLEADO
           END-IF.

           MOVE WS-EVALUADOR        TO EVA-COD-EVALUADOR.
           MOVE LK-OPERADOR         TO EVA-OPE-REGISTRO.
           MOVE WS-FEC-AA           TO EVA-FEC-EVA-AA.
           MOVE WS-FEC-MM           TO EVA-FEC-EVA-MM.
           MOVE WS-FEC-DD           TO EVA-FEC-EVA-DD.
           MOVE WS-EVA-CALIFICACION TO EVA-CALIFICACION.
           MOVE WS-EVA-COMENTARIO   TO EVA-COMENTARIO.
           MOVE ZEROS               TO EVA-CUARTIL
                                       EVA-SUELDO-ACTUAL
                                       EVA-PCT-MATRIZ
                                       EVA-PCT-PROPUESTO
                                       EVA-SUELDO-PROPUESTO.
           MOVE SPACES              TO EVA-OPE-AJUSTE.
           MOVE "C"                 TO EVA-ESTADO.

           IF FL-EVA = "00"
             REWRITE EVA-DATOS
           ELSE
             WRITE EVA-DATOS
           END-IF.

           IF FL-EVA = "00"
             DISPLAY "CALIFICACION REGISTRADA CORRECTAMENTE"
           ELSE
             DISPLAY "ERROR AL GRABAR LA CALIFICACION - " FL-EVA
           END-IF.

       4000-GENERAR-PROPUESTA.
      *------------------------
      *    RECALCULA LAS CALIFICADAS Y LAS PROPUESTAS SIN AJUSTE;
      *    LAS AJUSTADAS POR TALENTO HUMANO Y LAS YA ENVIADAS A
      *    APROBACION SE RESPETAN.
           PERFORM 1200-PEDIR-EMPRESA-CICLO.

           PERFORM 2200-MOSTRAR-MATRIZ.

           IF WS-MME-FILAS < 5
             DISPLAY "LA MATRIZ DEL CICLO ESTA INCOMPLETA; "
                 "REGISTRELA ANTES DE GENERAR LA PROPUESTA"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-TOTALES-PROPUESTA.

           MOVE LOW-VALUES    TO EVA-CLAVE.
           MOVE WS-CIA-CODIGO TO EVA-COD-EMPRESA.
           MOVE WS-CICLO      TO EVA-CICLO.

           START ARCHIVO-EVALUACIONES KEY IS NOT LESS THAN EVA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EVA
           END-START.

           IF FL-EVA = "00"
             PERFORM 4010-LEER-EVALUACION
           END-IF.

           PERFORM UNTIL FL-EVA NOT = "00" OR
                   EVA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EVA-CICLO NOT = WS-CICLO
             ADD 1 TO WS-TOT-CALIFICADOS
             EVALUATE EVA-ESTADO
                 WHEN "C"
                 WHEN "P"
                   PERFORM 4100-PROPONER-EMPLEADO
                 WHEN "J"
                   ADD 1 TO WS-TOT-AJUSTADOS
                 WHEN "E"
                   ADD 1 TO WS-TOT-ENVIADOS
             END-EVALUATE
             PERFORM 4010-LEER-EVALUACION
           END-PERFORM.

           DISPLAY WS-DECORADOR.
           DISPLAY "EVALUACIONES DEL CICLO:        " WS-TOT-CALIFICADOS.
           DISPLAY "PROPUESTAS GENERADAS:          " WS-TOT-PROPUESTOS.
           DISPLAY "  LIMITADAS AL MAXIMO DE BANDA: " WS-TOT-TOPADOS.
           DISPLAY "AJUSTADAS (SE RESPETAN):       " WS-TOT-AJUSTADOS.
           DISPLAY "YA ENVIADAS A APROBACION:      " WS-TOT-ENVIADOS.
           DISPLAY "OMITIDAS:                      " WS-TOT-OMITIDOS.
           DISPLAY WS-DECORADOR.

       4010-LEER-EVALUACION.
      *----------------------
           READ ARCHIVO-EVALUACIONES NEXT RECORD
           END-READ.

       4100-PROPONER-EMPLEADO.
      *------------------------
           MOVE EVA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP NOT = "00" OR EMP-ESTADO NOT = "A"
             ADD 1 TO WS-TOT-OMITIDOS
             DISPLAY "OMITIDO " EVA-COD-EMPLEADO
                 " - EL EMPLEADO YA NO ESTA ACTIVO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 4200-UBICAR-EN-BANDA.

           IF WS-CUARTIL = ZERO
             ADD 1 TO WS-TOT-OMITIDOS
             DISPLAY "OMITIDO " EVA-COD-EMPLEADO
                 " - EL CARGO " EMP-COD-CARGO
                 " NO TIENE BANDA SALARIAL DEFINIDA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO    TO MME-COD-EMPRESA.
           MOVE WS-CICLO         TO MME-CICLO.
           MOVE EVA-CALIFICACION TO MME-CALIFICACION.
           READ ARCHIVO-MATRIZ-MERITO
           END-READ.

           IF FL-MME NOT = "00"
             ADD 1 TO WS-TOT-OMITIDOS
             DISPLAY "OMITIDO " EVA-COD-EMPLEADO
                 " - SIN FILA DE MATRIZ PARA LA CALIFICACION "
                 EVA-CALIFICACION
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUARTIL                  TO EVA-CUARTIL.
           MOVE EMP-SUELDO-ACTUAL           TO EVA-SUELDO-ACTUAL.
           MOVE MME-PCT-CUARTIL(WS-CUARTIL) TO EVA-PCT-MATRIZ.
           MOVE MME-PCT-CUARTIL(WS-CUARTIL) TO EVA-PCT-PROPUESTO.

           PERFORM 4300-CALCULAR-PROPUESTA.

           MOVE WS-SUELDO-CALCULADO TO EVA-SUELDO-PROPUESTO.
           MOVE SPACES              TO EVA-OPE-AJUSTE.
           MOVE "P"                 TO EVA-ESTADO.

           REWRITE EVA-DATOS.

           IF FL-EVA = "00"
             ADD 1 TO WS-TOT-PROPUESTOS
             IF WS-LIMITADO-A-TOPE
               ADD 1 TO WS-TOT-TOPADOS
             END-IF
           ELSE
             ADD 1 TO WS-TOT-OMITIDOS
             DISPLAY "ERROR AL GRABAR LA PROPUESTA DE "
                 EVA-COD-EMPLEADO " - " FL-EVA
           END-IF.

           MOVE "00" TO FL-EVA.

       4200-UBICAR-EN-BANDA.
      *----------------------
           MOVE ZERO TO WS-CUARTIL.

           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           READ ARCHIVO-CARGOS
           END-READ.

           IF FL-CAR NOT = "00" OR
              CAR-SUELDO-MAXIMO <= CAR-SUELDO-MINIMO
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN EMP-SUELDO-ACTUAL <= CAR-SUELDO-MINIMO
                 MOVE 1 TO WS-CUARTIL
               WHEN EMP-SUELDO-ACTUAL >= CAR-SUELDO-MAXIMO
                 MOVE 4 TO WS-CUARTIL
               WHEN OTHER
                 COMPUTE WS-AMPLITUD-BANDA =
                     CAR-SUELDO-MAXIMO - CAR-SUELDO-MINIMO
                 COMPUTE WS-POSICION-BANDA =
                     (EMP-SUELDO-ACTUAL - CAR-SUELDO-MINIMO) * 100
                     / WS-AMPLITUD-BANDA
                 EVALUATE TRUE
                     WHEN WS-POSICION-BANDA < 25
                       MOVE 1 TO WS-CUARTIL
                     WHEN WS-POSICION-BANDA < 50
                       MOVE 2 TO WS-CUARTIL
                     WHEN WS-POSICION-BANDA < 75
                       MOVE 3 TO WS-CUARTIL
                     WHEN OTHER
                       MOVE 4 TO WS-CUARTIL
                 END-EVALUATE
           END-EVALUATE.

       4300-CALCULAR-PROPUESTA.
      *-------------------------
      *    EL SUELDO PROPUESTO NO PUEDE PASAR EL MAXIMO DE LA BANDA
      *    DEL CARGO, LA MISMA REGLA DEL MANTENIMIENTO DE EMPLEADOS;
      *    SE LIMITA AL MAXIMO Y SE MARCA PARA SU REVISION.
      *    REQUIERE EL CARGO DEL EMPLEADO LEIDO EN ARCHIVO-CARGOS.
           MOVE 0 TO WS-BANDERA-TOPE.

           COMPUTE WS-SUELDO-CALCULADO ROUNDED =
               EVA-SUELDO-ACTUAL +
               (EVA-SUELDO-ACTUAL * EVA-PCT-PROPUESTO / 100).

           IF WS-SUELDO-CALCULADO > CAR-SUELDO-MAXIMO
             MOVE 1 TO WS-BANDERA-TOPE
             IF EVA-SUELDO-ACTUAL < CAR-SUELDO-MAXIMO
               MOVE CAR-SUELDO-MAXIMO TO WS-SUELDO-CALCULADO
             ELSE
               MOVE EVA-SUELDO-ACTUAL TO WS-SUELDO-CALCULADO
             END-IF
           END-IF.

       5000-AJUSTAR-PROPUESTA.
      *------------------------
           PERFORM 1400-LEER-EVALUACION.

           IF FL-EVA NOT = "00"
             DISPLAY "EL EMPLEADO NO TIENE EVALUACION EN EL CICLO "
                 WS-CICLO
             EXIT PARAGRAPH
           END-IF.

           IF EVA-ESTADO NOT = "P" AND EVA-ESTADO NOT = "J"
             DISPLAY "SOLO SE AJUSTAN PROPUESTAS GENERADAS Y AUN NO "
                 "ENVIADAS A APROBACION (ESTADO " EVA-ESTADO ")"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9100-MOSTRAR-EVALUACION.

           MOVE EVA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00"
             MOVE EMP-COD-CARGO TO CAR-CODIGO
             READ ARCHIVO-CARGOS
             END-READ
           END-IF.

           IF FL-EMP NOT = "00" OR FL-CAR NOT = "00"
             DISPLAY "NO SE PUDO LEER EL EMPLEADO O SU CARGO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "BANDA DEL CARGO: " CAR-SUELDO-MINIMO " - "
               CAR-SUELDO-MAXIMO.
           DISPLAY "INGRESE EL NUEVO PORCENTAJE DE INCREMENTO: ".
           ACCEPT WS-EVA-PCT-AJUSTE.

           IF WS-EVA-PCT-AJUSTE IS NOT NUMERIC
             DISPLAY "ERROR AL INGRESAR EL PORCENTAJE"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EVA-PCT-AJUSTE TO EVA-PCT-PROPUESTO.
           PERFORM 4300-CALCULAR-PROPUESTA.

           IF WS-LIMITADO-A-TOPE
             DISPLAY "EL SUELDO RESULTANTE SUPERA EL MAXIMO DE LA "
                 "BANDA; SE PROPONE " WS-SUELDO-CALCULADO
           END-IF.

           DISPLAY "SUELDO ACTUAL " EVA-SUELDO-ACTUAL
               " PROPUESTO " WS-SUELDO-CALCULADO.
           DISPLAY "CONFIRMA EL AJUSTE (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "AJUSTE CANCELADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-SUELDO-CALCULADO TO EVA-SUELDO-PROPUESTO.
           MOVE LK-OPERADOR         TO EVA-OPE-AJUSTE.
           MOVE "J"                 TO EVA-ESTADO.

           REWRITE EVA-DATOS.

           IF FL-EVA = "00"
             DISPLAY "PROPUESTA AJUSTADA CORRECTAMENTE"
           ELSE
             DISPLAY "ERROR AL GRABAR EL AJUSTE - " FL-EVA
           END-IF.

       6000-CONSULTAR-EVALUACION.
      *---------------------------
           PERFORM 1400-LEER-EVALUACION.

           IF FL-EVA NOT = "00"
             DISPLAY "EL EMPLEADO NO TIENE EVALUACION EN EL CICLO "
                 WS-CICLO
             EXIT PARAGRAPH
           END-IF.

           MOVE LK-OPERADOR      TO WS-CNF-OPERADOR.
           MOVE "GES-EVA "       TO WS-CNF-PROGRAMA.
           MOVE EVA-COD-EMPLEADO TO WS-CNF-COD-EMPLEADO.
           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF NOT WS-PUEDE-VER-SUELDOS
             DISPLAY "NO TIENE ACCESO A LA EVALUACION DE ESTE "
                 "EMPLEADO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9100-MOSTRAR-EVALUACION.

           IF EVA-ESTADO = "E"
             MOVE EVA-CPD-SECUENCIA TO CPD-SECUENCIA
             READ ARCHIVO-CAMBIOS-PEND
             END-READ
             IF FL-CPD = "00"
               DISPLAY "SOLICITUD DE CAMBIO " CPD-SECUENCIA
                   " ESTADO " CPD-ESTADO
                   " (P=PENDIENTE A=APROBADA R=RECHAZADA)"
             END-IF
           END-IF.

       7000-LISTADO-PROPUESTA.
      *------------------------
      *    LISTADO PARA LA REVISION DE TALENTO HUMANO: UNA LINEA POR
      *    EVALUADO CON CALIFICACION, CUARTIL, PORCENTAJE Y SUELDOS,
      *    EL COSTO TOTAL DEL INCREMENTO Y LOS ACTIVOS SIN CALIFICAR.
           PERFORM 1200-PEDIR-EMPRESA-CICLO.

           INITIALIZE WS-TOTALES-PROPUESTA.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-EVA "    TO WS-RPT-NOMBRE.
           MOVE "PROPUESTA DE INCREMENTOS POR MERITO"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-CICLO      TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO EVA-CLAVE.
           MOVE WS-CIA-CODIGO TO EVA-COD-EMPRESA.
           MOVE WS-CICLO      TO EVA-CICLO.

           START ARCHIVO-EVALUACIONES KEY IS NOT LESS THAN EVA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EVA
           END-START.

           IF FL-EVA = "00"
             PERFORM 4010-LEER-EVALUACION
           END-IF.

           PERFORM UNTIL FL-EVA NOT = "00" OR
                   EVA-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   EVA-CICLO NOT = WS-CICLO
             PERFORM 7100-IMPRIMIR-EVALUADO
             PERFORM 4010-LEER-EVALUACION
           END-PERFORM.

           PERFORM 7200-LISTAR-SIN-CALIFICAR.

           IF WS-TOT-SUELDO-ACTUAL > ZEROS
             COMPUTE WS-PCT-PROMEDIO ROUNDED =
                 WS-TOT-INCREMENTO * 100 / WS-TOT-SUELDO-ACTUAL
           ELSE
             MOVE ZERO TO WS-PCT-PROMEDIO
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: EVALUADOS " WS-TOT-CALIFICADOS
               " CON PROPUESTA " WS-TOT-PROPUESTOS
               " AJUSTADAS " WS-TOT-AJUSTADOS
               " ENVIADAS " WS-TOT-ENVIADOS
               " AL TOPE " WS-TOT-TOPADOS
               " SIN CALIFICAR " WS-TOT-SIN-CALIFICAR
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "MASA ACTUAL " WS-TOT-SUELDO-ACTUAL
               " PROPUESTA " WS-TOT-SUELDO-NUEVO
               " INCREMENTO " WS-TOT-INCREMENTO
               " (" WS-PCT-PROMEDIO " %)"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       7100-IMPRIMIR-EVALUADO.
      *------------------------
           ADD 1 TO WS-TOT-CALIFICADOS.

           IF EVA-ESTADO = "C"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING EVA-COD-EMPLEADO " CALIF " EVA-CALIFICACION
                 " EVALUADOR " EVA-COD-EVALUADOR
                 " SIN PROPUESTA GENERADA"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             EXIT PARAGRAPH
           END-IF.

           EVALUATE EVA-ESTADO
               WHEN "P"
                 ADD 1 TO WS-TOT-PROPUESTOS
               WHEN "J"
                 ADD 1 TO WS-TOT-AJUSTADOS
               WHEN "E"
                 ADD 1 TO WS-TOT-ENVIADOS
           END-EVALUATE.

           MOVE SPACES TO WS-MARCA-TOPE.
           MOVE EVA-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP = "00"
             MOVE EMP-COD-CARGO TO CAR-CODIGO
             READ ARCHIVO-CARGOS
             END-READ
             IF FL-CAR = "00" AND
                EVA-SUELDO-PROPUESTO >= CAR-SUELDO-MAXIMO
               MOVE "*TOPE*" TO WS-MARCA-TOPE
               ADD 1 TO WS-TOT-TOPADOS
             END-IF
           ELSE
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           ADD EVA-SUELDO-ACTUAL    TO WS-TOT-SUELDO-ACTUAL.
           ADD EVA-SUELDO-PROPUESTO TO WS-TOT-SUELDO-NUEVO.
           IF EVA-SUELDO-PROPUESTO > EVA-SUELDO-ACTUAL
             COMPUTE WS-TOT-INCREMENTO = WS-TOT-INCREMENTO +
                 EVA-SUELDO-PROPUESTO - EVA-SUELDO-ACTUAL
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING EVA-COD-EMPLEADO " " EMP-NOMBRES(1:25)
               " CALIF " EVA-CALIFICACION
               " Q" EVA-CUARTIL
               " MATRIZ " EVA-PCT-MATRIZ
               " PROP " EVA-PCT-PROPUESTO
               " ACTUAL " EVA-SUELDO-ACTUAL
               " NUEVO " EVA-SUELDO-PROPUESTO
               " " EVA-ESTADO " " WS-MARCA-TOPE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       7200-LISTAR-SIN-CALIFICAR.
      *---------------------------
      *    ACTIVOS DE LA EMPRESA QUE SU SUPERVISOR AUN NO CALIFICA
      *    EN EL CICLO, PARA EL SEGUIMIENTO DEL CIERRE DEL CICLO.
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 7210-LEER-EMPLEADO
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-ESTADO = "A" AND EMP-COD-EMPRESA = WS-CIA-CODIGO
               MOVE WS-CIA-CODIGO TO EVA-COD-EMPRESA
               MOVE WS-CICLO      TO EVA-CICLO
               MOVE EMP-CLAVE     TO EVA-COD-EMPLEADO
               READ ARCHIVO-EVALUACIONES
               END-READ
               IF FL-EVA NOT = "00"
                 ADD 1 TO WS-TOT-SIN-CALIFICAR
                 MOVE SPACES TO WS-LINEA-SPOOL
                 STRING EMP-CLAVE " " EMP-NOMBRES(1:25)
                     " SIN CALIFICAR - SUPERVISOR "
                     EMP-COD-SUPERVISOR
                     DELIMITED BY SIZE INTO WS-LINEA-SPOOL
                 END-STRING
                 PERFORM 9000-ESCRIBIR-LINEA
               END-IF
             END-IF
             PERFORM 7210-LEER-EMPLEADO
           END-PERFORM.

       7210-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9100-MOSTRAR-EVALUACION.
      *-------------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADO:      " EVA-COD-EMPLEADO
               " CICLO " EVA-CICLO.
           DISPLAY "EVALUADOR:     " EVA-COD-EVALUADOR
               " REGISTRO " EVA-OPE-REGISTRO " EL " EVA-FEC-EVA-AA
               "-" EVA-FEC-EVA-MM "-" EVA-FEC-EVA-DD.
           DISPLAY "CALIFICACION:  " EVA-CALIFICACION.
           DISPLAY "COMENTARIO:    " EVA-COMENTARIO.
           DISPLAY "ESTADO:        " EVA-ESTADO
               " (C=CALIFICADO P=PROPUESTA J=AJUSTADA "
               "E=ENVIADA)".
           IF EVA-ESTADO NOT = "C"
             DISPLAY "CUARTIL BANDA: " EVA-CUARTIL
                 " % MATRIZ " EVA-PCT-MATRIZ
                 " % PROPUESTO " EVA-PCT-PROPUESTO
             DISPLAY "SUELDO:        " EVA-SUELDO-ACTUAL
                 " PROPUESTO " EVA-SUELDO-PROPUESTO
           END-IF.
           IF EVA-OPE-AJUSTE NOT = SPACES
             DISPLAY "AJUSTADO POR:  " EVA-OPE-AJUSTE
           END-IF.
           DISPLAY WS-DECORADOR.
