      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-EQP.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-EQP.cpy".
            COPY "./Copys/FISI-OFI.cpy".

            SELECT ARCHIVO-ORDEN
              ASSIGN TO "../Archivos/Trabajo-EQP-Orden.tmp".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-EQP.cpy".
            COPY "./Copys/LOGI-OFI.cpy".

      *    LOS EQUIPOS PENDIENTES DE DEVOLUCION SE CLASIFICAN POR LA
      *    OFICINA ACTUAL DEL EMPLEADO PARA QUE CADA OFICINA RECUPERE
      *    LO QUE ENTREGO.
       SD  ARCHIVO-ORDEN.
       01  ORD-DATOS.
           03 ORD-COD-OFICINA       PIC 9(3).
           03 ORD-EQP               PIC X(200).

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-EQP                  PIC XX.
       01  FL-OFI                  PIC XX.

       01  WS-PARAMETROS-REPORTE.
           03 WS-REP-OFICINA        PIC 9(3).
           03 WS-REP-SOLO-BAJAS     PIC X(1).
           03 WS-CIA-CODIGO         PIC 9(3).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-FIN-ORDEN     PIC 9.
           88 WS-ORDEN-AGOTADO      VALUE 1.
           88 WS-ORDEN-CON-DATOS    VALUE 0.

      *    CORTE DE CONTROL POR OFICINA.
       01  WS-OFICINA-CORTE         PIC 9(3).
       01  WS-NOMBRE-OFICINA        PIC X(30).
       01  WS-NOMBRE-EMPLEADO       PIC X(25).
       01  WS-DESC-SITUACION        PIC X(6).

       01  WS-CONTADORES-OFICINA.
           03 WS-OFI-ITEMS          PIC 9(5).
           03 WS-OFI-VALOR          PIC 9(10)V9(2).
           03 WS-OFI-DEPRECIADO     PIC 9(10)V9(2).

       01  WS-CONTADORES-GENERAL.
           03 WS-TOT-OFICINAS       PIC 9(3).
           03 WS-TOT-ITEMS          PIC 9(6).
           03 WS-TOT-VALOR          PIC 9(10)V9(2).
           03 WS-TOT-DEPRECIADO     PIC 9(10)V9(2).

      *    DEPRECIACION EN LINEA RECTA POR MESES TRANSCURRIDOS DESDE
      *    LA ENTREGA HASTA LA FECHA DE CORTE.
       01  WS-DEPRECIACION.
           03 WS-DEP-MESES          PIC S9(5).
           03 WS-DEP-VALOR          PIC 9(8)V9(2).

       01  WS-VALOR-EDIT            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DEPRE-EDIT            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DEP-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-IMPRESION.
           03 WS-IMP-AA             PIC 9(4).
           03 FILLER                PIC X(1) VALUE "-".
           03 WS-IMP-MM             PIC 9(2).
           03 FILLER                PIC X(1) VALUE "-".
           03 WS-IMP-DD             PIC 9(2).

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
             SORT ARCHIVO-ORDEN
                 ON ASCENDING KEY ORD-COD-OFICINA
                                  ORD-EQP
                 INPUT PROCEDURE IS 4000-EXTRAER-EQUIPOS
                 OUTPUT PROCEDURE IS 5000-IMPRIMIR-OFICINAS
             PERFORM 7000-CERRAR-REPORTE
             PERFORM 1000-CERRAR-ARCHIVOS
           ELSE
             DISPLAY "NO SE GENERO EL REPORTE DE EQUIPOS PENDIENTES"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-OFICINAS.

           OPEN INPUT ARCHIVO-EQUIPOS.
           IF FL-EQP NOT = "00"
             OPEN OUTPUT ARCHIVO-EQUIPOS
             CLOSE ARCHIVO-EQUIPOS
             OPEN INPUT ARCHIVO-EQUIPOS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-EQUIPOS.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   EQUIPOS PENDIENTES DE DEVOLUCION POR OFICINA".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           DISPLAY "CODIGO DE LA OFICINA (0 = TODAS): ".
           ACCEPT WS-REP-OFICINA.
           DISPLAY "SOLO EMPLEADOS DADOS DE BAJA (S/N)? ".
           ACCEPT WS-REP-SOLO-BAJAS.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-REP-OFICINA IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA OFICINA"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

           IF WS-REP-SOLO-BAJAS = "s"
             MOVE "S" TO WS-REP-SOLO-BAJAS
           END-IF.

       3000-ABRIR-REPORTE.
      *--------------------
           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-EQP"     TO WS-RPT-NOMBRE.
           MOVE "EQUIPOS PENDIENTES DE DEVOLUCION POR OFICINA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-" WS-FEC-MM
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           INITIALIZE WS-CONTADORES-GENERAL.

       4000-EXTRAER-EQUIPOS.
      *----------------------
           MOVE LOW-VALUES    TO EQP-CLAVE.
           MOVE WS-CIA-CODIGO TO EQP-COD-EMPRESA.

           START ARCHIVO-EQUIPOS
               KEY IS NOT LESS THAN EQP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EQP
           END-START.

           IF FL-EQP = "00"
             PERFORM 4010-LEER-EQUIPO
           END-IF.

           PERFORM UNTIL FL-EQP NOT = "00" OR
                   EQP-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF EQP-ESTADO = "A" AND EQP-DEVOLUCION = "P"
               PERFORM 4020-LIBERAR-EQUIPO
             END-IF
             PERFORM 4010-LEER-EQUIPO
           END-PERFORM.

       4010-LEER-EQUIPO.
      *------------------
           READ ARCHIVO-EQUIPOS NEXT RECORD
           END-READ.

       4020-LIBERAR-EQUIPO.
      *---------------------
      *    SI EL EMPLEADO YA NO ESTA EN EL MAESTRO EL EQUIPO QUEDA
      *    EN LA OFICINA 0 PARA QUE NO SE PIERDA DE VISTA.
           MOVE EQP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00"
             MOVE EMP-COD-OFICINA TO ORD-COD-OFICINA
             IF WS-REP-SOLO-BAJAS = "S" AND EMP-ESTADO = "A"
               EXIT PARAGRAPH
             END-IF
           ELSE
             MOVE ZEROS TO ORD-COD-OFICINA
           END-IF.

           IF WS-REP-OFICINA > ZEROS AND
              ORD-COD-OFICINA NOT = WS-REP-OFICINA
             EXIT PARAGRAPH
           END-IF.

           MOVE EQP-DATOS TO ORD-EQP.
           RELEASE ORD-DATOS.

       5000-IMPRIMIR-OFICINAS.
      *------------------------
           MOVE 0 TO WS-BANDERA-FIN-ORDEN.

           PERFORM 5010-RETORNAR-ORDEN.

           IF WS-ORDEN-AGOTADO
             MOVE "SIN EQUIPOS PENDIENTES DE DEVOLUCION"
               TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           PERFORM UNTIL WS-ORDEN-AGOTADO
             MOVE ORD-COD-OFICINA TO WS-OFICINA-CORTE
             PERFORM 5100-ENCABEZADO-OFICINA
             PERFORM UNTIL WS-ORDEN-AGOTADO OR
                     ORD-COD-OFICINA NOT = WS-OFICINA-CORTE
               PERFORM 5200-IMPRIMIR-EQUIPO
               PERFORM 5010-RETORNAR-ORDEN
             END-PERFORM
             PERFORM 5300-TOTAL-OFICINA
           END-PERFORM.

       5010-RETORNAR-ORDEN.
      *---------------------
           RETURN ARCHIVO-ORDEN
             AT END
               MOVE 1 TO WS-BANDERA-FIN-ORDEN
           END-RETURN.

       5100-ENCABEZADO-OFICINA.
      *-------------------------
           INITIALIZE WS-CONTADORES-OFICINA.
           ADD 1 TO WS-TOT-OFICINAS.

           MOVE WS-OFICINA-CORTE TO OFI-CLAVE.
           READ ARCHIVO-OFICINAS
           END-READ.
           IF FL-OFI = "00"
             MOVE OFI-DESCRIPCION TO WS-NOMBRE-OFICINA
           ELSE
             MOVE "OFICINA NO REGISTRADA" TO WS-NOMBRE-OFICINA
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OFICINA: " WS-OFICINA-CORTE " " WS-NOMBRE-OFICINA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EMPLEADO NOMBRE                    SIT.   SEC T "
               "DESCRIPCION                    SERIE                "
               "ENTREGA            VALOR    DEPRECIADO"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5200-IMPRIMIR-EQUIPO.
      *----------------------
           MOVE ORD-EQP TO EQP-DATOS.

           MOVE EQP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP = "00"
             MOVE EMP-NOMBRES TO WS-NOMBRE-EMPLEADO
             IF EMP-ESTADO = "A"
               MOVE "ACTIVO" TO WS-DESC-SITUACION
             ELSE
               MOVE "BAJA"   TO WS-DESC-SITUACION
             END-IF
           ELSE
             MOVE "NO REGISTRADO" TO WS-NOMBRE-EMPLEADO
             MOVE "BAJA"          TO WS-DESC-SITUACION
           END-IF.

           PERFORM 8000-CALCULAR-DEPRECIADO.

           MOVE EQP-FEC-ENT-AA TO WS-IMP-AA.
           MOVE EQP-FEC-ENT-MM TO WS-IMP-MM.
           MOVE EQP-FEC-ENT-DD TO WS-IMP-DD.
           MOVE EQP-VALOR      TO WS-VALOR-EDIT.
           MOVE WS-DEP-VALOR   TO WS-DEPRE-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING EQP-COD-EMPLEADO " " WS-NOMBRE-EMPLEADO " "
               WS-DESC-SITUACION " " EQP-SECUENCIA " "
               EQP-TIPO-ITEM " " EQP-DESCRIPCION " " EQP-SERIE " "
               WS-FECHA-IMPRESION " " WS-VALOR-EDIT " "
               WS-DEPRE-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           ADD 1            TO WS-OFI-ITEMS.
           ADD EQP-VALOR    TO WS-OFI-VALOR.
           ADD WS-DEP-VALOR TO WS-OFI-DEPRECIADO.

       5300-TOTAL-OFICINA.
      *--------------------
           MOVE WS-OFI-VALOR      TO WS-TOTAL-EDIT.
           MOVE WS-OFI-DEPRECIADO TO WS-TOTAL-DEP-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  ITEMS PENDIENTES: " WS-OFI-ITEMS
               "  VALOR ENTREGADO: " WS-TOTAL-EDIT
               "  VALOR DEPRECIADO: " WS-TOTAL-DEP-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           ADD WS-OFI-ITEMS      TO WS-TOT-ITEMS.
           ADD WS-OFI-VALOR      TO WS-TOT-VALOR.
           ADD WS-OFI-DEPRECIADO TO WS-TOT-DEPRECIADO.

       7000-CERRAR-REPORTE.
      *---------------------
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-TOT-VALOR      TO WS-TOTAL-EDIT.
           MOVE WS-TOT-DEPRECIADO TO WS-TOTAL-DEP-EDIT.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OFICINAS: " WS-TOT-OFICINAS
               "  ITEMS: " WS-TOT-ITEMS
               "  VALOR ENTREGADO: " WS-TOTAL-EDIT
               "  VALOR DEPRECIADO: " WS-TOTAL-DEP-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-CALCULAR-DEPRECIADO.
      *--------------------------
      *    VALOR * (VIDA UTIL - MESES TRANSCURRIDOS) / VIDA UTIL, SIN
      *    BAJAR DE CERO. VIDA UTIL 0 = EL ITEM NO SE DEPRECIA.
           COMPUTE WS-DEP-MESES =
               (WS-FEC-AA * 12 + WS-FEC-MM) -
               (EQP-FEC-ENT-AA * 12 + EQP-FEC-ENT-MM).

           EVALUATE TRUE
               WHEN EQP-VIDA-UTIL = ZEROS OR WS-DEP-MESES <= ZEROS
                 MOVE EQP-VALOR TO WS-DEP-VALOR
               WHEN WS-DEP-MESES >= EQP-VIDA-UTIL
                 MOVE ZEROS TO WS-DEP-VALOR
               WHEN OTHER
                 COMPUTE WS-DEP-VALOR ROUNDED =
                     EQP-VALOR * (EQP-VIDA-UTIL - WS-DEP-MESES) /
                     EQP-VIDA-UTIL
           END-EVALUATE.

       9000-ESCRIBIR-LINEA.
      *---------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.
