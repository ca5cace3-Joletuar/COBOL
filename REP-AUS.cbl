            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-TUR.cpy".
            COPY "./Copys/FISI-ROS.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-TUR.cpy".
            COPY "./Copys/LOGI-ROS.cpy".

       WORKING-STORAGE SECTION.

       01  FL-OFI                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-TUR                  PIC XX.
       01  FL-ROS                  PIC XX.

       01  WS-PARAMETROS-REPORTE.
           03 WS-CIA-CODIGO         PIC 9(3).
       01  WS-CONTADORES.
           03 WS-TOTAL-AUSENCIAS    PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-SOLAPES      PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-DIAS-TURNO   PIC 9(6) VALUE ZERO.

       01  WS-AUSENCIA-DESDE        PIC 9(8).
       01  WS-AUSENCIA-HASTA        PIC 9(8).
       01  WS-HEX-DIA-FIN           PIC 9(8).
       01  WS-FECHA-DES-NUM         PIC 9(8).

      *    DIAS DE TURNO AFECTADOS POR LA AUSENCIA: CADA DIA SE MIDE
      *    CONTRA EL TURNO DEL ROL PARA ESA FECHA O, SIN ENTRADA EN EL
      *    ROL, CONTRA EL TURNO FIJO DEL EMPLEADO. UN DIA CUENTA SI EL
      *    TURNO TIENE HORARIO ACTIVO PARA ESE DIA DE LA SEMANA.
       01  WS-CONTROL-TURNO.
           03 WS-DIA-AUX            PIC 9(8).
           03 WS-FECHA-AUX          PIC 9(8).
           03 WS-TURNO-DEL-DIA      PIC 9(2).
           03 WS-TURNO-PRIMER-DIA   PIC 9(2).
           03 WS-DIAS-TURNO         PIC 9(3).
           03 WS-BANDERA-TURNO      PIC 9.
               88 WS-CON-TURNO          VALUE 1.
               88 WS-SIN-TURNO          VALUE 0.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
           OPEN INPUT ARCHIVO-DESCUENTOS.
           OPEN INPUT ARCHIVO-HORAS-EXTRAS.

           OPEN INPUT ARCHIVO-TURNOS.
           IF FL-TUR NOT = "00"
             OPEN OUTPUT ARCHIVO-TURNOS
             CLOSE ARCHIVO-TURNOS
             OPEN INPUT ARCHIVO-TURNOS
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
           CLOSE ARCHIVO-OFICINAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-TURNOS.
           CLOSE ARCHIVO-ROL-TURNOS.

       2000-PEDIR-PARAMETROS.
      *----------------------

           DISPLAY WS-DECORADOR.
           DISPLAY "AUSENCIAS DEL MES:        " WS-TOTAL-AUSENCIAS.
           DISPLAY "DIAS DE TURNO AFECTADOS:  " WS-TOTAL-DIAS-TURNO.

       3010-LEER-OFICINA.
      *-------------------
                   " DESDE " DES-FECHA-NOVEDAD
                   " POR " DES-DIAS " DIAS"
                   " (APROBACION " DES-ESTADO-APROBACION ")"
               PERFORM 3042-CONTAR-DIAS-TURNO
               IF WS-CON-TURNO
                 ADD WS-DIAS-TURNO TO WS-TOTAL-DIAS-TURNO
                 DISPLAY "      TURNO " WS-TURNO-PRIMER-DIA
                     " AL INICIO - DIAS DE TURNO AFECTADOS: "
                     WS-DIAS-TURNO
               ELSE
                 ADD DES-DIAS TO WS-TOTAL-DIAS-TURNO
                 DISPLAY "      SIN TURNO ASIGNADO - SE TOMAN LOS "
                     DES-DIAS " DIAS CALENDARIO"
               END-IF
             END-IF
             PERFORM 3041-LEER-DESCUENTO
           END-PERFORM.
           READ ARCHIVO-DESCUENTOS NEXT RECORD
           END-READ.

       3042-CONTAR-DIAS-TURNO.
      *------------------------
           MOVE ZEROS TO WS-DIAS-TURNO WS-TURNO-PRIMER-DIA.
           MOVE 0 TO WS-BANDERA-TURNO.

           COMPUTE WS-FECHA-DES-NUM =
               DES-FEC-NOVE-AA * 10000 +
               DES-FEC-NOVE-MM * 100 + DES-FEC-NOVE-DD.
           COMPUTE WS-AUSENCIA-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DES-NUM).
           COMPUTE WS-AUSENCIA-HASTA =
               WS-AUSENCIA-DESDE + DES-DIAS - 1.

           PERFORM VARYING WS-DIA-AUX FROM WS-AUSENCIA-DESDE BY 1
                   UNTIL WS-DIA-AUX > WS-AUSENCIA-HASTA
             PERFORM 3043-RESOLVER-TURNO
             IF WS-DIA-AUX = WS-AUSENCIA-DESDE
               MOVE WS-TURNO-DEL-DIA TO WS-TURNO-PRIMER-DIA
             END-IF
             IF WS-TURNO-DEL-DIA > ZEROS
               MOVE 1 TO WS-BANDERA-TURNO
               MOVE WS-TURNO-DEL-DIA TO TUR-CODIGO
               COMPUTE TUR-DIA-SEMANA = FUNCTION MOD(WS-DIA-AUX 7)
               READ ARCHIVO-TURNOS
               END-READ
               IF FL-TUR = "00" AND TUR-ESTADO = "A"
                 ADD 1 TO WS-DIAS-TURNO
               END-IF
             END-IF
           END-PERFORM.

       3043-RESOLVER-TURNO.
      *---------------------
           MOVE EMP-COD-TURNO TO WS-TURNO-DEL-DIA.

           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(
               WS-DIA-AUX).

           MOVE EMP-CLAVE    TO ROS-COD-EMPLEADO.
           MOVE WS-FECHA-AUX TO ROS-FECHA.
           READ ARCHIVO-ROL-TURNOS
           END-READ.

           IF FL-ROS = "00" AND ROS-ESTADO = "A" AND
              ROS-COD-TURNO > ZEROS
             MOVE ROS-COD-TURNO TO WS-TURNO-DEL-DIA
           END-IF.

       4000-CRUZAR-CONTRA-HORAS.
      *--------------------------
      *    CRUCE DEL PERIODO: TODA HORA EXTRA DEL MES CUYO RANGO
