      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-MAT.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-MAT.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-MAT.cpy".

       WORKING-STORAGE SECTION.

       01  FL-MAT                  PIC XX.

      *    DIAS DE UN RANGO DE FECHAS CUBIERTOS POR LAS LICENCIAS DE
      *    MATERNIDAD, PATERNIDAD Y LACTANCIA VIGENTES DEL EMPLEADO,
      *    Y SI ALGUN DIA DEL RANGO CAE DENTRO DEL FUERO CONTRA EL
      *    DESPIDO.
       01  WS-RANGO-CONSULTA.
           03 WS-DIA-DESDE          PIC 9(8).
           03 WS-DIA-HASTA          PIC 9(8).

       01  WS-RANGO-LICENCIA.
           03 WS-LIC-DIA-INI        PIC 9(8).
           03 WS-LIC-DIA-FIN        PIC 9(8).
           03 WS-LIC-DIAS           PIC 9(5).
           03 WS-FECHA-AUX          PIC 9(8).

       LINKAGE SECTION.
      *----------------

       01  LK-CONTROL-MAT.
           03 LK-MAT-EMPRESA        PIC 9(3).
           03 LK-MAT-EMPLEADO       PIC 9(8).
           03 LK-MAT-DESDE          PIC 9(8).
           03 LK-MAT-HASTA          PIC 9(8).
           03 LK-MAT-DIAS-MATERNIDAD PIC 9(5).
           03 LK-MAT-DIAS-PATERNIDAD PIC 9(5).
           03 LK-MAT-DIAS-LACTANCIA PIC 9(5).
           03 LK-MAT-HORAS-LACTANCIA PIC 9(1).
           03 LK-MAT-FUERO          PIC X(1).
               88 LK-MAT-CON-FUERO      VALUE "S".
           03 LK-MAT-FIN-FUERO      PIC 9(8).

       PROCEDURE DIVISION USING LK-CONTROL-MAT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE ZEROS TO LK-MAT-DIAS-MATERNIDAD
                         LK-MAT-DIAS-PATERNIDAD
                         LK-MAT-DIAS-LACTANCIA
                         LK-MAT-HORAS-LACTANCIA
                         LK-MAT-FIN-FUERO.
           MOVE "N"   TO LK-MAT-FUERO.

           IF LK-MAT-DESDE IS NOT NUMERIC OR LK-MAT-DESDE = ZEROS OR
              LK-MAT-HASTA IS NOT NUMERIC OR
              LK-MAT-HASTA < LK-MAT-DESDE
             GOBACK
           END-IF.

           OPEN INPUT ARCHIVO-MATERNIDAD.

      *    SIN ARCHIVO DE LICENCIAS NO HAY NADA QUE INFORMAR.
           IF FL-MAT NOT = "00"
             GOBACK
           END-IF.

           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE(LK-MAT-DESDE).
           COMPUTE WS-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE(LK-MAT-HASTA).

           PERFORM 2000-RECORRER-LICENCIAS.

           CLOSE ARCHIVO-MATERNIDAD.

           GOBACK.

       2000-RECORRER-LICENCIAS.
      *------------------------
           MOVE LOW-VALUES      TO MAT-CLAVE.
           MOVE LK-MAT-EMPRESA  TO MAT-COD-EMPRESA.
           MOVE LK-MAT-EMPLEADO TO MAT-COD-EMPLEADO.

           START ARCHIVO-MATERNIDAD KEY IS NOT LESS THAN MAT-CLAVE
             INVALID KEY
               MOVE "10" TO FL-MAT
           END-START.

           IF FL-MAT = "00"
             PERFORM 2010-LEER-LICENCIA
           END-IF.

           PERFORM UNTIL FL-MAT NOT = "00" OR
                   MAT-COD-EMPRESA NOT = LK-MAT-EMPRESA OR
                   MAT-COD-EMPLEADO NOT = LK-MAT-EMPLEADO
             IF MAT-ESTADO = "A"
               PERFORM 2100-MEDIR-LICENCIA
               PERFORM 2200-MEDIR-LACTANCIA
               PERFORM 2300-VERIFICAR-FUERO
             END-IF
             PERFORM 2010-LEER-LICENCIA
           END-PERFORM.

       2010-LEER-LICENCIA.
      *-------------------
           READ ARCHIVO-MATERNIDAD NEXT RECORD
           END-READ.

       2100-MEDIR-LICENCIA.
      *--------------------
           MOVE MAT-FEC-INI-LIC TO WS-FECHA-AUX.
           COMPUTE WS-LIC-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).
           MOVE MAT-FEC-FIN-LIC TO WS-FECHA-AUX.
           COMPUTE WS-LIC-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           PERFORM 2900-RECORTAR-RANGO.

           IF MAT-TIPO = "M"
             ADD WS-LIC-DIAS TO LK-MAT-DIAS-MATERNIDAD
           ELSE
             ADD WS-LIC-DIAS TO LK-MAT-DIAS-PATERNIDAD
           END-IF.

       2200-MEDIR-LACTANCIA.
      *---------------------
           IF MAT-TIPO NOT = "M" OR MAT-FEC-INI-LAC-AA = ZEROS
             EXIT PARAGRAPH
           END-IF.

           MOVE MAT-FEC-INI-LAC TO WS-FECHA-AUX.
           COMPUTE WS-LIC-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).
           MOVE MAT-FEC-FIN-LAC TO WS-FECHA-AUX.
           COMPUTE WS-LIC-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           PERFORM 2900-RECORTAR-RANGO.

           IF WS-LIC-DIAS > ZEROS
             ADD WS-LIC-DIAS TO LK-MAT-DIAS-LACTANCIA
             MOVE MAT-HORAS-LACTANCIA TO LK-MAT-HORAS-LACTANCIA
           END-IF.

       2300-VERIFICAR-FUERO.
      *---------------------
           MOVE MAT-FEC-INI-LIC TO WS-FECHA-AUX.
           COMPUTE WS-LIC-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           IF MAT-TIPO = "M" AND MAT-FEC-FIN-LAC-AA > ZEROS
             MOVE MAT-FEC-FIN-LAC TO WS-FECHA-AUX
           ELSE
             MOVE MAT-FEC-FIN-LIC TO WS-FECHA-AUX
           END-IF.
           COMPUTE WS-LIC-DIA-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).

           PERFORM 2900-RECORTAR-RANGO.

           IF WS-LIC-DIAS > ZEROS
             MOVE "S" TO LK-MAT-FUERO
             IF WS-FECHA-AUX > LK-MAT-FIN-FUERO
               MOVE WS-FECHA-AUX TO LK-MAT-FIN-FUERO
             END-IF
           END-IF.

       2900-RECORTAR-RANGO.
      *--------------------
      *    DIAS DEL TRAMO WS-LIC-DIA-INI .. WS-LIC-DIA-FIN QUE CAEN
      *    DENTRO DEL RANGO CONSULTADO.
           MOVE ZEROS TO WS-LIC-DIAS.

           IF WS-LIC-DIA-INI > WS-DIA-HASTA OR
              WS-LIC-DIA-FIN < WS-DIA-DESDE OR
              WS-LIC-DIA-FIN < WS-LIC-DIA-INI
             EXIT PARAGRAPH
           END-IF.

           IF WS-LIC-DIA-INI < WS-DIA-DESDE
             MOVE WS-DIA-DESDE TO WS-LIC-DIA-INI
           END-IF.
           IF WS-LIC-DIA-FIN > WS-DIA-HASTA
             MOVE WS-DIA-HASTA TO WS-LIC-DIA-FIN
           END-IF.

           COMPUTE WS-LIC-DIAS = WS-LIC-DIA-FIN - WS-LIC-DIA-INI + 1.
