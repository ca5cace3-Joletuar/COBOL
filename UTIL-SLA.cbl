      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-SLA.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-SLA.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-SLA.cpy".

       WORKING-STORAGE SECTION.

       01  FL-SLA                  PIC XX.

      *    DIAS DE UN RANGO DE FECHAS CUBIERTOS POR LOS PERIODOS DE
      *    SITUACION LABORAL VIGENTES DEL EMPLEADO, SEPARADOS SEGUN
      *    LAS MARCAS DE CADA PERIODO. LOS PERIODOS DE UN MISMO
      *    EMPLEADO NO SE SOLAPAN (SE VALIDA AL REGISTRARLOS).
       01  WS-RANGO-CONSULTA.
           03 WS-DIA-DESDE          PIC 9(8).
           03 WS-DIA-HASTA          PIC 9(8).

       01  WS-RANGO-PERIODO.
           03 WS-SLA-DIA-INI        PIC 9(8).
           03 WS-SLA-DIA-FIN        PIC 9(8).
           03 WS-SLA-DIAS           PIC 9(5).

       LINKAGE SECTION.
      *----------------

       01  LK-CONTROL-SLA.
           03 LK-SLA-EMPRESA        PIC 9(3).
           03 LK-SLA-EMPLEADO       PIC 9(8).
           03 LK-SLA-DESDE          PIC 9(8).
           03 LK-SLA-HASTA          PIC 9(8).
           03 LK-SLA-DIAS-PERIODOS  PIC 9(5).
           03 LK-SLA-DIAS-SIN-SUELDO PIC 9(5).
           03 LK-SLA-DIAS-SIN-ANTIG PIC 9(5).
           03 LK-SLA-DIAS-SIN-VAC   PIC 9(5).

       PROCEDURE DIVISION USING LK-CONTROL-SLA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE ZEROS TO LK-SLA-DIAS-PERIODOS
                         LK-SLA-DIAS-SIN-SUELDO
                         LK-SLA-DIAS-SIN-ANTIG
                         LK-SLA-DIAS-SIN-VAC.

           IF LK-SLA-DESDE IS NOT NUMERIC OR LK-SLA-DESDE = ZEROS OR
              LK-SLA-HASTA IS NOT NUMERIC OR
              LK-SLA-HASTA < LK-SLA-DESDE
             GOBACK
           END-IF.

           OPEN INPUT ARCHIVO-SITUACIONES.

      *    SIN ARCHIVO DE SITUACIONES NO HAY PERIODOS QUE EXCLUIR.
           IF FL-SLA NOT = "00"
             GOBACK
           END-IF.

           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE(LK-SLA-DESDE).
           COMPUTE WS-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE(LK-SLA-HASTA).

           PERFORM 2000-RECORRER-PERIODOS.

           CLOSE ARCHIVO-SITUACIONES.

           GOBACK.

       2000-RECORRER-PERIODOS.
      *-----------------------
           MOVE LOW-VALUES      TO SLA-CLAVE.
           MOVE LK-SLA-EMPRESA  TO SLA-COD-EMPRESA.
           MOVE LK-SLA-EMPLEADO TO SLA-COD-EMPLEADO.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             PERFORM 2010-LEER-PERIODO
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR
                   SLA-COD-EMPRESA NOT = LK-SLA-EMPRESA OR
                   SLA-COD-EMPLEADO NOT = LK-SLA-EMPLEADO
             IF SLA-ESTADO = "A"
               PERFORM 2100-MEDIR-PERIODO
             END-IF
             PERFORM 2010-LEER-PERIODO
           END-PERFORM.

       2010-LEER-PERIODO.
      *------------------
           READ ARCHIVO-SITUACIONES NEXT RECORD
           END-READ.

       2100-MEDIR-PERIODO.
      *-------------------
           COMPUTE WS-SLA-DIA-INI =
               FUNCTION INTEGER-OF-DATE(SLA-FEC-INI-AA * 10000 +
                   SLA-FEC-INI-MM * 100 + SLA-FEC-INI-DD).

           IF SLA-FEC-RET-AA > ZEROS
             COMPUTE WS-SLA-DIA-FIN =
                 FUNCTION INTEGER-OF-DATE(SLA-FEC-RET-AA * 10000 +
                     SLA-FEC-RET-MM * 100 + SLA-FEC-RET-DD) - 1
           ELSE
             COMPUTE WS-SLA-DIA-FIN =
                 FUNCTION INTEGER-OF-DATE(SLA-FEC-FIN-AA * 10000 +
                     SLA-FEC-FIN-MM * 100 + SLA-FEC-FIN-DD)
           END-IF.

           IF WS-SLA-DIA-INI > WS-DIA-HASTA OR
              WS-SLA-DIA-FIN < WS-DIA-DESDE OR
              WS-SLA-DIA-FIN < WS-SLA-DIA-INI
             EXIT PARAGRAPH
           END-IF.

           IF WS-SLA-DIA-INI < WS-DIA-DESDE
             MOVE WS-DIA-DESDE TO WS-SLA-DIA-INI
           END-IF.
           IF WS-SLA-DIA-FIN > WS-DIA-HASTA
             MOVE WS-DIA-HASTA TO WS-SLA-DIA-FIN
           END-IF.

           COMPUTE WS-SLA-DIAS = WS-SLA-DIA-FIN - WS-SLA-DIA-INI + 1.

           ADD WS-SLA-DIAS TO LK-SLA-DIAS-PERIODOS.

           IF SLA-GOCE-SUELDO NOT = "S"
             ADD WS-SLA-DIAS TO LK-SLA-DIAS-SIN-SUELDO
           END-IF.
           IF SLA-CUENTA-ANTIG NOT = "S"
             ADD WS-SLA-DIAS TO LK-SLA-DIAS-SIN-ANTIG
           END-IF.
           IF SLA-ACUMULA-VAC NOT = "S"
             ADD WS-SLA-DIAS TO LK-SLA-DIAS-SIN-VAC
           END-IF.
