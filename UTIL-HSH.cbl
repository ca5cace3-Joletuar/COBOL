      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UTIL-HSH.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.

      *    RESUMEN NO REVERSIBLE DE LA CONTRASENIA. SE MEZCLA CON EL
      *    ID DEL OPERADOR PARA QUE DOS OPERADORES CON LA MISMA
      *    CONTRASENIA NO QUEDEN CON EL MISMO RESUMEN EN EL ARCHIVO.
       01  WS-ACUMULADO             PIC 9(18).
       01  WS-ACUMULADO-2           PIC 9(18).
       01  WS-IND-CAR               PIC 9(2).
       01  WS-VALOR-CAR             PIC 9(3).
       01  WS-RESUMEN               PIC 9(10).

       77  WS-MODULO-1              PIC 9(10) VALUE 9999999967.
       77  WS-MODULO-2              PIC 9(10) VALUE 9999999943.

       LINKAGE SECTION.
      *----------------

       01  LK-CONTROL-CLAVE.
           03 LK-HSH-OPERADOR       PIC X(10).
           03 LK-HSH-CLAVE          PIC X(10).
           03 LK-HSH-RESUMEN        PIC X(10).

       PROCEDURE DIVISION USING LK-CONTROL-CLAVE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           MOVE 7919 TO WS-ACUMULADO.
           MOVE 104729 TO WS-ACUMULADO-2.

           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 10
             COMPUTE WS-VALOR-CAR =
                 FUNCTION ORD(LK-HSH-OPERADOR(WS-IND-CAR:1))
             PERFORM 1000-MEZCLAR-CARACTER
           END-PERFORM.

           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 10
             COMPUTE WS-VALOR-CAR =
                 FUNCTION ORD(LK-HSH-CLAVE(WS-IND-CAR:1))
             PERFORM 1000-MEZCLAR-CARACTER
           END-PERFORM.

           COMPUTE WS-RESUMEN = FUNCTION MOD(
               WS-ACUMULADO * 31 + WS-ACUMULADO-2, WS-MODULO-1).

           MOVE WS-RESUMEN TO LK-HSH-RESUMEN.

           GOBACK.

       1000-MEZCLAR-CARACTER.
      *-----------------------
           COMPUTE WS-ACUMULADO = FUNCTION MOD(
               WS-ACUMULADO * 131 + WS-VALOR-CAR * (WS-IND-CAR + 7),
               WS-MODULO-1).

           COMPUTE WS-ACUMULADO-2 = FUNCTION MOD(
               WS-ACUMULADO-2 * 257 + WS-VALOR-CAR + WS-ACUMULADO,
               WS-MODULO-2).
