      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NOMENU2.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------

      *-----------------------------------------------------------------*
      *                          VARIABLES                              *
      *-----------------------------------------------------------------*

       01  WS-OPCION                             PIC S9(2).
           88 WS-OPC-1 VALUE 1.
           88 WS-OPC-2 VALUE 2.
           88 WS-OPC-3 VALUE 3.
           88 WS-OPC-4 VALUE 4.
           88 WS-OPC-5 VALUE 5.
           88 WS-OPC-6 VALUE 6.
           88 WS-OPC-7 VALUE 7.
           88 WS-OPC-8 VALUE 8.
           88 WS-OPC-9 VALUE 9.
           88 WS-OPC-10 VALUE 10.
           88 WS-OPC-11 VALUE 11.
           88 WS-OPC-12 VALUE 12.
           88 WS-OPC-13 VALUE 13.
           88 WS-OPC-14 VALUE 14.
           88 WS-OPC-15 VALUE 15.

      *-----------------------------------------------------------------*
      *                        SWITCHES/BANDERA                         *
      *-----------------------------------------------------------------*

       01  WS-SWITCHES.
           03 WS-SWITCH-OPC                      PIC 9.
               88 WS-SWITCH-OPC-SI VALUE 1.
               88 WS-SWITCH-OPC-NO VALUE 0.

      *-----------------------------------------------------------------*
      *                          CONSTANTES                             *
      *-----------------------------------------------------------------*

       77  WS-DECORADOR                        PIC X(30) VALUE ALL "*-".
       77  WS-ESPACIADO                        PIC X(10) VALUE ALL " ".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA PIC 9(3).
       01  LK-OPERADOR   PIC X(10).

      *    ROL VERIFICADO DEL OPERADOR: LAS CORRIDAS QUE GENERAN
      *    PAGOS EXIGEN ROL DE NOMINA O ADMINISTRADOR.
       01  LK-ROL        PIC X(1).
           88 LK-ROL-PUEDE-PROCESAR VALUE "A" "N".

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR LK-ROL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPC-15.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-SWITCH-OPC.

           PERFORM 2000-INGRESO-OPCION UNTIL WS-SWITCH-OPC-SI.

       2000-INGRESO-OPCION.
      *--------------------
           PERFORM 9999-DISPLAY-MENU-PRINCIPAL.

           MOVE 1 TO WS-SWITCH-OPC.

           INITIALIZE WS-OPCION.

           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPC-1
                   CALL "GES-JBP" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-2
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "PAGO-JUB" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-3
                   CALL "GES-CXC" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-4
                   CALL "GES-PLT" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-5
                   CALL "GEN-CAR" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-6
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "AUDI-FRA" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-7
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CONC-PAG" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-8
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CONC-CHQ" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-9
                   CALL "GES-BHO" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-10
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "APER-ANI" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-11
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "MUES-AUD" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-12
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "GEN-DWH" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-13
                   CALL "GEN-EXT" USING BY CONTENT LK-CIA-ACTIVA
                                        BY CONTENT LK-OPERADOR
               WHEN WS-OPC-14
                   CALL "CRUD-BEN" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-15
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
                   MOVE 0 TO WS-SWITCH-OPC
           END-EVALUATE.

       9999-DISPLAY-MENU-PRINCIPAL.
      *----------------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- MENU NOMINA (CONTINUACION) ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- JUBILADOS PATRONALES".
           DISPLAY " 2.- NOMINA MENSUAL DE PENSIONES".
           DISPLAY " 3.- CUENTAS POR COBRAR EX EMPLEADOS".
           DISPLAY " 4.- PLANTILLAS DE CARTAS".
           DISPLAY " 5.- EMISION DE CARTAS Y CONTRATOS".
           DISPLAY " 6.- REVISION DE INDICIOS DE FRAUDE".
           DISPLAY " 7.- CONCILIACION DE PAGOS Y CONTABILIDAD".
           DISPLAY " 8.- COBRO Y CADUCIDAD DE CHEQUES".
           DISPLAY " 9.- BANCO DE HORAS COMPENSATORIAS".
           DISPLAY " 10.- APERTURA DE ANIO FISCAL (CALENDARIO)".
           DISPLAY " 11.- MUESTREO DE AUDITORIA DE NOMINA".
           DISPLAY " 12.- EXTRACTO PARA LA PLATAFORMA BI (DATA MART)".
           DISPLAY " 13.- EXTRACTOS DEFINIDOS POR EL USUARIO".
           DISPLAY " 14.- BENEFICIOS EN ESPECIE".
           DISPLAY " 15.- MENU ANTERIOR".
