      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUD-ICC.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-ICC.cpy".
            COPY "./Copys/FISI-CIA.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-ICC.cpy".
            COPY "./Copys/LOGI-CIA.cpy".

       WORKING-STORAGE SECTION.

       01  FL-ICC                  PIC XX.
       01  FS-CIA                  PIC XX.

      *    CUENTAS CONTABLES DEL CARGO INTERCOMPANIA POR PAREJA DE
      *    EMPRESAS: LA EMISORA (LA QUE TIENE AL EMPLEADO EN SU
      *    NOMINA) DEBITA LA CUENTA POR COBRAR Y ACREDITA LA
      *    RECUPERACION DEL COSTO; LA RECEPTORA DEBITA EL GASTO DE
      *    PERSONAL Y ACREDITA LA CUENTA POR PAGAR.
       01  WS-CUENTAS-PAREJA.
           03 WS-ICC-CIA-EMISORA   PIC 9(3).
           03 WS-ICC-CIA-RECEPTORA PIC 9(3).
           03 WS-ICC-CTA-EMI-DEBE  PIC X(10).
           03 WS-ICC-CTA-EMI-HABER PIC X(10).
           03 WS-ICC-CTA-REC-DEBE  PIC X(10).
           03 WS-ICC-CTA-REC-HABER PIC X(10).
           03 WS-ICC-ESTADO        PIC X(1).

       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CCAMPOS-INCORRECTO VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-ICC WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO ICC-DATOS WS-CUENTAS-PAREJA.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-ID
                 PERFORM 2010-PEDIR-DATOS
                 PERFORM 3000-VALIDAR-ID
                 PERFORM 3000-VALIDACION-DATOS

                 IF WS-REG-NO-ENCONTRADO
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ESCRIBIR-REGISTRO
                     ELSE
                       DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                   END-IF
                 ELSE
                    DISPLAY "YA HAY CUENTAS PARA ESA PAREJA DE "
                        "EMPRESAS"
                    DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDACION-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   END-IF
                 ELSE
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 3

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                 ELSE
                   DISPLAY "NO SE ENCONTRARON CUENTAS PARA LA PAREJA"
                 END-IF

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO SE ENCONTRARON CUENTAS PARA LA PAREJA"
                 END-IF

               WHEN WS-OPCION = 5

                 CONTINUE

               WHEN OTHER

                 DISPLAY "OPCION ELEGIDA NO VALIDA"

           END-EVALUATE.

           PERFORM 4000-CERRAR-ARCHIVO.


       1000-SELECCION-MODO.
      *--------------------
           EVALUATE TRUE
               WHEN WS-OPCION = 1
               WHEN WS-OPCION = 2
               WHEN WS-OPCION = 4
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.


       2000-PEDIR-ID.
      *--------------
           DISPLAY "INGRESE LA EMPRESA EMISORA (EMPLEADORA): ".
           ACCEPT WS-ICC-CIA-EMISORA.
           DISPLAY "INGRESE LA EMPRESA RECEPTORA: ".
           ACCEPT WS-ICC-CIA-RECEPTORA.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "EMISORA - CUENTA POR COBRAR (DEBE): ".
           ACCEPT WS-ICC-CTA-EMI-DEBE.
           DISPLAY "EMISORA - RECUPERACION DE COSTO (HABER): ".
           ACCEPT WS-ICC-CTA-EMI-HABER.
           DISPLAY "RECEPTORA - GASTO DE PERSONAL (DEBE): ".
           ACCEPT WS-ICC-CTA-REC-DEBE.
           DISPLAY "RECEPTORA - CUENTA POR PAGAR (HABER): ".
           ACCEPT WS-ICC-CTA-REC-HABER.
           DISPLAY "INGRESE EL ESTADO (A/I): ".
           ACCEPT WS-ICC-ESTADO.


       3000-VALIDACION-DATOS.
      *----------------------
           EVALUATE TRUE
               WHEN WS-ICC-CTA-EMI-DEBE = SPACES OR
                    WS-ICC-CTA-EMI-HABER = SPACES OR
                    WS-ICC-CTA-REC-DEBE = SPACES OR
                    WS-ICC-CTA-REC-HABER = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LAS CUATRO CUENTAS SON OBLIGATORIAS"
               WHEN WS-ICC-CTA-EMI-DEBE = WS-ICC-CTA-EMI-HABER OR
                    WS-ICC-CTA-REC-DEBE = WS-ICC-CTA-REC-HABER
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA CUENTA DEL DEBE Y LA DEL HABER DE UNA "
                     "MISMA EMPRESA DEBEN SER DISTINTAS"
               WHEN NOT (WS-ICC-ESTADO = "A" OR WS-ICC-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       3000-VALIDAR-ID.
      *----------------
           EVALUATE TRUE
               WHEN WS-ICC-CIA-EMISORA IS NOT NUMERIC OR
                    WS-ICC-CIA-EMISORA <= ZERO OR
                    WS-ICC-CIA-RECEPTORA IS NOT NUMERIC OR
                    WS-ICC-CIA-RECEPTORA <= ZERO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LA CLAVE"
               WHEN WS-ICC-CIA-EMISORA = WS-ICC-CIA-RECEPTORA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA EMISORA Y LA RECEPTORA DEBEN SER "
                     "EMPRESAS DISTINTAS"
               WHEN OTHER
                 PERFORM 3000-VALIDAR-CODIGOS-FK
           END-EVALUATE.

       3000-VALIDAR-CODIGOS-FK.
      *-------------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           MOVE WS-ICC-CIA-EMISORA TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE LA EMPRESA EMISORA"
           END-IF.

           MOVE WS-ICC-CIA-RECEPTORA TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.
           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO EXISTE LA EMPRESA RECEPTORA"
           END-IF.

           IF WS-CAMPOS-CORRECTO
             MOVE WS-ICC-CIA-EMISORA   TO ICC-CIA-EMISORA
             MOVE WS-ICC-CIA-RECEPTORA TO ICC-CIA-RECEPTORA
             PERFORM 4000-LEER-REGISTRO
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           MOVE WS-ICC-CIA-EMISORA   TO ICC-CIA-EMISORA.
           MOVE WS-ICC-CIA-RECEPTORA TO ICC-CIA-RECEPTORA.
           MOVE WS-ICC-CTA-EMI-DEBE  TO ICC-CTA-EMI-DEBE.
           MOVE WS-ICC-CTA-EMI-HABER TO ICC-CTA-EMI-HABER.
           MOVE WS-ICC-CTA-REC-DEBE  TO ICC-CTA-REC-DEBE.
           MOVE WS-ICC-CTA-REC-HABER TO ICC-CTA-REC-HABER.
           MOVE WS-ICC-ESTADO        TO ICC-ESTADO.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-CUENTAS-INTERCIA.
           IF FL-ICC NOT = "00"
             OPEN OUTPUT ARCHIVO-CUENTAS-INTERCIA
             CLOSE ARCHIVO-CUENTAS-INTERCIA
             OPEN INPUT ARCHIVO-CUENTAS-INTERCIA
           END-IF.

           OPEN INPUT ARCHIVO-EMPRESAS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-CUENTAS-INTERCIA.

           IF FL-ICC NOT = "00"
             CLOSE ARCHIVO-CUENTAS-INTERCIA
             OPEN OUTPUT ARCHIVO-CUENTAS-INTERCIA
             CLOSE ARCHIVO-CUENTAS-INTERCIA
             OPEN I-O ARCHIVO-CUENTAS-INTERCIA
           END-IF.

           OPEN INPUT ARCHIVO-EMPRESAS.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-CUENTAS-INTERCIA
           END-READ.

           IF FL-ICC = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE ICC-DATOS.

           IF FL-ICC = "00"
              DISPLAY "CUENTAS REGISTRADAS CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE ICC-DATOS.

           IF FL-ICC = "00"
              DISPLAY "CUENTAS ACTUALIZADAS CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
           MOVE "I" TO ICC-ESTADO.

           REWRITE ICC-DATOS.

           IF FL-ICC = "00"
              DISPLAY "CUENTAS INACTIVADAS CORRECTAMENTE"
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ELIMINAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-CUENTAS-INTERCIA.
           CLOSE ARCHIVO-EMPRESAS.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- CUENTAS DE CARGOS INTERCOMPANIA ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR".
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "EMISORA:            " ICC-CIA-EMISORA.
           DISPLAY "RECEPTORA:          " ICC-CIA-RECEPTORA.
           DISPLAY "EMI. POR COBRAR:    " ICC-CTA-EMI-DEBE.
           DISPLAY "EMI. RECUPERACION:  " ICC-CTA-EMI-HABER.
           DISPLAY "REC. GASTO:         " ICC-CTA-REC-DEBE.
           DISPLAY "REC. POR PAGAR:     " ICC-CTA-REC-HABER.
           DISPLAY "ESTADO:             " ICC-ESTADO.
           DISPLAY WS-DECORADOR-2.
