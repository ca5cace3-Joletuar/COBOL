      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-JBP.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-JBP.cpy".
            COPY "./Copys/FISI-JUB.cpy".
            COPY "./Copys/FISI-PEN.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-BIN.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-JBP.cpy".
            COPY "./Copys/LOGI-JUB.cpy".
            COPY "./Copys/LOGI-PEN.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-BIN.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-JBP                  PIC XX.
       01  FL-JUB                  PIC XX.
       01  FL-PEN                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-BIN                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    MAESTRO DE JUBILADOS PATRONALES: CUANDO UN EMPLEADO SE
      *    JUBILA SE REGISTRA AQUI SU PENSION, LA FECHA DESDE LA QUE
      *    SE PAGA, SUS DECIMAS PENSIONES Y LA CUENTA DONDE COBRA. LA
      *    NOMINA MENSUAL DE PENSIONES (PAGO-JUB) LO PAGA CONTRA LA
      *    RESERVA ACUMULADA POR CALC-JUB.
       01  WS-PARAMETROS-JBP.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-JBP-COD-EMPLEADO   PIC 9(8).

       01  WS-CAPTURA-JBP.
           03 WS-JBP-PENSION        PIC 9(8)V9(2).
           03 WS-JBP-FEC-INICIO     PIC 9(8).
           03 WS-JBP-DEC-TERCERO    PIC X(1).
           03 WS-JBP-DEC-CUARTO     PIC X(1).
           03 WS-JBP-MES-DEC-CUARTO PIC 9(2).
           03 WS-JBP-COD-BANCO      PIC 9(3).
           03 WS-JBP-TIPO-CUENTA    PIC X(1).
           03 WS-JBP-NUM-CUENTA     PIC X(20).
           03 WS-JBP-ESTADO         PIC X(1).

       01  WS-LONG-CUENTA           PIC 9(2).
       01  WS-IND-CUENTA            PIC 9(2).

       01  WS-DESC-ESTADO           PIC X(10).
       01  WS-RESERVA-DISPONIBLE    PIC 9(12)V9(2).

       01  WS-CONTROL-LISTADO.
           03 WS-TOT-JUBILADOS      PIC 9(5).
           03 WS-TOT-EN-PAGO        PIC 9(5).
           03 WS-TOT-PENSIONES      PIC 9(11)V9(2).
           03 WS-TOT-RESERVA        PIC 9(13)V9(2).

       01  WS-VALOR-EDITADO         PIC Z(9)9.99.
       01  WS-RESERVA-EDITADA       PIC Z(11)9.99.

       01  WS-CONTROL-OPERADOR.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-NOMINA         VALUE "A" "N".

       01  WS-CONTROL-FECHA.
           03 WS-VAL-FECHA.
              05 WS-VAL-FEC-AA      PIC 9(4).
              05 WS-VAL-FEC-MM      PIC 9(2).
              05 WS-VAL-FEC-DD      PIC 9(2).
           03 WS-VAL-FECHA-NUM REDEFINES WS-VAL-FECHA PIC 9(8).
           03 WS-VAL-FUTURO         PIC X(1).
           03 WS-VAL-PERIODO        PIC X(1).
           03 WS-VAL-EMPRESA        PIC 9(3).
           03 WS-VAL-RESULTADO      PIC X(1).
               88 WS-FECHA-VALIDA   VALUE "0".
           03 WS-VAL-MENSAJE        PIC X(60).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    AUDITORIA (C=REGISTRO, U=MODIFICACION O CAMBIO DE ESTADO).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-BANDERA-CAMPOS        PIC 9.
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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- JUBILADOS PATRONALES ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR JUBILADO".
           DISPLAY " 2.- MODIFICAR PENSION Y CUENTA DE PAGO".
           DISPLAY " 3.- SUSPENDER, REACTIVAR O FINALIZAR PENSION".
           DISPLAY " 4.- CONSULTAR JUBILADO Y SUS PAGOS".
           DISPLAY " 5.- LISTADO DE JUBILADOS Y RESERVA".
           DISPLAY " 6.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION < 1 OR WS-OPCION > 5
             IF WS-OPCION NOT = 6
               DISPLAY "OPCION ELEGIDA NO VALIDA"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1300-LEER-OPERADOR.

      *    LO QUE CAMBIA LA PENSION O LA CUENTA DONDE SE PAGA ES DE
      *    TALENTO HUMANO.
           IF WS-OPCION < 4 AND NOT WS-ROL-NOMINA
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-PEDIR-EMPRESA.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REGISTRAR-JUBILADO
               WHEN WS-OPCION = 2
                 PERFORM 3000-MODIFICAR-JUBILADO
               WHEN WS-OPCION = 3
                 PERFORM 3500-CAMBIAR-ESTADO
               WHEN WS-OPCION = 4
                 PERFORM 4000-CONSULTAR-JUBILADO
               WHEN WS-OPCION = 5
                 PERFORM 5000-LISTADO-JUBILADOS
           END-EVALUATE.

           PERFORM 1100-CERRAR-ARCHIVOS.

       1100-ABRIR-ARCHIVOS.
      *---------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           OPEN INPUT ARCHIVO-BANCOS.

           OPEN INPUT ARCHIVO-JUBILACION.
           IF FL-JUB NOT = "00"
             OPEN OUTPUT ARCHIVO-JUBILACION
             CLOSE ARCHIVO-JUBILACION
             OPEN INPUT ARCHIVO-JUBILACION
           END-IF.

           OPEN INPUT ARCHIVO-PENSIONES.
           IF FL-PEN NOT = "00"
             OPEN OUTPUT ARCHIVO-PENSIONES
             CLOSE ARCHIVO-PENSIONES
             OPEN INPUT ARCHIVO-PENSIONES
           END-IF.

           OPEN I-O ARCHIVO-JUBILADOS.
           IF FL-JBP NOT = "00"
             CLOSE ARCHIVO-JUBILADOS
             OPEN OUTPUT ARCHIVO-JUBILADOS
             CLOSE ARCHIVO-JUBILADOS
             OPEN I-O ARCHIVO-JUBILADOS
           END-IF.

       1100-CERRAR-ARCHIVOS.
      *----------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-BANCOS.
           CLOSE ARCHIVO-JUBILACION.
           CLOSE ARCHIVO-PENSIONES.
           CLOSE ARCHIVO-JUBILADOS.

       1200-PEDIR-EMPRESA.
      *--------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

       1300-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.

       1400-PEDIR-EMPLEADO.
      *--------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO JUBILADO: ".
           ACCEPT WS-JBP-COD-EMPLEADO.

           MOVE WS-JBP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           EVALUATE TRUE
               WHEN FL-EMP NOT = "00"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO EXISTE"
               WHEN EMP-COD-EMPRESA NOT = WS-CIA-CODIGO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL EMPLEADO NO PERTENECE A LA EMPRESA "
                     WS-CIA-CODIGO
           END-EVALUATE.

       1500-LEER-JUBILADO.
      *-------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO JBP-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO TO JBP-COD-EMPLEADO.

           READ ARCHIVO-JUBILADOS
           END-READ.

           IF FL-JBP NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO NO ESTA REGISTRADO COMO JUBILADO"
           END-IF.

       2000-REGISTRAR-JUBILADO.
      *------------------------
           PERFORM 1400-PEDIR-EMPLEADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

      *    LA PENSION EMPIEZA CUANDO TERMINA LA RELACION LABORAL: UN
      *    EMPLEADO ACTIVO TODAVIA COBRA SUELDO EN LA NOMINA.
           IF EMP-ESTADO = "A"
             DISPLAY "EL EMPLEADO SIGUE ACTIVO: REGISTRE PRIMERO SU "
                 "SALIDA POR JUBILACION"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CIA-CODIGO       TO JBP-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO TO JBP-COD-EMPLEADO.

           READ ARCHIVO-JUBILADOS
           END-READ.

           IF FL-JBP = "00"
             DISPLAY "EL EMPLEADO YA ESTA REGISTRADO COMO JUBILADO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLEADO: " EMP-NOMBRES " BAJA "
               EMP-FEC-BAJA-AA "-" EMP-FEC-BAJA-MM "-"
               EMP-FEC-BAJA-DD.

           PERFORM 2600-LEER-RESERVA.
           MOVE WS-RESERVA-DISPONIBLE TO WS-RESERVA-EDITADA.
           DISPLAY "RESERVA ACUMULADA: " WS-RESERVA-EDITADA.

           IF WS-RESERVA-DISPONIBLE = ZEROS
             DISPLAY "EL EMPLEADO NO TIENE RESERVA DE JUBILACION "
                 "ACUMULADA: SUS PENSIONES IRAN DIRECTO AL GASTO; "
                 "CONTINUA (S/N)? "
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           INITIALIZE WS-CAPTURA-JBP.

           DISPLAY "FECHA DE INICIO DE LA PENSION (AAAAMMDD): ".
           ACCEPT WS-JBP-FEC-INICIO.

           MOVE WS-JBP-FEC-INICIO TO WS-VAL-FECHA-NUM.
           PERFORM 2100-VALIDAR-FECHA.
           IF NOT WS-FECHA-VALIDA
             DISPLAY "FECHA DE INICIO: " WS-VAL-MENSAJE
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CAPTURAR-PENSION.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CAPTURAR-CUENTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE JBP-DATOS.
           MOVE WS-CIA-CODIGO         TO JBP-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO   TO JBP-COD-EMPLEADO.
           MOVE WS-JBP-FEC-INICIO     TO JBP-FEC-INICIO.
           PERFORM 2500-MOVER-CAPTURA.
           MOVE "A"                   TO JBP-ESTADO.
           MOVE LK-OPERADOR           TO JBP-OPE-REGISTRO.
           MOVE WS-FECHA-SISTEMA      TO JBP-FEC-REGISTRO.

           WRITE JBP-DATOS
           END-WRITE.

           IF FL-JBP NOT = "00"
             DISPLAY "ERROR AL GRABAR EL JUBILADO: " FL-JBP
             EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO WS-OPERACION-AUD.
           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "REGISTRO DE JUBILADO DESDE " JBP-FEC-INICIO
               " PENSION " JBP-PENSION-MENSUAL
               " BANCO " JBP-COD-BANCO " CUENTA " JBP-NUM-CUENTA
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.
           PERFORM 9200-AUDITAR-JUBILADO.

           PERFORM 9300-MOSTRAR-JUBILADO.

           DISPLAY "JUBILADO REGISTRADO".

       2100-VALIDAR-FECHA.
      *-------------------
      *    LA PENSION PUEDE REGISTRARSE ANTES DE QUE EMPIECE A
      *    PAGARSE, ASI QUE SE ADMITEN FECHAS FUTURAS.
           MOVE "N"           TO WS-VAL-FUTURO.
           MOVE "N"           TO WS-VAL-PERIODO.
           MOVE WS-CIA-CODIGO TO WS-VAL-EMPRESA.

           CALL "UTIL-FEC" USING WS-CONTROL-FECHA.

       2200-CAPTURAR-PENSION.
      *----------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "PENSION MENSUAL: ".
           ACCEPT WS-JBP-PENSION.
           DISPLAY "PAGA DECIMA TERCERA PENSION EN DICIEMBRE (S/N): ".
           ACCEPT WS-JBP-DEC-TERCERO.
           DISPLAY "PAGA DECIMA CUARTA PENSION (S/N): ".
           ACCEPT WS-JBP-DEC-CUARTO.
           IF WS-JBP-DEC-CUARTO = "S"
             DISPLAY "MES DE PAGO DE LA DECIMA CUARTA (3 = COSTA, "
                 "8 = SIERRA): "
             ACCEPT WS-JBP-MES-DEC-CUARTO
           ELSE
             MOVE ZEROS TO WS-JBP-MES-DEC-CUARTO
           END-IF.

           EVALUATE TRUE
               WHEN WS-JBP-PENSION IS NOT NUMERIC OR
                    WS-JBP-PENSION <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA PENSION MENSUAL DEBE SER MAYOR A CERO"
               WHEN NOT (WS-JBP-DEC-TERCERO = "S" OR
                         WS-JBP-DEC-TERCERO = "N")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA DECIMA TERCERA SOLO PUEDE SER S/N"
               WHEN NOT (WS-JBP-DEC-CUARTO = "S" OR
                         WS-JBP-DEC-CUARTO = "N")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA DECIMA CUARTA SOLO PUEDE SER S/N"
               WHEN WS-JBP-DEC-CUARTO = "S" AND
                    (WS-JBP-MES-DEC-CUARTO IS NOT NUMERIC OR
                     WS-JBP-MES-DEC-CUARTO < 1 OR
                     WS-JBP-MES-DEC-CUARTO > 12)
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL MES DE LA DECIMA CUARTA"
           END-EVALUATE.

       2300-CAPTURAR-CUENTA.
      *---------------------
      *    SIN OTRA CUENTA INFORMADA, LA PENSION SE DEPOSITA EN LA
      *    MISMA CUENTA DONDE EL EMPLEADO COBRABA SU SUELDO.
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "CODIGO DEL BANCO (0 = CUENTA DE NOMINA DEL "
               "EMPLEADO): ".
           ACCEPT WS-JBP-COD-BANCO.

           IF WS-JBP-COD-BANCO IS NOT NUMERIC OR
              WS-JBP-COD-BANCO = ZEROS
             MOVE WS-JBP-COD-EMPLEADO TO BCO-COD-EMPLEADO
             READ ARCHIVO-CUENTAS-BANCO
             END-READ
             IF FL-BCO NOT = "00"
               MOVE 0 TO WS-BANDERA-CAMPOS
               DISPLAY "EL EMPLEADO NO TIENE CUENTA DE NOMINA "
                   "REGISTRADA, INGRESE LA CUENTA DE PAGO"
               EXIT PARAGRAPH
             END-IF
             MOVE BCO-COD-BANCO   TO WS-JBP-COD-BANCO
             MOVE BCO-TIPO-CUENTA TO WS-JBP-TIPO-CUENTA
             MOVE BCO-NUM-CUENTA  TO WS-JBP-NUM-CUENTA
           ELSE
             DISPLAY "TIPO DE CUENTA (A = AHORROS, C = CORRIENTE): "
             ACCEPT WS-JBP-TIPO-CUENTA
             DISPLAY "NUMERO DE CUENTA: "
             ACCEPT WS-JBP-NUM-CUENTA
           END-IF.

           MOVE WS-JBP-COD-BANCO TO BIN-COD-BANCO.
           READ ARCHIVO-BANCOS
           END-READ.

           MOVE ZERO TO WS-LONG-CUENTA.
           PERFORM VARYING WS-IND-CUENTA FROM 20 BY -1
               UNTIL WS-IND-CUENTA < 1 OR WS-LONG-CUENTA > ZEROS
             IF WS-JBP-NUM-CUENTA (WS-IND-CUENTA : 1) NOT = SPACE
               MOVE WS-IND-CUENTA TO WS-LONG-CUENTA
             END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN FL-BIN NOT = "00" OR BIN-ESTADO NOT = "A"
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL BANCO " WS-JBP-COD-BANCO " NO ESTA "
                     "REGISTRADO O NO ESTA ACTIVO EN EL MAESTRO "
                     "DE INSTITUCIONES"
               WHEN NOT (WS-JBP-TIPO-CUENTA = "A" OR
                    WS-JBP-TIPO-CUENTA = "C")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL TIPO DE CUENTA SOLO PUEDE SER A/C"
               WHEN WS-JBP-NUM-CUENTA = SPACES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL NUMERO DE CUENTA"
               WHEN WS-LONG-CUENTA < BIN-LONG-MINIMA OR
                    WS-LONG-CUENTA > BIN-LONG-MAXIMA
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL BANCO " BIN-NOMBRE " EXIGE CUENTAS DE "
                     BIN-LONG-MINIMA " A " BIN-LONG-MAXIMA
                     " DIGITOS Y LA INGRESADA TIENE " WS-LONG-CUENTA
           END-EVALUATE.

       2500-MOVER-CAPTURA.
      *-------------------
           MOVE WS-JBP-PENSION        TO JBP-PENSION-MENSUAL.
           MOVE WS-JBP-DEC-TERCERO    TO JBP-DEC-TERCERO.
           MOVE WS-JBP-DEC-CUARTO     TO JBP-DEC-CUARTO.
           MOVE WS-JBP-MES-DEC-CUARTO TO JBP-MES-DEC-CUARTO.
           MOVE WS-JBP-COD-BANCO      TO JBP-COD-BANCO.
           MOVE WS-JBP-TIPO-CUENTA    TO JBP-TIPO-CUENTA.
           MOVE WS-JBP-NUM-CUENTA     TO JBP-NUM-CUENTA.

       2600-LEER-RESERVA.
      *------------------
           MOVE ZEROS TO WS-RESERVA-DISPONIBLE.

           MOVE WS-CIA-CODIGO       TO JUB-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO TO JUB-COD-EMPLEADO.

           READ ARCHIVO-JUBILACION
           END-READ.

           IF FL-JUB = "00"
             MOVE JUB-RESERVA-ACUM TO WS-RESERVA-DISPONIBLE
           END-IF.

       3000-MODIFICAR-JUBILADO.
      *------------------------
           PERFORM 1500-LEER-JUBILADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           IF JBP-ESTADO = "F"
             DISPLAY "LA PENSION ESTA FINALIZADA Y NO SE MODIFICA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-JUBILADO.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "ANTES: PENSION " JBP-PENSION-MENSUAL
               " D13 " JBP-DEC-TERCERO " D14 " JBP-DEC-CUARTO
               " MES " JBP-MES-DEC-CUARTO
               " BANCO " JBP-COD-BANCO " " JBP-TIPO-CUENTA
               " CUENTA " JBP-NUM-CUENTA
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           INITIALIZE WS-CAPTURA-JBP.

           PERFORM 2200-CAPTURAR-PENSION.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CAPTURAR-CUENTA.
           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

      *    LA LECTURA DE LA CUENTA DE NOMINA NO MUEVE EL REGISTRO
      *    DEL JUBILADO, PERO SE RELEE ANTES DE REGRABARLO.
           MOVE WS-CIA-CODIGO       TO JBP-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO TO JBP-COD-EMPLEADO.
           READ ARCHIVO-JUBILADOS
           END-READ.

           PERFORM 2500-MOVER-CAPTURA.

           REWRITE JBP-DATOS
           END-REWRITE.

           IF FL-JBP NOT = "00"
             DISPLAY "ERROR AL MODIFICAR EL JUBILADO: " FL-JBP
             EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-JUBILADO.

           PERFORM 9300-MOSTRAR-JUBILADO.

           DISPLAY "JUBILADO MODIFICADO".

       3500-CAMBIAR-ESTADO.
      *--------------------
      *    UNA PENSION SUSPENDIDA DEJA DE PAGARSE HASTA REACTIVARLA;
      *    UNA FINALIZADA (FALLECIMIENTO O FIN DEL DERECHO) YA NO SE
      *    REACTIVA.
           PERFORM 1500-LEER-JUBILADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-JUBILADO.

           IF JBP-ESTADO = "F"
             DISPLAY "LA PENSION ESTA FINALIZADA Y NO CAMBIA DE "
                 "ESTADO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUEVO ESTADO (A = EN PAGO, S = SUSPENDIDA, "
               "F = FINALIZADA): ".
           ACCEPT WS-JBP-ESTADO.

           IF NOT (WS-JBP-ESTADO = "A" OR WS-JBP-ESTADO = "S" OR
                   WS-JBP-ESTADO = "F")
             DISPLAY "EL ESTADO SOLO PUEDE SER A/S/F"
             EXIT PARAGRAPH
           END-IF.

           IF WS-JBP-ESTADO = JBP-ESTADO
             DISPLAY "LA PENSION YA TIENE ESE ESTADO"
             EXIT PARAGRAPH
           END-IF.

           IF WS-JBP-ESTADO = "F"
             DISPLAY "UNA PENSION FINALIZADA NO PUEDE REACTIVARSE; "
                 "CONFIRMA (S/N)? "
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE SPACES TO WS-DETALLE-AUD.
           STRING "CAMBIO DE ESTADO DE " JBP-ESTADO
               " A " WS-JBP-ESTADO
               DELIMITED BY SIZE INTO WS-DETALLE-AUD
           END-STRING.

           MOVE WS-JBP-ESTADO TO JBP-ESTADO.

           REWRITE JBP-DATOS
           END-REWRITE.

           IF FL-JBP NOT = "00"
             DISPLAY "ERROR AL CAMBIAR EL ESTADO: " FL-JBP
             EXIT PARAGRAPH
           END-IF.

           MOVE "U" TO WS-OPERACION-AUD.
           PERFORM 9200-AUDITAR-JUBILADO.

           DISPLAY "ESTADO DE LA PENSION ACTUALIZADO".

       4000-CONSULTAR-JUBILADO.
      *------------------------
           PERFORM 1500-LEER-JUBILADO.

           IF WS-BANDERA-CAMPOS = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9300-MOSTRAR-JUBILADO.

           DISPLAY WS-DECORADOR.
           DISPLAY "PAGOS DE PENSION:".

           MOVE LOW-VALUES          TO PEN-CLAVE.
           MOVE WS-CIA-CODIGO       TO PEN-COD-EMPRESA.
           MOVE WS-JBP-COD-EMPLEADO TO PEN-COD-EMPLEADO.

           START ARCHIVO-PENSIONES KEY IS NOT LESS THAN PEN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PEN
           END-START.

           IF FL-PEN = "00"
             PERFORM 4010-LEER-PAGO
           END-IF.

           IF FL-PEN NOT = "00" OR
              PEN-COD-EMPRESA NOT = WS-CIA-CODIGO OR
              PEN-COD-EMPLEADO NOT = WS-JBP-COD-EMPLEADO
             DISPLAY "EL JUBILADO NO TIENE PAGOS REGISTRADOS"
           END-IF.

           PERFORM UNTIL FL-PEN NOT = "00" OR
                   PEN-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   PEN-COD-EMPLEADO NOT = WS-JBP-COD-EMPLEADO
             MOVE PEN-TOTAL TO WS-VALOR-EDITADO
             DISPLAY PEN-FEC-AA "-" PEN-FEC-MM
                 " PENSION " PEN-PENSION
                 " D13 " PEN-DEC-TERCERO
                 " D14 " PEN-DEC-CUARTO
                 " TOTAL " WS-VALOR-EDITADO
             PERFORM 4010-LEER-PAGO
           END-PERFORM.

       4010-LEER-PAGO.
      *---------------
           READ ARCHIVO-PENSIONES NEXT RECORD
           END-READ.

       5000-LISTADO-JUBILADOS.
      *-----------------------
      *    JUBILADOS DE LA EMPRESA CON SU PENSION, LO PAGADO A LA
      *    FECHA Y EL SALDO DE RESERVA QUE QUEDA PARA CUBRIRLOS.
           INITIALIZE WS-CONTROL-LISTADO.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GES-JBP "    TO WS-RPT-NOMBRE.
           MOVE "JUBILADOS PATRONALES Y SALDO DE RESERVA"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES    TO JBP-CLAVE.
           MOVE WS-CIA-CODIGO TO JBP-COD-EMPRESA.

           START ARCHIVO-JUBILADOS KEY IS NOT LESS THAN JBP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-JBP
           END-START.

           IF FL-JBP = "00"
             PERFORM 5010-LEER-JUBILADO
           END-IF.

           PERFORM UNTIL FL-JBP NOT = "00" OR
                   JBP-COD-EMPRESA NOT = WS-CIA-CODIGO
             PERFORM 5100-IMPRIMIR-JUBILADO
             PERFORM 5010-LEER-JUBILADO
           END-PERFORM.

           MOVE WS-TOT-PENSIONES TO WS-VALOR-EDITADO.
           MOVE WS-TOT-RESERVA   TO WS-RESERVA-EDITADA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTALES: JUBILADOS " WS-TOT-JUBILADOS
               " EN PAGO " WS-TOT-EN-PAGO
               " PENSION MENSUAL " WS-VALOR-EDITADO
               " RESERVA " WS-RESERVA-EDITADA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       5010-LEER-JUBILADO.
      *-------------------
           READ ARCHIVO-JUBILADOS NEXT RECORD
           END-READ.

       5100-IMPRIMIR-JUBILADO.
      *-----------------------
           ADD 1 TO WS-TOT-JUBILADOS.
           IF JBP-ESTADO = "A"
             ADD 1 TO WS-TOT-EN-PAGO
             ADD JBP-PENSION-MENSUAL TO WS-TOT-PENSIONES
           END-IF.

           MOVE JBP-COD-EMPLEADO TO WS-JBP-COD-EMPLEADO.
           PERFORM 2600-LEER-RESERVA.
           ADD WS-RESERVA-DISPONIBLE TO WS-TOT-RESERVA.

           MOVE JBP-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           IF FL-EMP NOT = "00"
             MOVE SPACES TO EMP-NOMBRES
           END-IF.

           PERFORM 9400-DESCRIBIR-ESTADO.

           MOVE JBP-PENSION-MENSUAL   TO WS-VALOR-EDITADO.
           MOVE WS-RESERVA-DISPONIBLE TO WS-RESERVA-EDITADA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING JBP-COD-EMPLEADO " " EMP-NOMBRES (1:28)
               " DESDE " JBP-FEC-INICIO
               " PENSION " WS-VALOR-EDITADO
               " " WS-DESC-ESTADO
               " RESERVA " WS-RESERVA-EDITADA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       9200-AUDITAR-JUBILADO.
      *----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "GES-JBP"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "JBP"            TO AUD-ARCHIVO.

           STRING JBP-COD-EMPRESA JBP-COD-EMPLEADO
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE JBP-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9300-MOSTRAR-JUBILADO.
      *----------------------
           PERFORM 9400-DESCRIBIR-ESTADO.

           DISPLAY WS-DECORADOR.
           DISPLAY "JUBILADO:      " JBP-COD-EMPLEADO " " EMP-NOMBRES.
           DISPLAY "PENSION:       " JBP-PENSION-MENSUAL
               " DESDE " JBP-FEC-INICIO.
           DISPLAY "DECIMA 13:     " JBP-DEC-TERCERO
               "   DECIMA 14: " JBP-DEC-CUARTO
               " (MES " JBP-MES-DEC-CUARTO ")".
           DISPLAY "CUENTA:        BANCO " JBP-COD-BANCO " "
               JBP-TIPO-CUENTA " " JBP-NUM-CUENTA.
           DISPLAY "ESTADO:        " WS-DESC-ESTADO.
           DISPLAY "PAGADO:        " JBP-TOTAL-PAGADO
               " ULTIMO PAGO " JBP-ULT-PAGO-AA "-" JBP-ULT-PAGO-MM.
           DISPLAY "REGISTRADO POR " JBP-OPE-REGISTRO
               " EL " JBP-FEC-REGISTRO.

       9400-DESCRIBIR-ESTADO.
      *----------------------
           EVALUATE JBP-ESTADO
               WHEN "A"
                 MOVE "EN PAGO"    TO WS-DESC-ESTADO
               WHEN "S"
                 MOVE "SUSPENDIDA" TO WS-DESC-ESTADO
               WHEN "F"
                 MOVE "FINALIZADA" TO WS-DESC-ESTADO
               WHEN OTHER
                 MOVE SPACES       TO WS-DESC-ESTADO
           END-EVALUATE.
