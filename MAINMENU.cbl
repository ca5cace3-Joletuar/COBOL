           COPY "./Copys/FISI-EMP.cpy".
           COPY "./Copys/FISI-CTR.cpy".
           COPY "./Copys/FISI-DOC.cpy".
           COPY "./Copys/FISI-AUD.cpy".
           COPY "./Copys/FISI-SLA.cpy".

           SELECT RESPALDO-CONTROL
             ASSIGN TO "../Archivos/Respaldo-Control.dat"
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-DOC.cpy".
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-SLA.cpy".

       FD  RESPALDO-CONTROL.
           01 CTL-DATOS.
       01  FL-EMP                              PIC XX.
       01  FL-CTR                              PIC XX.
       01  FL-DOC                              PIC XX.
       01  FL-AUD                              PIC XX.
       01  FL-SLA                              PIC XX.

       01  WS-CONTROL-ERROR.
           03 WS-ERR-OPERACION                  PIC X(1).
           03 WS-ERR-PROGRAMA                   PIC X(8).
           03 WS-ERR-PARRAFO                    PIC X(30).
           03 WS-ERR-ARCHIVO                    PIC X(11).
           03 WS-ERR-ESTADO                     PIC XX.
           03 WS-ERR-CLAVE                      PIC X(20).
           03 WS-ERR-SEVERIDAD                  PIC X(1).
           03 WS-ERR-OPERADOR                   PIC X(10).
           03 WS-ERR-MENSAJE                    PIC X(60).
           03 WS-ERR-PENDIENTES                 PIC 9(5).
           03 WS-ERR-RESULTADO                  PIC X(1).

      *    TABLERO DE TRABAJO PENDIENTE QUE SE MUESTRA AL INICIAR
      *    LA SESION, PARA QUE NADA A MEDIO TERMINAR DEPENDA DE LA
           03 WS-TAB-CONTRATOS-VENCEN           PIC 9(4).
           03 WS-TAB-DOCS-RENOVAR               PIC 9(4).
           03 WS-TAB-JUBILACIONES               PIC 9(4).
           03 WS-TAB-LICENCIAS                  PIC 9(4).
           03 WS-TAB-NUM-RETORNOS               PIC 9(2).
           03 WS-TAB-ERRORES-CRITICOS           PIC 9(5).

      *    EMPLEADOS EN LICENCIA O SUSPENSION CUYO RETORNO PREVISTO
      *    (DIA SIGUIENTE AL FIN DEL PERIODO) CAE DENTRO DEL
      *    HORIZONTE DEL TABLERO O YA PASO SIN REINTEGRO REGISTRADO.
       01  WS-TABLA-RETORNOS.
           03 WS-RETORNO OCCURS 10 TIMES.
              05 WS-RET-COD-EMPLEADO            PIC 9(8).
              05 WS-RET-FECHA                   PIC 9(8).
              05 WS-RET-TIPO                    PIC X(1).
       01  WS-DIA-RETORNO                       PIC 9(8).
       01  WS-DIA-INICIO-SLA                    PIC 9(8).
       01  WS-IND-RETORNO                       PIC 9(2).

       01  WS-PERIODO-HOY-NUM                   PIC 9(6).
       01  WS-PERIODO-PER-NUM                   PIC 9(6).
           88 WS-LOGIN-INCORRECTO               VALUE 0.

       01  WS-INTENTOS-LOGIN                    PIC 9.

      *    POLITICA DE CONTRASENIAS: LOS INTENTOS FALLIDOS SE
      *    ACUMULAN EN EL REGISTRO DEL OPERADOR (NO EN LA SESION);
      *    AL LLEGAR AL MAXIMO LA CUENTA QUEDA BLOQUEADA HASTA QUE
      *    UN ADMINISTRADOR LA DESBLOQUEE EN CRUD-OPE. LA CONTRASENIA
      *    VENCE A LOS 90 DIAS Y NO PUEDE REPETIR LAS ULTIMAS.
       77  WS-MAX-INTENTOS-CLAVE                PIC 9(2) VALUE 5.
       77  WS-DIAS-VIGENCIA-CLAVE               PIC 9(3) VALUE 90.
       77  WS-LARGO-MINIMO-CLAVE                PIC 9(2) VALUE 6.

       01  WS-CONTROL-CLAVE.
           03 WS-HSH-OPERADOR                   PIC X(10).
           03 WS-HSH-CLAVE                      PIC X(10).
           03 WS-HSH-RESUMEN                    PIC X(10).

       01  WS-CLAVE-NUEVA                       PIC X(10).
       01  WS-CLAVE-CONFIRMA                    PIC X(10).
       01  WS-RESUMEN-NUEVO                     PIC X(10).
       01  WS-DIAS-CLAVE                        PIC S9(7).
       01  WS-IND-CLAVE                         PIC 9(2).
       01  WS-LARGO-CLAVE                       PIC 9(2).

       01  WS-BANDERA-CLAVE                     PIC 9.
           88 WS-CLAVE-ACEPTADA                 VALUE 1.
           88 WS-CLAVE-RECHAZADA                VALUE 0.

       01  WS-OPERACION-AUD                     PIC X(1).
       01  WS-DETALLE-AUD                       PIC X(200).
       01  WS-HAY-OPERADORES                    PIC 9.
       01  WS-DESC-OPCION                       PIC X(20).

           88 WS-OPC-9 VALUE 9.
           88 WS-OPC-10 VALUE 10.
           88 WS-OPC-11 VALUE 11.
           88 WS-OPC-12 VALUE 12.
           88 WS-OPC-13 VALUE 13.
           88 WS-OPC-14 VALUE 14.
           88 WS-OPC-15 VALUE 15.

      *    EL OPERADOR DE LA SESION SE INFORMA UNA VEZ AL ESCRITOR DE
      *    REPORTES PARA QUE CADA SPOOL QUEDE CATALOGADO A SU NOMBRE.
       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION                 PIC X(1).
           03 WS-RPT-NOMBRE                    PIC X(8).
           03 WS-RPT-TITULO                    PIC X(60).
           03 WS-RPT-EMPRESA                   PIC 9(3).
           03 WS-RPT-PERIODO                   PIC X(9).

       01  WS-LINEA-SPOOL                      PIC X(132).

      *-----------------------------------------------------------------*
      *                        SWITCHES/BANDERA                         *

           PERFORM 9999-SELECCIONAR-EMPRESA-ACTIVA.

           INITIALIZE WS-CONTROL-REPORTE.
           MOVE "S"            TO WS-RPT-OPERACION.
           MOVE WS-OPERADOR-ID TO WS-LINEA-SPOOL.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 9999-MOSTRAR-TABLERO.

           PERFORM 1000-PROCESO UNTIL WS-OPC-15.

           PERFORM 9999-DISPLAY-DESPEDIDA.

                   PERFORM 9999-AVISAR-SIN-PERMISO
                 END-IF
               WHEN WS-OPC-11
                   MOVE "NOMINA (CONTINUA)" TO WS-DESC-OPCION
                   CALL "NOMENU2" USING BY CONTENT WS-CIA-ACTIVA
                                         BY CONTENT WS-OPERADOR-ID
                                         BY CONTENT WS-OPERADOR-ROL
               WHEN WS-OPC-12
                 IF WS-ROL-ADMINISTRADOR
                   MOVE "BITACORA DE ERRORES" TO WS-DESC-OPCION
                   CALL "REP-ERR" USING BY CONTENT WS-CIA-ACTIVA
                                         BY CONTENT WS-OPERADOR-ID
                 ELSE
                   PERFORM 9999-AVISAR-SIN-PERMISO
                 END-IF
               WHEN WS-OPC-13
                 IF WS-ROL-ADMINISTRADOR
                   MOVE "RECUPERACION AUDIT" TO WS-DESC-OPCION
                   CALL "REAP-AUD" USING BY CONTENT WS-CIA-ACTIVA
                                          BY CONTENT WS-OPERADOR-ID
                 ELSE
                   PERFORM 9999-AVISAR-SIN-PERMISO
                 END-IF
               WHEN WS-OPC-14
                   MOVE "CATALOGO REPORTES" TO WS-DESC-OPCION
                   CALL "GES-SPL" USING BY CONTENT WS-CIA-ACTIVA
                                         BY CONTENT WS-OPERADOR-ID
                                         BY CONTENT WS-OPERADOR-ROL
               WHEN WS-OPC-15
                   MOVE "SALIR" TO WS-DESC-OPCION
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"

       9999-VERIFICAR-CREDENCIALES.
      *-----------------------------
           OPEN I-O ARCHIVO-OPERADORES.

           MOVE WS-OPERADOR-ID TO OPE-ID.
           READ ARCHIVO-OPERADORES
           END-READ.

           IF FL-OPE NOT = "00" OR OPE-ESTADO NOT = "A"
             CLOSE ARCHIVO-OPERADORES
             EXIT PARAGRAPH
           END-IF.

           IF OPE-BLOQUEADO = "S"
             DISPLAY "LA CUENTA ESTA BLOQUEADA POR INTENTOS FALLIDOS,"
                 " SOLICITE EL DESBLOQUEO AL ADMINISTRADOR"
             CLOSE ARCHIVO-OPERADORES
             EXIT PARAGRAPH
           END-IF.

           MOVE OPE-ID             TO WS-HSH-OPERADOR.
           MOVE WS-CLAVE-INGRESADA TO WS-HSH-CLAVE.
           CALL "UTIL-HSH" USING WS-CONTROL-CLAVE.

           IF OPE-INTENTOS-FALLIDOS IS NOT NUMERIC
             MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
           END-IF.

           IF OPE-PASSWORD = WS-HSH-RESUMEN
             MOVE ZEROS TO OPE-INTENTOS-FALLIDOS
             REWRITE OPE-DATOS
             END-REWRITE
             PERFORM 9999-REVISAR-VIGENCIA-CLAVE
             IF WS-CLAVE-ACEPTADA
               MOVE OPE-ROL TO WS-OPERADOR-ROL
               MOVE 1 TO WS-BANDERA-LOGIN
               DISPLAY "BIENVENIDO " OPE-NOMBRE
             END-IF
           ELSE
             PERFORM 9999-REGISTRAR-INTENTO-FALLIDO
           END-IF.

           CLOSE ARCHIVO-OPERADORES.

       9999-REGISTRAR-INTENTO-FALLIDO.
      *--------------------------------
           ADD 1 TO OPE-INTENTOS-FALLIDOS.

           IF OPE-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS-CLAVE
             MOVE "S" TO OPE-BLOQUEADO
           END-IF.

           REWRITE OPE-DATOS
           END-REWRITE.

           IF OPE-BLOQUEADO = "S"
             DISPLAY "SE ALCANZO EL MAXIMO DE INTENTOS: LA CUENTA "
                 OPE-ID " QUEDA BLOQUEADA"
             MOVE "U" TO WS-OPERACION-AUD
             INITIALIZE WS-DETALLE-AUD
             STRING "CUENTA BLOQUEADA TRAS " OPE-INTENTOS-FALLIDOS
                 " INTENTOS FALLIDOS DE INGRESO"
                 DELIMITED BY SIZE INTO WS-DETALLE-AUD
             PERFORM 9999-AUDITAR-OPERADOR
           END-IF.

       9999-REVISAR-VIGENCIA-CLAVE.
      *-----------------------------
      *    UNA FECHA DE CAMBIO EN CEROS ES UNA CONTRASENIA TEMPORAL
      *    ASIGNADA POR EL ADMINISTRADOR; SE CAMBIA AL INGRESAR.
           MOVE 1 TO WS-BANDERA-CLAVE.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           IF OPE-FEC-CAMBIO-NUM IS NOT NUMERIC OR
              OPE-FEC-CAMBIO-NUM = ZEROS
             DISPLAY "SU CONTRASENIA ES TEMPORAL Y DEBE CAMBIARSE"
             PERFORM 9999-CAMBIAR-CLAVE
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-CLAVE =
               FUNCTION INTEGER-OF-DATE(WS-FEC-AA * 10000 +
                   WS-FEC-MM * 100 + WS-FEC-DD) -
               FUNCTION INTEGER-OF-DATE(OPE-FEC-CAMBIO-NUM).

           IF WS-DIAS-CLAVE >= WS-DIAS-VIGENCIA-CLAVE
             DISPLAY "SU CONTRASENIA TIENE " WS-DIAS-CLAVE
                 " DIAS Y HA VENCIDO, DEBE CAMBIARLA"
             PERFORM 9999-CAMBIAR-CLAVE
           END-IF.

       9999-CAMBIAR-CLAVE.
      *--------------------
           MOVE 0 TO WS-BANDERA-CLAVE.

           DISPLAY "INGRESE LA NUEVA CONTRASENIA: ".
           ACCEPT WS-CLAVE-NUEVA.
           DISPLAY "CONFIRME LA NUEVA CONTRASENIA: ".
           ACCEPT WS-CLAVE-CONFIRMA.

           IF WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
             DISPLAY "LAS CONTRASENIAS NO COINCIDEN, INGRESO DENEGADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-LARGO-CLAVE.
           INSPECT WS-CLAVE-NUEVA TALLYING WS-LARGO-CLAVE
               FOR CHARACTERS BEFORE INITIAL " ".

           IF WS-LARGO-CLAVE < WS-LARGO-MINIMO-CLAVE
             DISPLAY "LA CONTRASENIA DEBE TENER AL MENOS "
                 WS-LARGO-MINIMO-CLAVE " CARACTERES, INGRESO DENEGADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE OPE-ID         TO WS-HSH-OPERADOR.
           MOVE WS-CLAVE-NUEVA TO WS-HSH-CLAVE.
           CALL "UTIL-HSH" USING WS-CONTROL-CLAVE.
           MOVE WS-HSH-RESUMEN TO WS-RESUMEN-NUEVO.

           IF WS-RESUMEN-NUEVO = OPE-PASSWORD
             DISPLAY "LA NUEVA CONTRASENIA NO PUEDE SER LA ACTUAL, "
                 "INGRESO DENEGADO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IND-CLAVE FROM 1 BY 1
                   UNTIL WS-IND-CLAVE > 4
             IF OPE-CLAVE-ANTERIOR(WS-IND-CLAVE) = WS-RESUMEN-NUEVO
               MOVE 9 TO WS-BANDERA-CLAVE
             END-IF
           END-PERFORM.

           IF WS-BANDERA-CLAVE = 9
             MOVE 0 TO WS-BANDERA-CLAVE
             DISPLAY "LA CONTRASENIA YA FUE USADA RECIENTEMENTE, "
                 "INGRESO DENEGADO"
             EXIT PARAGRAPH
           END-IF.

      *    LA CONTRASENIA ACTUAL PASA AL HISTORIAL Y SE DESCARTA LA
      *    MAS ANTIGUA.
           PERFORM VARYING WS-IND-CLAVE FROM 4 BY -1
                   UNTIL WS-IND-CLAVE < 2
             MOVE OPE-CLAVE-ANTERIOR(WS-IND-CLAVE - 1)
               TO OPE-CLAVE-ANTERIOR(WS-IND-CLAVE)
           END-PERFORM.
           MOVE OPE-PASSWORD     TO OPE-CLAVE-ANTERIOR(1).
           MOVE WS-RESUMEN-NUEVO TO OPE-PASSWORD.
           MOVE WS-FEC-AA        TO OPE-FEC-CAM-AA.
           MOVE WS-FEC-MM        TO OPE-FEC-CAM-MM.
           MOVE WS-FEC-DD        TO OPE-FEC-CAM-DD.

           REWRITE OPE-DATOS
           END-REWRITE.

           IF FL-OPE = "00"
             MOVE 1 TO WS-BANDERA-CLAVE
             DISPLAY "CONTRASENIA CAMBIADA CORRECTAMENTE"
             MOVE "U" TO WS-OPERACION-AUD
             MOVE "CAMBIO DE CONTRASENIA VENCIDA O TEMPORAL"
               TO WS-DETALLE-AUD
             PERFORM 9999-AUDITAR-OPERADOR
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL CAMBIAR LA CONTRASENIA - "
                 FL-OPE
           END-IF.

       9999-AUDITAR-OPERADOR.
      *-----------------------
      *    LOS EVENTOS DE LA POLITICA DE CONTRASENIAS QUEDAN EN LA
      *    AUDITORIA; NUNCA SE ASIENTA LA CONTRASENIA NI SU RESUMEN.
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
           MOVE "MAINMENU"       TO AUD-PROGRAMA.
           MOVE OPE-ID           TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "OPE"            TO AUD-ARCHIVO.
           MOVE OPE-ID           TO AUD-CLAVE.
           MOVE WS-DETALLE-AUD   TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       9999-AVISAR-SIN-PERMISO.
      *-------------------------
           DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION".
           PERFORM 9999-CONTAR-CONTRATOS-VENCEN.
           PERFORM 9999-CONTAR-DOCS-RENOVAR.
           PERFORM 9999-CONTAR-JUBILACIONES.
           PERFORM 9999-CONTAR-LICENCIAS.
           PERFORM 9999-CONTAR-ERRORES-CRITICOS.

           DISPLAY WS-ESPACIADO.
           DISPLAY "--- TRABAJO PENDIENTE DE LA EMPRESA "
               WS-TAB-DOCS-RENOVAR.
           DISPLAY " JUBILACIONES EN PUERTA:       "
               WS-TAB-JUBILACIONES.
           DISPLAY " EN LICENCIA O SUSPENSION:     "
               WS-TAB-LICENCIAS.
           PERFORM VARYING WS-IND-RETORNO FROM 1 BY 1
               UNTIL WS-IND-RETORNO > WS-TAB-NUM-RETORNOS
             DISPLAY "   RETORNO PREVISTO "
                 WS-RET-FECHA (WS-IND-RETORNO) " EMPLEADO "
                 WS-RET-COD-EMPLEADO (WS-IND-RETORNO) " ("
                 WS-RET-TIPO (WS-IND-RETORNO) ")"
           END-PERFORM.
           IF WS-TAB-DIAS-SIN-RESPALDO < ZEROS
             DISPLAY " ULTIMO RESPALDO:              NUNCA"
           ELSE
             DISPLAY " *** HAY UNA CORRIDA DE NOMINA INTERRUMPIDA:"
                 " REANUDE EL PROCESO DE NOMINA ***"
           END-IF.
           DISPLAY " ERRORES CRITICOS SIN RECONOCER: "
               WS-TAB-ERRORES-CRITICOS.
           DISPLAY WS-ESPACIADO.

       9999-CONTAR-ERRORES-CRITICOS.
      *------------------------------
      *    LA BITACORA CENTRAL DE ERRORES ES DE TODA LA INSTALACION,
      *    NO DE LA EMPRESA ACTIVA: UN CRITICO SIN RECONOCER SE VE
      *    DESDE CUALQUIER SESION HASTA QUE ALGUIEN LO REVISE.
           INITIALIZE WS-CONTROL-ERROR.
           MOVE "C" TO WS-ERR-OPERACION.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           MOVE WS-ERR-PENDIENTES TO WS-TAB-ERRORES-CRITICOS.

       9999-CONTAR-HEX-PENDIENTES.
      *----------------------------
           OPEN INPUT ARCHIVO-HORAS-EXTRAS.

           CLOSE ARCHIVO-EMPLEADOS.

       9999-CONTAR-LICENCIAS.
      *-----------------------
      *    PERIODOS DE LICENCIA O SUSPENSION DE LA EMPRESA ACTIVA
      *    SIN REINTEGRO REGISTRADO: CUENTA LOS QUE ESTAN EN CURSO
      *    Y LISTA LOS RETORNOS PREVISTOS DENTRO DEL HORIZONTE.
           OPEN INPUT ARCHIVO-SITUACIONES.

           IF FL-SLA NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD).
           COMPUTE WS-DIA-LIMITE-CTR =
               WS-DIA-HOY-ENTERO + WS-HORIZONTE-CONTRATOS.

           MOVE LOW-VALUES    TO SLA-CLAVE.
           MOVE WS-CIA-ACTIVA TO SLA-COD-EMPRESA.

           START ARCHIVO-SITUACIONES KEY IS NOT LESS THAN SLA-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SLA
           END-START.

           IF FL-SLA = "00"
             READ ARCHIVO-SITUACIONES NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-SLA NOT = "00" OR
                   SLA-COD-EMPRESA NOT = WS-CIA-ACTIVA
             IF SLA-ESTADO = "A" AND SLA-FEC-RET-AA = ZEROS
               COMPUTE WS-DIA-INICIO-SLA = FUNCTION INTEGER-OF-DATE(
                   SLA-FEC-INI-AA * 10000 + SLA-FEC-INI-MM * 100 +
                   SLA-FEC-INI-DD)
               COMPUTE WS-DIA-RETORNO = FUNCTION INTEGER-OF-DATE(
                   SLA-FEC-FIN-AA * 10000 + SLA-FEC-FIN-MM * 100 +
                   SLA-FEC-FIN-DD) + 1
               IF WS-DIA-INICIO-SLA <= WS-DIA-HOY-ENTERO
                 ADD 1 TO WS-TAB-LICENCIAS
                 IF WS-DIA-RETORNO <= WS-DIA-LIMITE-CTR AND
                    WS-TAB-NUM-RETORNOS < 10
                   ADD 1 TO WS-TAB-NUM-RETORNOS
                   MOVE SLA-COD-EMPLEADO
                     TO WS-RET-COD-EMPLEADO (WS-TAB-NUM-RETORNOS)
                   COMPUTE WS-RET-FECHA (WS-TAB-NUM-RETORNOS) =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-RETORNO)
                   MOVE SLA-TIPO
                     TO WS-RET-TIPO (WS-TAB-NUM-RETORNOS)
                 END-IF
               END-IF
             END-IF
             READ ARCHIVO-SITUACIONES NEXT RECORD
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-SITUACIONES.

       9999-SELECCIONAR-EMPRESA-ACTIVA.
      *---------------------------------
           MOVE 0 TO WS-BANDERA-CIA-ACTIVA.
      *----------------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- MENU PRINCIPAL ---".
           PERFORM 9999-CONTAR-ERRORES-CRITICOS.
           IF WS-TAB-ERRORES-CRITICOS > ZEROS
             DISPLAY " *** ERRORES CRITICOS SIN RECONOCER: "
                 WS-TAB-ERRORES-CRITICOS " ***"
           END-IF.
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- PARAMETRIZACION".
           DISPLAY " 2.- NOMINA".
           DISPLAY " 8.- REORGANIZACION DE MAESTROS".
           DISPLAY " 9.- CLONACION DE EMPRESA (SANDBOX)".
           DISPLAY " 10.- PURGA POR RETENCION DE DATOS".
           DISPLAY " 11.- NOMINA (CONTINUACION)".
           DISPLAY " 12.- BITACORA DE ERRORES".
           DISPLAY " 13.- RECUPERACION HACIA ADELANTE (AUDITORIA)".
           DISPLAY " 14.- CATALOGO DE REPORTES (SPOOL)".
           DISPLAY " 15.- SALIR".

       9999-DISPLAY-DESPEDIDA.
      *-----------------------
