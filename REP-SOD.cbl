      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REP-SOD.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-AUD.cpy".
            COPY "./Copys/FISI-CPD.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-EMP.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-AUD.cpy".
            COPY "./Copys/LOGI-CPD.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-EMP.cpy".

       WORKING-STORAGE SECTION.

       01  FL-AUD                  PIC XX.
       01  FL-CPD                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-EMP                  PIC XX.

      *    SEGREGACION DE FUNCIONES: SE RECORRE LA AUDITORIA EN
      *    ORDEN CRONOLOGICO Y SE BUSCA A UN MISMO OPERADOR EN DOS
      *    PAPELES INCOMPATIBLES SOBRE UNA MISMA TRANSACCION:
      *    DIGITAR Y APROBAR UNA NOVEDAD (HEX/DES), SOLICITAR Y
      *    APROBAR UN CAMBIO PENDIENTE (CPD), SOLICITAR Y APROBAR EL
      *    CIERRE DE UN PERIODO, O AUTORIZAR SU PROPIO EXCESO DE
      *    TOPE DE HORAS.
       01  WS-PARAMETROS-REP.
           03 WS-CIA-CODIGO         PIC 9(3).

      *    NOVEDADES REGISTRADAS VISTAS EN LA AUDITORIA, CON QUIEN
      *    LAS DIGITO; LA CLAVE ES LA DEL REGISTRO HEX/DES COMPLETA.
       77  WS-MAX-REGISTROS         PIC 9(5) VALUE 5000.
       01  WS-TOTAL-REGISTROS       PIC 9(5) VALUE ZERO.
       01  WS-TABLA-REGISTROS.
           03 WS-TRG-ITEM OCCURS 5000 TIMES.
              05 WS-TRG-ARCHIVO     PIC X(3).
              05 WS-TRG-CLAVE       PIC X(21).
              05 WS-TRG-OPERADOR    PIC X(10).
       01  WS-IND-REG               PIC 9(5).
       01  WS-IND-ENCONTRADO        PIC 9(5).
       01  WS-DESBORDE-TABLA        PIC 9 VALUE ZERO.

      *    ULTIMA ACTIVIDAD DE CADA OPERADOR EN LA AUDITORIA, PARA LA
      *    RECERTIFICACION TRIMESTRAL DE ACCESOS.
       77  WS-MAX-OPERADORES        PIC 9(3) VALUE 500.
       01  WS-TOTAL-OPERADORES      PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ACTIVIDAD.
           03 WS-TAC-ITEM OCCURS 500 TIMES.
              05 WS-TAC-OPERADOR    PIC X(10).
              05 WS-TAC-FECHA       PIC 9(8).
       01  WS-IND-OPE               PIC 9(3).
       01  WS-IND-OPE-HALLADO       PIC 9(3).

       01  WS-FECHA-AUD-NUM         PIC 9(8).
       01  WS-ULTIMA-ACTIVIDAD      PIC 9(8).
       01  WS-DIAS-INACTIVO         PIC S9(7).
       77  WS-DIAS-ALERTA-INACTIVO  PIC 9(3) VALUE 90.

       01  WS-CLAVE-BUSCADA         PIC X(21).
       01  WS-SOLICITANTE-AUD       PIC X(10).
       01  WS-APROBADOR-AUD         PIC X(10).
       01  WS-ESTADO-ACTUAL         PIC X(1).
       01  WS-DESC-VIOLACION        PIC X(45).
       01  WS-OBSERVACION-OPE       PIC X(30).

       01  WS-CONTADORES.
           03 WS-CNT-AUD-LEIDOS     PIC 9(7).
           03 WS-CNT-NOVEDADES      PIC 9(5).
           03 WS-CNT-CAMBIOS        PIC 9(5).
           03 WS-CNT-CIERRES        PIC 9(5).
           03 WS-CNT-TOPES          PIC 9(5).
           03 WS-CNT-RECERT         PIC 9(5).
           03 WS-CNT-OBSERVADOS     PIC 9(5).

       01  WS-TRIMESTRE             PIC 9(1).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-HOY-NUM         PIC 9(8).

       01  WS-OPCION                PIC S9(2).

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

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 3.

           GOBACK.

       1000-PROCESO.
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- SEGREGACION DE FUNCIONES ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REPORTE DE VIOLACIONES".
           DISPLAY " 2.- RECERTIFICACION TRIMESTRAL DE ACCESOS".
           DISPLAY " 3.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.

           EVALUATE TRUE
               WHEN WS-OPCION = 1
                 PERFORM 2000-REPORTE-VIOLACIONES
               WHEN WS-OPCION = 2
                 PERFORM 3000-RECERTIFICACION
               WHEN WS-OPCION = 3
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           END-EVALUATE.

       2000-REPORTE-VIOLACIONES.
      *--------------------------
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.

           INITIALIZE WS-CONTADORES.
           MOVE ZERO TO WS-TOTAL-REGISTROS WS-DESBORDE-TABLA.

           OPEN INPUT ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             DISPLAY "NO HAY REGISTROS DE AUDITORIA"
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARCHIVO-CAMBIOS-PEND.
           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           OPEN INPUT ARCHIVO-DESCUENTOS.
           OPEN INPUT ARCHIVO-PERIODOS.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-SOD "    TO WS-RPT-NOMBRE.
           MOVE "VIOLACIONES DE SEGREGACION DE FUNCIONES"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE "FECHA      OPERADOR   ARCH CLAVE                 "
             TO WS-LINEA-SPOOL.
           MOVE "VIOLACION" TO WS-LINEA-SPOOL (51:9).
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           PERFORM 2010-LEER-AUDITORIA.

           PERFORM UNTIL FL-AUD NOT = "00"
             ADD 1 TO WS-CNT-AUD-LEIDOS
             PERFORM 2100-EVALUAR-REGISTRO
             PERFORM 2010-LEER-AUDITORIA
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "REGISTROS DE AUDITORIA LEIDOS: " WS-CNT-AUD-LEIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "NOVEDADES DIGITADAS Y APROBADAS POR EL MISMO: "
               WS-CNT-NOVEDADES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CAMBIOS PENDIENTES SOLICITADOS Y APROBADOS: "
               WS-CNT-CAMBIOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CIERRES DE PERIODO CON CONFLICTO:             "
               WS-CNT-CIERRES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EXCESOS DE TOPE AUTOAUTORIZADOS:              "
               WS-CNT-TOPES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-DESBORDE-TABLA = 1
             MOVE "*** SE ALCANZO EL LIMITE DE NOVEDADES EN MEMORIA; "
               TO WS-LINEA-SPOOL
             MOVE "ARCHIVE LA AUDITORIA (ARCH-AUD) Y REPITA ***"
               TO WS-LINEA-SPOOL (52:)
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           CLOSE ARCHIVO-AUDITORIA.
           CLOSE ARCHIVO-CAMBIOS-PEND.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-PERIODOS.

       2010-LEER-AUDITORIA.
      *---------------------
           READ ARCHIVO-AUDITORIA NEXT RECORD
           END-READ.

       2100-EVALUAR-REGISTRO.
      *-----------------------
           EVALUATE TRUE
               WHEN (AUD-PROGRAMA = "CRUD-HEX" OR
                     AUD-PROGRAMA = "CRUD-DES") AND
                    AUD-OPERACION = "C" AND
                    AUD-ANTES (1:18) = "NOVEDAD REGISTRADA"
                 PERFORM 2110-GUARDAR-NOVEDAD
               WHEN (AUD-PROGRAMA = "CRUD-HEX" OR
                     AUD-PROGRAMA = "CRUD-DES") AND
                    AUD-OPERACION = "A"
                 PERFORM 2120-VERIFICAR-APROBACION
               WHEN AUD-PROGRAMA = "CRUD-HEX" AND
                    AUD-OPERACION = "C" AND
                    AUD-DESPUES (1:26) = "AUTORIZADO POR SUPERVISOR "
                 PERFORM 2130-VERIFICAR-EXCESO
               WHEN AUD-PROGRAMA = "APRO-CAM"
                 PERFORM 2140-VERIFICAR-CAMBIO
               WHEN AUD-PROGRAMA = "CIER-NOM" AND
                    AUD-ARCHIVO = "PER"
                 PERFORM 2150-VERIFICAR-CIERRE
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2110-GUARDAR-NOVEDAD.
      *----------------------
           IF AUD-DESPUES (1:3) NOT = WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

           IF WS-TOTAL-REGISTROS >= WS-MAX-REGISTROS
             MOVE 1 TO WS-DESBORDE-TABLA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOTAL-REGISTROS.
           MOVE AUD-ARCHIVO (1:3) TO WS-TRG-ARCHIVO(WS-TOTAL-REGISTROS).
           MOVE AUD-DESPUES (1:21) TO WS-TRG-CLAVE(WS-TOTAL-REGISTROS).
           MOVE AUD-OPERADOR TO WS-TRG-OPERADOR(WS-TOTAL-REGISTROS).

       2120-VERIFICAR-APROBACION.
      *---------------------------
           IF AUD-DESPUES (1:3) NOT = WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

      *    SE BUSCA EL REGISTRO MAS RECIENTE DE LA MISMA NOVEDAD, POR
      *    SI FUE BORRADA Y VUELTA A DIGITAR.
           MOVE AUD-DESPUES (1:21) TO WS-CLAVE-BUSCADA.
           MOVE ZERO TO WS-IND-ENCONTRADO.

           PERFORM VARYING WS-IND-REG FROM 1 BY 1
                   UNTIL WS-IND-REG > WS-TOTAL-REGISTROS
             IF WS-TRG-ARCHIVO(WS-IND-REG) = AUD-ARCHIVO (1:3) AND
                WS-TRG-CLAVE(WS-IND-REG) = WS-CLAVE-BUSCADA
               MOVE WS-IND-REG TO WS-IND-ENCONTRADO
             END-IF
           END-PERFORM.

           IF WS-IND-ENCONTRADO = ZERO
             EXIT PARAGRAPH
           END-IF.

           IF WS-TRG-OPERADOR(WS-IND-ENCONTRADO) NOT = AUD-OPERADOR
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2160-ESTADO-NOVEDAD.

           ADD 1 TO WS-CNT-NOVEDADES.
           MOVE SPACES TO WS-DESC-VIOLACION.
           STRING "DIGITO Y RESOLVIO LA NOVEDAD (ESTADO "
               WS-ESTADO-ACTUAL ")"
               DELIMITED BY SIZE INTO WS-DESC-VIOLACION
           END-STRING.
           PERFORM 2900-IMPRIMIR-VIOLACION.

       2130-VERIFICAR-EXCESO.
      *-----------------------
           IF AUD-CLAVE (1:3) NOT = WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

           IF AUD-DESPUES (27:10) = AUD-OPERADOR
             ADD 1 TO WS-CNT-TOPES
             MOVE "AUTORIZO SU PROPIO EXCESO DE TOPE DE HORAS"
               TO WS-DESC-VIOLACION
             PERFORM 2900-IMPRIMIR-VIOLACION
           END-IF.

       2140-VERIFICAR-CAMBIO.
      *-----------------------
      *    LA CLAVE DE AUDITORIA DE APRO-CAM EMPIEZA CON LA SECUENCIA
      *    DEL CAMBIO PENDIENTE; EL SOLICITANTE SE TOMA DEL CPD.
           IF AUD-CLAVE (1:6) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           MOVE AUD-CLAVE (1:6) TO CPD-SECUENCIA.
           READ ARCHIVO-CAMBIOS-PEND
           END-READ.

           IF FL-CPD NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           IF CPD-SOLICITANTE = AUD-OPERADOR
             ADD 1 TO WS-CNT-CAMBIOS
             MOVE SPACES TO WS-DESC-VIOLACION
             STRING "SOLICITO Y APROBO EL CAMBIO " CPD-ARCHIVO
                 " (ESTADO " CPD-ESTADO ")"
                 DELIMITED BY SIZE INTO WS-DESC-VIOLACION
             END-STRING
             PERFORM 2900-IMPRIMIR-VIOLACION
           END-IF.

       2150-VERIFICAR-CIERRE.
      *-----------------------
      *    EL CIERRE DEJA "CIERRE SOLICITADO POR X APROBADO POR Y" EN
      *    LA IMAGEN ANTERIOR; EL OPERADOR DEL REGISTRO ES EL DE LA
      *    SESION DESDE LA QUE SE APROBO.
           IF AUD-CLAVE (1:3) NOT = WS-CIA-CODIGO
             EXIT PARAGRAPH
           END-IF.

           IF AUD-ANTES (1:22) NOT = "CIERRE SOLICITADO POR "
             EXIT PARAGRAPH
           END-IF.

           MOVE AUD-ANTES (23:10) TO WS-SOLICITANTE-AUD.
           MOVE AUD-ANTES (47:10) TO WS-APROBADOR-AUD.

           MOVE AUD-CLAVE (1:9) TO PER-CLAVE.
           READ ARCHIVO-PERIODOS
           END-READ.
           IF FL-PER = "00"
             MOVE PER-ESTADO TO WS-ESTADO-ACTUAL
           ELSE
             MOVE "?" TO WS-ESTADO-ACTUAL
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOLICITANTE-AUD = WS-APROBADOR-AUD
                 ADD 1 TO WS-CNT-CIERRES
                 MOVE SPACES TO WS-DESC-VIOLACION
                 STRING "SOLICITO Y APROBO EL CIERRE (ESTADO "
                     WS-ESTADO-ACTUAL ")"
                     DELIMITED BY SIZE INTO WS-DESC-VIOLACION
                 END-STRING
                 PERFORM 2900-IMPRIMIR-VIOLACION
               WHEN AUD-OPERADOR = WS-SOLICITANTE-AUD
                 ADD 1 TO WS-CNT-CIERRES
                 MOVE SPACES TO WS-DESC-VIOLACION
                 STRING "SOLICITANTE OPERO LA APROBACION DE "
                     WS-APROBADOR-AUD
                     DELIMITED BY SIZE INTO WS-DESC-VIOLACION
                 END-STRING
                 PERFORM 2900-IMPRIMIR-VIOLACION
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2160-ESTADO-NOVEDAD.
      *---------------------
      *    ESTADO DE APROBACION VIGENTE DE LA NOVEDAD EN SU ARCHIVO.
           MOVE "?" TO WS-ESTADO-ACTUAL.

           IF AUD-ARCHIVO (1:3) = "HEX"
             MOVE WS-CLAVE-BUSCADA TO HEX-CLAVE
             READ ARCHIVO-HORAS-EXTRAS
             END-READ
             IF FL-HEX = "00"
               MOVE HEX-ESTADO-APROBACION TO WS-ESTADO-ACTUAL
             END-IF
           ELSE
             MOVE WS-CLAVE-BUSCADA TO DES-CLAVE
             READ ARCHIVO-DESCUENTOS
             END-READ
             IF FL-DES = "00"
               MOVE DES-ESTADO-APROBACION TO WS-ESTADO-ACTUAL
             END-IF
           END-IF.

       2900-IMPRIMIR-VIOLACION.
      *-------------------------
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING AUD-FEC-AA "-" AUD-FEC-MM "-" AUD-FEC-DD " "
               AUD-OPERADOR " " AUD-ARCHIVO (1:4) " "
               AUD-CLAVE " " WS-DESC-VIOLACION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       3000-RECERTIFICACION.
      *----------------------
      *    LISTA DE TODOS LOS OPERADORES CON SU ROL, ESTADO Y ULTIMA
      *    ACTIVIDAD PARA QUE CADA JEFE CONFIRME O REVOQUE EL ACCESO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-HOY-NUM =
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD.
           COMPUTE WS-TRIMESTRE = (WS-FEC-MM + 2) / 3.

           MOVE ZERO TO WS-CNT-RECERT WS-CNT-OBSERVADOS.

           PERFORM 3100-CARGAR-ACTIVIDAD.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE NOT = "00"
             DISPLAY "NO HAY OPERADORES REGISTRADOS"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-EMPLEADOS.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "REP-RCE "    TO WS-RPT-NOMBRE.
           MOVE "RECERTIFICACION TRIMESTRAL DE ACCESOS DE OPERADORES"
             TO WS-RPT-TITULO.
           MOVE ZEROS         TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-FEC-AA "-T" WS-TRIMESTRE
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE "OPERADOR   NOMBRE                 ROL EST BLQ EMPLEADO"
             TO WS-LINEA-SPOOL.
           MOVE "ULT.ACTIV.  OBSERVACION                    CONF REVOC"
             TO WS-LINEA-SPOOL (60:).
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE LOW-VALUES TO OPE-ID.
           START ARCHIVO-OPERADORES KEY IS NOT LESS THAN OPE-ID
             INVALID KEY
               MOVE "10" TO FL-OPE
           END-START.

           IF FL-OPE = "00"
             PERFORM 3010-LEER-OPERADOR
           END-IF.

           PERFORM UNTIL FL-OPE NOT = "00"
             PERFORM 3200-IMPRIMIR-OPERADOR
             PERFORM 3010-LEER-OPERADOR
           END-PERFORM.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "OPERADORES LISTADOS: " WS-CNT-RECERT
               "  CON OBSERVACION: " WS-CNT-OBSERVADOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "REVISADO POR: ______________________   FIRMA: "
             TO WS-LINEA-SPOOL.
           MOVE "______________________   FECHA: ____________"
             TO WS-LINEA-SPOOL (48:).
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           CLOSE ARCHIVO-OPERADORES.
           CLOSE ARCHIVO-EMPLEADOS.

       3010-LEER-OPERADOR.
      *--------------------
           READ ARCHIVO-OPERADORES NEXT RECORD
           END-READ.

       3100-CARGAR-ACTIVIDAD.
      *-----------------------
           MOVE ZERO TO WS-TOTAL-OPERADORES.

           OPEN INPUT ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2010-LEER-AUDITORIA.

           PERFORM UNTIL FL-AUD NOT = "00"
             PERFORM 3110-ANOTAR-ACTIVIDAD
             PERFORM 2010-LEER-AUDITORIA
           END-PERFORM.

           CLOSE ARCHIVO-AUDITORIA.

       3110-ANOTAR-ACTIVIDAD.
      *-----------------------
           IF AUD-FECHA IS NOT NUMERIC OR AUD-OPERADOR = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE AUD-FECHA TO WS-FECHA-AUD-NUM.
           MOVE ZERO TO WS-IND-OPE-HALLADO.

           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-TOTAL-OPERADORES OR
                         WS-IND-OPE-HALLADO > ZERO
             IF WS-TAC-OPERADOR(WS-IND-OPE) = AUD-OPERADOR
               MOVE WS-IND-OPE TO WS-IND-OPE-HALLADO
             END-IF
           END-PERFORM.

           IF WS-IND-OPE-HALLADO = ZERO
             IF WS-TOTAL-OPERADORES >= WS-MAX-OPERADORES
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TOTAL-OPERADORES
             MOVE WS-TOTAL-OPERADORES TO WS-IND-OPE-HALLADO
             MOVE AUD-OPERADOR TO WS-TAC-OPERADOR(WS-IND-OPE-HALLADO)
             MOVE ZEROS TO WS-TAC-FECHA(WS-IND-OPE-HALLADO)
           END-IF.

           IF WS-FECHA-AUD-NUM > WS-TAC-FECHA(WS-IND-OPE-HALLADO)
             MOVE WS-FECHA-AUD-NUM TO WS-TAC-FECHA(WS-IND-OPE-HALLADO)
           END-IF.

       3200-IMPRIMIR-OPERADOR.
      *------------------------
           ADD 1 TO WS-CNT-RECERT.
           MOVE SPACES TO WS-OBSERVACION-OPE.
           MOVE ZEROS TO WS-ULTIMA-ACTIVIDAD.

           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-TOTAL-OPERADORES
             IF WS-TAC-OPERADOR(WS-IND-OPE) = OPE-ID
               MOVE WS-TAC-FECHA(WS-IND-OPE) TO WS-ULTIMA-ACTIVIDAD
             END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN OPE-ESTADO NOT = "A"
                 CONTINUE
               WHEN OPE-BLOQUEADO = "S"
                 MOVE "CUENTA BLOQUEADA" TO WS-OBSERVACION-OPE
               WHEN OPE-COD-EMPLEADO IS NUMERIC AND
                    OPE-COD-EMPLEADO > ZEROS
                 MOVE OPE-COD-EMPLEADO TO EMP-CLAVE
                 READ ARCHIVO-EMPLEADOS
                 END-READ
                 IF FL-EMP = "00" AND EMP-ESTADO = "I"
                   MOVE "EMPLEADO LIGADO INACTIVO"
                     TO WS-OBSERVACION-OPE
                 END-IF
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-OBSERVACION-OPE = SPACES AND OPE-ESTADO = "A"
             IF WS-ULTIMA-ACTIVIDAD = ZEROS
               MOVE "SIN ACTIVIDAD REGISTRADA" TO WS-OBSERVACION-OPE
             ELSE
               COMPUTE WS-DIAS-INACTIVO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMA-ACTIVIDAD)
               IF WS-DIAS-INACTIVO > WS-DIAS-ALERTA-INACTIVO
                 MOVE "SIN ACTIVIDAD MAS DE 90 DIAS"
                   TO WS-OBSERVACION-OPE
               END-IF
             END-IF
           END-IF.

           IF WS-OBSERVACION-OPE NOT = SPACES
             ADD 1 TO WS-CNT-OBSERVADOS
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING OPE-ID " " OPE-NOMBRE (1:22) " " OPE-ROL "   "
               OPE-ESTADO "   " OPE-BLOQUEADO "   " OPE-COD-EMPLEADO
               " " WS-ULTIMA-ACTIVIDAD "    " WS-OBSERVACION-OPE
               " [ ]  [ ]"
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
