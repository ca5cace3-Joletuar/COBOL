      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-NOT.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-DOC.cpy".
            COPY "./Copys/FISI-CEM.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-NTF.cpy".
            COPY "./Copys/FISI-NTE.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-DOC.cpy".
            COPY "./Copys/LOGI-CEM.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-NTF.cpy".
            COPY "./Copys/LOGI-NTE.cpy".

       WORKING-STORAGE SECTION.

       01  FL-EMP                  PIC XX.
       01  FS-CIA                  PIC XX.
       01  FL-PER                  PIC XX.
       01  FL-CTR                  PIC XX.
       01  FL-DOC                  PIC XX.
       01  FL-CEM                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-PAG                  PIC XX.
       01  FL-NTF                  PIC XX.
       01  FL-NTE                  PIC XX.

      *    PROCESO NOCTURNO DE AVISOS: LO QUE EL TABLERO DEL MENU
      *    PRINCIPAL SOLO MUESTRA A QUIEN INGRESA SE DEJA EN LA COLA
      *    DE SALIDA PARA LA PASARELA DE CORREO Y SMS. SE AVISA LO
      *    QUE VENCE DENTRO DEL HORIZONTE (O VENCIO HACE MENOS DE
      *    ESE PLAZO) Y LAS NOVEDADES SIN APROBAR CUANDO FALTAN POCOS
      *    DIAS PARA EL CORTE DEL PERIODO.
       77  WS-HORIZONTE-AVISO       PIC 9(3) VALUE 30.
       77  WS-DIAS-AVISO-CORTE      PIC 9(2) VALUE 3.
       77  WS-MARCA-SANDBOX         PIC X(9) VALUE "*SANDBOX*".

      *    ARCHIVOS OPCIONALES: SI ALGUNO NO EXISTE SE OMITE ESE
      *    TIPO DE AVISO SIN DETENER EL PROCESO.
       01  WS-DISPONIBLES.
           03 WS-DIS-PER            PIC 9.
           03 WS-DIS-CTR            PIC 9.
           03 WS-DIS-DOC            PIC 9.
           03 WS-DIS-CEM            PIC 9.
           03 WS-DIS-HEX            PIC 9.
           03 WS-DIS-DES            PIC 9.
           03 WS-DIS-PAG            PIC 9.

       01  WS-TABLA-EMPRESAS.
           03 WS-TEM-EMPRESA OCCURS 999 TIMES.
              05 WS-TEM-HABILITADA  PIC 9.
              05 WS-TEM-EMAIL       PIC X(40).
              05 WS-TEM-AVISO-CORTE PIC 9.
              05 WS-TEM-DIA-CORTE   PIC 9(2).

       01  WS-EMPLEADO-ACTUAL.
           03 WS-EMA-CLAVE          PIC 9(8).
           03 WS-EMA-NOMBRES        PIC X(40).
           03 WS-EMA-CERULAR        PIC 9(10).
           03 WS-EMA-EMPRESA        PIC 9(3).
           03 WS-EMA-SUPERVISOR     PIC 9(8).
       01  WS-SUP-CERULAR           PIC 9(10).

       01  WS-EVENTO.
           03 WS-EVE-TIPO           PIC X(3).
           03 WS-EVE-PLANTILLA      PIC X(6).
           03 WS-EVE-REFERENCIA     PIC X(20).
           03 WS-EVE-FECHA          PIC 9(8).
           03 WS-EVE-FECHA-R REDEFINES WS-EVE-FECHA.
              05 WS-EVE-FEC-AA      PIC 9(4).
              05 WS-EVE-FEC-MM      PIC 9(2).
              05 WS-EVE-FEC-DD      PIC 9(2).
           03 WS-EVE-DETALLE        PIC X(50).
           03 WS-EVE-AL-EMPLEADO    PIC 9.
           03 WS-EVE-AL-SUPERVISOR  PIC 9.
           03 WS-EVE-A-TALENTO      PIC 9.

       01  WS-DESTINO-TIPO          PIC X(1).
       01  WS-DESTINO               PIC X(40).
       01  WS-CELULAR-EDIT          PIC 9(10).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       01  WS-DIA-HOY-ENTERO        PIC 9(8).
       01  WS-DIA-DESDE             PIC 9(8).
       01  WS-DIA-LIMITE            PIC 9(8).
       01  WS-DIA-EVENTO            PIC 9(8).

       01  WS-CONTADORES.
           03 WS-TOTAL-EMPLEADOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-ENCOLADOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-REPETIDOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-SIN-DESTINO  PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-CTR          PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-DOC          PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-CER          PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-NOV          PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-ACH          PIC 9(6) VALUE ZERO.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    INCIDENCIAS DEL PROCESO PARA LA BITACORA CENTRAL DE
      *    ERRORES QUE REVISA OPERACIONES CADA MANANA.
       01  WS-CONTROL-ERROR.
           03 WS-ERR-OPERACION      PIC X(1).
           03 WS-ERR-PROGRAMA       PIC X(8).
           03 WS-ERR-PARRAFO        PIC X(30).
           03 WS-ERR-ARCHIVO        PIC X(11).
           03 WS-ERR-ESTADO         PIC XX.
           03 WS-ERR-CLAVE          PIC X(20).
           03 WS-ERR-SEVERIDAD      PIC X(1).
           03 WS-ERR-OPERADOR       PIC X(10).
           03 WS-ERR-MENSAJE        PIC X(60).
           03 WS-ERR-PENDIENTES     PIC 9(5).
           03 WS-ERR-RESULTADO      PIC X(1).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           DISPLAY WS-DECORADOR.
           DISPLAY "   GENERACION NOCTURNA DE AVISOS".
           DISPLAY WS-DECORADOR.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           COMPUTE WS-DIA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD).
           COMPUTE WS-DIA-DESDE =
               WS-DIA-HOY-ENTERO - WS-HORIZONTE-AVISO.
           COMPUTE WS-DIA-LIMITE =
               WS-DIA-HOY-ENTERO + WS-HORIZONTE-AVISO.

           PERFORM 1000-ABRIR-ARCHIVOS.

           IF FL-EMP NOT = "00" OR FS-CIA NOT = "00" OR
              FL-NTF NOT = "00" OR FL-NTE NOT = "00"
             DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS BASE, NO SE "
                 "GENERARON AVISOS"
             PERFORM 1000-CERRAR-ARCHIVOS
             STOP RUN
           END-IF.

           PERFORM 2000-CARGAR-EMPRESAS.

           PERFORM 3000-RECORRER-EMPLEADOS.

           PERFORM 1000-CERRAR-ARCHIVOS.

           DISPLAY WS-DECORADOR.
           DISPLAY "EMPLEADOS REVISADOS:        " WS-TOTAL-EMPLEADOS.
           DISPLAY "AVISOS DE CONTRATOS:        " WS-TOTAL-CTR.
           DISPLAY "AVISOS DE DOCUMENTOS:       " WS-TOTAL-DOC.
           DISPLAY "AVISOS DE CERTIFICACIONES:  " WS-TOTAL-CER.
           DISPLAY "AVISOS DE NOVEDADES:        " WS-TOTAL-NOV.
           DISPLAY "AVISOS DE RECHAZOS ACH:     " WS-TOTAL-ACH.
           DISPLAY "TOTAL ENCOLADOS:            " WS-TOTAL-ENCOLADOS.
           DISPLAY "OMITIDOS POR YA AVISADOS:   " WS-TOTAL-REPETIDOS.
           DISPLAY "OMITIDOS SIN DESTINATARIO:  " WS-TOTAL-SIN-DESTINO.
           DISPLAY WS-DECORADOR.

           STOP RUN.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           INITIALIZE WS-DISPONIBLES.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPRESAS.

           OPEN INPUT ARCHIVO-PERIODOS.
           IF FL-PER = "00"
             MOVE 1 TO WS-DIS-PER
           END-IF.
           OPEN INPUT ARCHIVO-CONTRATOS.
           IF FL-CTR = "00"
             MOVE 1 TO WS-DIS-CTR
           END-IF.
           OPEN INPUT ARCHIVO-DOCUMENTOS.
           IF FL-DOC = "00"
             MOVE 1 TO WS-DIS-DOC
           END-IF.
           OPEN INPUT ARCHIVO-CERT-EMP.
           IF FL-CEM = "00"
             MOVE 1 TO WS-DIS-CEM
           END-IF.
           OPEN INPUT ARCHIVO-HORAS-EXTRAS.
           IF FL-HEX = "00"
             MOVE 1 TO WS-DIS-HEX
           END-IF.
           OPEN INPUT ARCHIVO-DESCUENTOS.
           IF FL-DES = "00"
             MOVE 1 TO WS-DIS-DES
           END-IF.
           OPEN INPUT ARCHIVO-PAGOS.
           IF FL-PAG = "00"
             MOVE 1 TO WS-DIS-PAG
           END-IF.

      *    LA COLA SE ACUMULA HASTA QUE LA PASARELA LA CONSUME.
           OPEN EXTEND ARCHIVO-COLA-NOTIF.
           IF FL-NTF NOT = "00"
             OPEN OUTPUT ARCHIVO-COLA-NOTIF
           END-IF.

           OPEN I-O ARCHIVO-NOTIF-ENVIADAS.
           IF FL-NTE NOT = "00"
             CLOSE ARCHIVO-NOTIF-ENVIADAS
             OPEN OUTPUT ARCHIVO-NOTIF-ENVIADAS
             CLOSE ARCHIVO-NOTIF-ENVIADAS
             OPEN I-O ARCHIVO-NOTIF-ENVIADAS
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-PERIODOS.
           CLOSE ARCHIVO-CONTRATOS.
           CLOSE ARCHIVO-DOCUMENTOS.
           CLOSE ARCHIVO-CERT-EMP.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-COLA-NOTIF.
           CLOSE ARCHIVO-NOTIF-ENVIADAS.

       2000-CARGAR-EMPRESAS.
      *----------------------
      *    SOLO EMPRESAS ACTIVAS; LAS DE SANDBOX NUNCA AVISAN A
      *    PERSONAS REALES.
           INITIALIZE WS-TABLA-EMPRESAS.

           MOVE LOW-VALUES TO CIA-CODIGO.

           START ARCHIVO-EMPRESAS KEY IS NOT LESS THAN CIA-CODIGO
             INVALID KEY
               MOVE "10" TO FS-CIA
           END-START.

           IF FS-CIA = "00"
             READ ARCHIVO-EMPRESAS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FS-CIA NOT = "00"
             IF CIA-ESTADO = "A" AND CIA-CODIGO > ZEROS AND
                CIA-DESCRIPCION(1:9) NOT = WS-MARCA-SANDBOX
               MOVE 1         TO WS-TEM-HABILITADA(CIA-CODIGO)
               MOVE CIA-EMAIL TO WS-TEM-EMAIL(CIA-CODIGO)
               PERFORM 2010-REVISAR-CORTE
             END-IF
             READ ARCHIVO-EMPRESAS NEXT RECORD
             END-READ
           END-PERFORM.

       2010-REVISAR-CORTE.
      *--------------------
      *    EL PERIODO DEL MES EN CURSO, ABIERTO Y CON DIA DE CORTE,
      *    A LO SUMO WS-DIAS-AVISO-CORTE DIAS ANTES DEL CORTE.
           IF WS-DIS-PER = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE CIA-CODIGO TO PER-COD-EMPRESA.
           MOVE WS-FEC-AA  TO PER-FEC-AA.
           MOVE WS-FEC-MM  TO PER-FEC-MM.

           READ ARCHIVO-PERIODOS
           END-READ.

           IF FL-PER NOT = "00" OR PER-ESTADO = "C" OR
              PER-DIA-CORTE IS NOT NUMERIC OR
              PER-DIA-CORTE = ZEROS
             EXIT PARAGRAPH
           END-IF.

           IF WS-FEC-DD <= PER-DIA-CORTE AND
              PER-DIA-CORTE - WS-FEC-DD <= WS-DIAS-AVISO-CORTE
             MOVE 1             TO WS-TEM-AVISO-CORTE(CIA-CODIGO)
             MOVE PER-DIA-CORTE TO WS-TEM-DIA-CORTE(CIA-CODIGO)
           END-IF.

       3000-RECORRER-EMPLEADOS.
      *-------------------------
           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             READ ARCHIVO-EMPLEADOS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-EMP NOT = "00"
             MOVE EMP-CLAVE TO WS-EMA-CLAVE
             IF EMP-ESTADO = "A" AND EMP-COD-EMPRESA IS NUMERIC AND
                EMP-COD-EMPRESA > ZEROS
               IF WS-TEM-HABILITADA(EMP-COD-EMPRESA) = 1
                 PERFORM 3100-PROCESAR-EMPLEADO
               END-IF
             END-IF
             PERFORM 3010-SIGUIENTE-EMPLEADO
           END-PERFORM.

       3010-SIGUIENTE-EMPLEADO.
      *-------------------------
      *    LA LECTURA DEL SUPERVISOR MUEVE LA POSICION DEL MAESTRO;
      *    SE REPOSICIONA DESPUES DEL EMPLEADO EN CURSO.
           MOVE WS-EMA-CLAVE TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS GREATER THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
             NOT INVALID KEY
               MOVE "00" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             READ ARCHIVO-EMPLEADOS NEXT RECORD
             END-READ
           END-IF.

       3100-PROCESAR-EMPLEADO.
      *------------------------
           ADD 1 TO WS-TOTAL-EMPLEADOS.

           MOVE EMP-NOMBRES        TO WS-EMA-NOMBRES.
           MOVE EMP-CERULAR        TO WS-EMA-CERULAR.
           MOVE EMP-COD-EMPRESA    TO WS-EMA-EMPRESA.
           MOVE EMP-COD-SUPERVISOR TO WS-EMA-SUPERVISOR.

           IF WS-EMA-CERULAR IS NOT NUMERIC
             MOVE ZEROS TO WS-EMA-CERULAR
           END-IF.

           PERFORM 3110-LEER-SUPERVISOR.

           IF WS-DIS-CTR = 1
             PERFORM 3200-AVISAR-CONTRATO
           END-IF.
           IF WS-DIS-DOC = 1
             PERFORM 3300-AVISAR-DOCUMENTOS
           END-IF.
           IF WS-DIS-CEM = 1
             PERFORM 3400-AVISAR-CERTIFICACIONES
           END-IF.
           IF WS-TEM-AVISO-CORTE(WS-EMA-EMPRESA) = 1
             IF WS-DIS-HEX = 1
               PERFORM 3500-AVISAR-HORAS-EXTRAS
             END-IF
             IF WS-DIS-DES = 1
               PERFORM 3550-AVISAR-DESCUENTOS
             END-IF
           END-IF.
           IF WS-DIS-PAG = 1
             PERFORM 3600-AVISAR-RECHAZOS-ACH
           END-IF.

       3110-LEER-SUPERVISOR.
      *----------------------
           MOVE ZEROS TO WS-SUP-CERULAR.

           IF WS-EMA-SUPERVISOR IS NOT NUMERIC OR
              WS-EMA-SUPERVISOR = ZEROS OR
              WS-EMA-SUPERVISOR = WS-EMA-CLAVE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EMA-SUPERVISOR TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.

           IF FL-EMP = "00" AND EMP-ESTADO = "A" AND
              EMP-CERULAR IS NUMERIC
             MOVE EMP-CERULAR TO WS-SUP-CERULAR
           END-IF.

       3200-AVISAR-CONTRATO.
      *----------------------
      *    CONTRATO A PLAZO FIJO (F) O PERIODO DE PRUEBA (P) QUE
      *    VENCE, IGUAL QUE EN EL TABLERO DEL MENU PRINCIPAL.
           MOVE WS-EMA-CLAVE TO CTR-COD-EMPLEADO.
           READ ARCHIVO-CONTRATOS
           END-READ.

           IF FL-CTR NOT = "00" OR CTR-ESTADO NOT = "A"
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-EVENTO.
           MOVE "CTR" TO WS-EVE-TIPO.

           EVALUATE CTR-TIPO
               WHEN "F"
                 MOVE CTR-FEC-FIN TO WS-EVE-FECHA
                 MOVE "CTRFIN"    TO WS-EVE-PLANTILLA
                 MOVE "PLAZO FIJO" TO WS-EVE-REFERENCIA
                 MOVE "VENCIMIENTO DEL CONTRATO A PLAZO FIJO"
                   TO WS-EVE-DETALLE
               WHEN "P"
                 MOVE CTR-FEC-FIN-PRUEBA TO WS-EVE-FECHA
                 MOVE "CTRPRU"    TO WS-EVE-PLANTILLA
                 MOVE "PERIODO DE PRUEBA" TO WS-EVE-REFERENCIA
                 MOVE "FIN DEL PERIODO DE PRUEBA"
                   TO WS-EVE-DETALLE
               WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 1 TO WS-EVE-AL-EMPLEADO.
           MOVE 1 TO WS-EVE-AL-SUPERVISOR.
           MOVE 1 TO WS-EVE-A-TALENTO.

           PERFORM 3900-EVALUAR-VENCIMIENTO.

       3300-AVISAR-DOCUMENTOS.
      *------------------------
           MOVE WS-EMA-CLAVE TO DOC-COD-EMPLEADO.
           MOVE ZEROS        TO DOC-SECUENCIA.

           START ARCHIVO-DOCUMENTOS KEY IS NOT LESS THAN DOC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DOC
             NOT INVALID KEY
               MOVE "00" TO FL-DOC
           END-START.

           IF FL-DOC = "00"
             READ ARCHIVO-DOCUMENTOS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-DOC NOT = "00" OR
                   DOC-COD-EMPLEADO NOT = WS-EMA-CLAVE
             IF DOC-ESTADO = "A"
               INITIALIZE WS-EVENTO
               MOVE "DOC"    TO WS-EVE-TIPO
               MOVE "DOCVEN" TO WS-EVE-PLANTILLA
               MOVE DOC-FEC-VENCIMIENTO TO WS-EVE-FECHA
               STRING DOC-SECUENCIA " " DOC-NUMERO
                   DELIMITED BY SIZE INTO WS-EVE-REFERENCIA
               STRING "VENCE " DOC-TIPO
                   DELIMITED BY SIZE INTO WS-EVE-DETALLE
               MOVE 1 TO WS-EVE-AL-EMPLEADO
               MOVE 1 TO WS-EVE-A-TALENTO
               PERFORM 3900-EVALUAR-VENCIMIENTO
             END-IF
             READ ARCHIVO-DOCUMENTOS NEXT RECORD
             END-READ
           END-PERFORM.

       3400-AVISAR-CERTIFICACIONES.
      *-----------------------------
           MOVE WS-EMA-CLAVE TO CEM-COD-EMPLEADO.
           MOVE ZEROS        TO CEM-COD-CURSO.

           START ARCHIVO-CERT-EMP KEY IS NOT LESS THAN CEM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CEM
             NOT INVALID KEY
               MOVE "00" TO FL-CEM
           END-START.

           IF FL-CEM = "00"
             READ ARCHIVO-CERT-EMP NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-CEM NOT = "00" OR
                   CEM-COD-EMPLEADO NOT = WS-EMA-CLAVE
             IF CEM-ESTADO = "A"
               INITIALIZE WS-EVENTO
               MOVE "CER"    TO WS-EVE-TIPO
               MOVE "CERVEN" TO WS-EVE-PLANTILLA
               MOVE CEM-FEC-VENCIMIENTO TO WS-EVE-FECHA
               STRING "CURSO " CEM-COD-CURSO
                   DELIMITED BY SIZE INTO WS-EVE-REFERENCIA
               MOVE "VENCIMIENTO DE CERTIFICACION" TO WS-EVE-DETALLE
               MOVE 1 TO WS-EVE-AL-EMPLEADO
               MOVE 1 TO WS-EVE-AL-SUPERVISOR
               PERFORM 3900-EVALUAR-VENCIMIENTO
             END-IF
             READ ARCHIVO-CERT-EMP NEXT RECORD
             END-READ
           END-PERFORM.

       3500-AVISAR-HORAS-EXTRAS.
      *--------------------------
      *    NOVEDADES DEL PERIODO EN CURSO QUE SIGUEN SIN APROBAR
      *    CERCA DEL CORTE: SE AVISA AL SUPERVISOR QUE DEBE
      *    APROBARLAS Y A TALENTO HUMANO.
           MOVE LOW-VALUES     TO HEX-CLAVE.
           MOVE WS-EMA-EMPRESA TO HEX-COD-EMPRESA.
           MOVE WS-EMA-CLAVE   TO HEX-COD-EMPLEADO.
           MOVE WS-FEC-AA      TO HEX-FEC-NOVE-AA.
           MOVE WS-FEC-MM      TO HEX-FEC-NOVE-MM.
           MOVE ZEROS          TO HEX-FEC-NOVE-DD.

           START ARCHIVO-HORAS-EXTRAS KEY IS NOT LESS THAN HEX-CLAVE
             INVALID KEY
               MOVE "10" TO FL-HEX
             NOT INVALID KEY
               MOVE "00" TO FL-HEX
           END-START.

           IF FL-HEX = "00"
             READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-HEX NOT = "00" OR
                   HEX-COD-EMPRESA NOT = WS-EMA-EMPRESA OR
                   HEX-COD-EMPLEADO NOT = WS-EMA-CLAVE OR
                   HEX-FEC-NOVE-AA NOT = WS-FEC-AA OR
                   HEX-FEC-NOVE-MM NOT = WS-FEC-MM
             IF HEX-ESTADO-APROBACION = "P"
               INITIALIZE WS-EVENTO
               MOVE "NOV"    TO WS-EVE-TIPO
               MOVE "NOVHEX" TO WS-EVE-PLANTILLA
               PERFORM 3590-FECHA-CORTE
               STRING "HEX " HEX-FECHA-NOVEDAD " " TIPO-NOVEDAD
                   DELIMITED BY SIZE INTO WS-EVE-REFERENCIA
               MOVE "HORAS EXTRAS SIN APROBAR ANTES DEL CORTE"
                 TO WS-EVE-DETALLE
               MOVE 1 TO WS-EVE-AL-SUPERVISOR
               MOVE 1 TO WS-EVE-A-TALENTO
               PERFORM 4000-EMITIR-AVISO
             END-IF
             READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
             END-READ
           END-PERFORM.

       3550-AVISAR-DESCUENTOS.
      *------------------------
           MOVE LOW-VALUES     TO DES-CLAVE.
           MOVE WS-EMA-EMPRESA TO DES-COD-EMPRESA.
           MOVE WS-EMA-CLAVE   TO DES-COD-EMPLEADO.
           MOVE WS-FEC-AA      TO DES-FEC-NOVE-AA.
           MOVE WS-FEC-MM      TO DES-FEC-NOVE-MM.
           MOVE ZEROS          TO DES-FEC-NOVE-DD.

           START ARCHIVO-DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
             INVALID KEY
               MOVE "10" TO FL-DES
             NOT INVALID KEY
               MOVE "00" TO FL-DES
           END-START.

           IF FL-DES = "00"
             READ ARCHIVO-DESCUENTOS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-DES NOT = "00" OR
                   DES-COD-EMPRESA NOT = WS-EMA-EMPRESA OR
                   DES-COD-EMPLEADO NOT = WS-EMA-CLAVE OR
                   DES-FEC-NOVE-AA NOT = WS-FEC-AA OR
                   DES-FEC-NOVE-MM NOT = WS-FEC-MM
             IF DES-ESTADO-APROBACION = "P"
               INITIALIZE WS-EVENTO
               MOVE "NOV"    TO WS-EVE-TIPO
               MOVE "NOVDES" TO WS-EVE-PLANTILLA
               PERFORM 3590-FECHA-CORTE
               STRING "DES " DES-FECHA-NOVEDAD " " DES-TIPO-DESCUENTO
                   DELIMITED BY SIZE INTO WS-EVE-REFERENCIA
               MOVE "DESCUENTO SIN APROBAR ANTES DEL CORTE"
                 TO WS-EVE-DETALLE
               MOVE 1 TO WS-EVE-AL-SUPERVISOR
               MOVE 1 TO WS-EVE-A-TALENTO
               PERFORM 4000-EMITIR-AVISO
             END-IF
             READ ARCHIVO-DESCUENTOS NEXT RECORD
             END-READ
           END-PERFORM.

       3590-FECHA-CORTE.
      *------------------
           MOVE WS-FEC-AA TO WS-EVE-FEC-AA.
           MOVE WS-FEC-MM TO WS-EVE-FEC-MM.
           MOVE WS-TEM-DIA-CORTE(WS-EMA-EMPRESA) TO WS-EVE-FEC-DD.

       3600-AVISAR-RECHAZOS-ACH.
      *--------------------------
      *    CREDITOS QUE EL BANCO DEVOLVIO (RET-ACH): EL EMPLEADO
      *    DEBE CORREGIR SU CUENTA Y TALENTO HUMANO REEMITIRLO.
           MOVE LOW-VALUES     TO PAG-CLAVE.
           MOVE WS-EMA-EMPRESA TO PAG-COD-EMPRESA.
           MOVE WS-EMA-CLAVE   TO PAG-COD-EMPLEADO.

           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAG-CLAVE
             INVALID KEY
               MOVE "10" TO FL-PAG
             NOT INVALID KEY
               MOVE "00" TO FL-PAG
           END-START.

           IF FL-PAG = "00"
             READ ARCHIVO-PAGOS NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-PAG NOT = "00" OR
                   PAG-COD-EMPRESA NOT = WS-EMA-EMPRESA OR
                   PAG-COD-EMPLEADO NOT = WS-EMA-CLAVE
             IF PAG-ESTADO = "R"
               INITIALIZE WS-EVENTO
               MOVE "ACH"    TO WS-EVE-TIPO
               MOVE "ACHREC" TO WS-EVE-PLANTILLA
               MOVE PAG-FEC-ESTADO TO WS-EVE-FECHA
               STRING "PERIODO " PAG-FEC-AA "-" PAG-FEC-MM
                   DELIMITED BY SIZE INTO WS-EVE-REFERENCIA
               STRING "PAGO RECHAZADO: " PAG-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WS-EVE-DETALLE
               MOVE 1 TO WS-EVE-AL-EMPLEADO
               MOVE 1 TO WS-EVE-A-TALENTO
               PERFORM 3900-EVALUAR-VENCIMIENTO
             END-IF
             READ ARCHIVO-PAGOS NEXT RECORD
             END-READ
           END-PERFORM.

       3900-EVALUAR-VENCIMIENTO.
      *--------------------------
      *    SOLO SE AVISA LO QUE CAE DENTRO DEL HORIZONTE HACIA
      *    ADELANTE O HACIA ATRAS; FECHAS VACIAS O INVALIDAS SE
      *    IGNORAN.
           IF WS-EVE-FECHA IS NOT NUMERIC OR WS-EVE-FECHA = ZEROS OR
              WS-EVE-FEC-MM < 1 OR WS-EVE-FEC-MM > 12 OR
              WS-EVE-FEC-DD < 1 OR WS-EVE-FEC-DD > 31
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIA-EVENTO =
               FUNCTION INTEGER-OF-DATE(WS-EVE-FECHA).

           IF WS-DIA-EVENTO >= WS-DIA-DESDE AND
              WS-DIA-EVENTO <= WS-DIA-LIMITE
             PERFORM 4000-EMITIR-AVISO
           END-IF.

       4000-EMITIR-AVISO.
      *-------------------
           IF WS-EVE-AL-EMPLEADO = 1
             MOVE "E" TO WS-DESTINO-TIPO
             PERFORM 4010-ENCOLAR-DESTINO
           END-IF.
           IF WS-EVE-AL-SUPERVISOR = 1
             MOVE "S" TO WS-DESTINO-TIPO
             PERFORM 4010-ENCOLAR-DESTINO
           END-IF.
           IF WS-EVE-A-TALENTO = 1
             MOVE "R" TO WS-DESTINO-TIPO
             PERFORM 4010-ENCOLAR-DESTINO
           END-IF.

       4010-ENCOLAR-DESTINO.
      *----------------------
           MOVE SPACES TO WS-DESTINO.

           EVALUATE WS-DESTINO-TIPO
               WHEN "E"
                 IF WS-EMA-CERULAR > ZEROS
                   MOVE WS-EMA-CERULAR TO WS-CELULAR-EDIT
                   MOVE WS-CELULAR-EDIT TO WS-DESTINO
                 END-IF
               WHEN "S"
                 IF WS-SUP-CERULAR > ZEROS
                   MOVE WS-SUP-CERULAR TO WS-CELULAR-EDIT
                   MOVE WS-CELULAR-EDIT TO WS-DESTINO
                 END-IF
               WHEN "R"
                 MOVE WS-TEM-EMAIL(WS-EMA-EMPRESA) TO WS-DESTINO
           END-EVALUATE.

           IF WS-DESTINO = SPACES
             ADD 1 TO WS-TOTAL-SIN-DESTINO
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-EVE-TIPO       TO NTE-TIPO-EVENTO.
           MOVE WS-EMA-EMPRESA    TO NTE-COD-EMPRESA.
           MOVE WS-EMA-CLAVE      TO NTE-COD-EMPLEADO.
           MOVE WS-EVE-REFERENCIA TO NTE-REFERENCIA.
           MOVE WS-EVE-FECHA      TO NTE-FECHA-EVENTO.
           MOVE WS-DESTINO-TIPO   TO NTE-TIPO-DESTINO.

           READ ARCHIVO-NOTIF-ENVIADAS
           END-READ.

           IF FL-NTE = "00"
             ADD 1 TO WS-TOTAL-REPETIDOS
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE NTF-DATOS.
           MOVE WS-FEC-AA         TO NTF-FEC-GEN-AA.
           MOVE WS-FEC-MM         TO NTF-FEC-GEN-MM.
           MOVE WS-FEC-DD         TO NTF-FEC-GEN-DD.
           MOVE WS-HOR-HH         TO NTF-HOR-GEN-HH.
           MOVE WS-HOR-MM         TO NTF-HOR-GEN-MM.
           MOVE WS-HOR-SS         TO NTF-HOR-GEN-SS.
           MOVE WS-DESTINO-TIPO   TO NTF-TIPO-DESTINO.
           MOVE WS-DESTINO        TO NTF-DESTINO.
           MOVE WS-EVE-TIPO       TO NTF-TIPO-EVENTO.
           STRING WS-EVE-PLANTILLA "-" WS-DESTINO-TIPO
               DELIMITED BY SIZE INTO NTF-PLANTILLA.
           MOVE WS-EMA-EMPRESA    TO NTF-COD-EMPRESA.
           MOVE WS-EMA-CLAVE      TO NTF-COD-EMPLEADO.
           MOVE WS-EMA-NOMBRES    TO NTF-NOMBRES.
           MOVE WS-EVE-REFERENCIA TO NTF-REFERENCIA.
           MOVE WS-EVE-FECHA      TO NTF-FECHA-EVENTO.
           MOVE WS-EVE-DETALLE    TO NTF-DETALLE.

           WRITE NTF-DATOS.

           IF FL-NTF NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR EN LA COLA DE AVISOS - "
                 FL-NTF
             MOVE "4010-ENCOLAR-DESTINO" TO WS-ERR-PARRAFO
             MOVE "NTF" TO WS-ERR-ARCHIVO
             MOVE FL-NTF TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE NTE-DATOS.
           MOVE WS-EVE-TIPO       TO NTE-TIPO-EVENTO.
           MOVE WS-EMA-EMPRESA    TO NTE-COD-EMPRESA.
           MOVE WS-EMA-CLAVE      TO NTE-COD-EMPLEADO.
           MOVE WS-EVE-REFERENCIA TO NTE-REFERENCIA.
           MOVE WS-EVE-FECHA      TO NTE-FECHA-EVENTO.
           MOVE WS-DESTINO-TIPO   TO NTE-TIPO-DESTINO.
           MOVE WS-DESTINO        TO NTE-DESTINO.
           MOVE NTF-PLANTILLA     TO NTE-PLANTILLA.
           MOVE WS-FEC-AA         TO NTE-FEC-ENV-AA.
           MOVE WS-FEC-MM         TO NTE-FEC-ENV-MM.
           MOVE WS-FEC-DD         TO NTE-FEC-ENV-DD.

           WRITE NTE-DATOS.

           ADD 1 TO WS-TOTAL-ENCOLADOS.

           EVALUATE WS-EVE-TIPO
               WHEN "CTR"
                 ADD 1 TO WS-TOTAL-CTR
               WHEN "DOC"
                 ADD 1 TO WS-TOTAL-DOC
               WHEN "CER"
                 ADD 1 TO WS-TOTAL-CER
               WHEN "NOV"
                 ADD 1 TO WS-TOTAL-NOV
               WHEN "ACH"
                 ADD 1 TO WS-TOTAL-ACH
           END-EVALUATE.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-NOT"      TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
