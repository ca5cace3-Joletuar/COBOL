            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-PAG.cpy".
            COPY "./Copys/FISI-RAC.cpy".

            SELECT ARCHIVO-RETORNO
              ASSIGN TO "../Archivos/Retorno-ACH.txt"
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-PAG.cpy".
            COPY "./Copys/LOGI-RAC.cpy".

       FD  ARCHIVO-RETORNO.
       01  RET-DATOS.
              05 RET-FEC-MM             PIC 9(2).
           03 RET-ESTADO                PIC X(1).
           03 RET-MOTIVO                PIC X(30).
      *    EL BANCO DEVUELVE EN CADA RETORNO EL BANCO Y LA CORRIDA
      *    QUE TRAIA LA CABECERA DEL ARCHIVO QUE PROCESO.
           03 RET-COD-BANCO             PIC 9(3).
           03 RET-CORRIDA               PIC 9(4).

       FD  ARCHIVO-REEMISION.
       01  REM-LINEA                    PIC X(80).
       01  FL-PAG                  PIC XX.
       01  FL-RET                  PIC XX.
       01  FL-REM                  PIC XX.
       01  FL-RAC                  PIC XX.

      *    LIBRO DE ESTADOS DE PAGO: EL RETORNO DEL BANCO CONFIRMA
      *    O RECHAZA CADA CREDITO ENVIADO; LOS RECHAZADOS PUEDEN
           03 WS-TOTAL-RECHAZADOS   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-SIN-MATCH    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-REEMITIDOS   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-NO-EMITIDOS  PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-REEMISION       PIC 9(13)V9(2) VALUE ZERO.

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

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

       LINKAGE SECTION.
      *----------------

      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 5.

           GOBACK.

           DISPLAY " 1.- PROCESAR ARCHIVO DE RETORNO DEL BANCO".
           DISPLAY " 2.- REEMITIR PAGOS RECHAZADOS".
           DISPLAY " 3.- CONSULTAR ESTADOS DE UN PERIODO".
           DISPLAY " 4.- CONSULTAR ARCHIVOS DE PAGO EMITIDOS".
           DISPLAY " 5.- SALIR".

           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.
               WHEN WS-OPCION = 3
                 PERFORM 4000-CONSULTAR-ESTADOS
               WHEN WS-OPCION = 4
                 PERFORM 5000-CONSULTAR-REGISTRO
               WHEN WS-OPCION = 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"
           IF FL-RET NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETORNO DEL "
                 "BANCO (../Archivos/Retorno-ACH.txt)"
             MOVE "2000-PROCESAR-RETORNO" TO WS-ERR-PARRAFO
             MOVE "RET" TO WS-ERR-ARCHIVO
             MOVE FL-RET TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

             CLOSE ARCHIVO-PAGOS
             OPEN I-O ARCHIVO-PAGOS
           END-IF.
           OPEN I-O ARCHIVO-REGISTRO-ACH.
           IF FL-RAC NOT = "00"
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN OUTPUT ARCHIVO-REGISTRO-ACH
             CLOSE ARCHIVO-REGISTRO-ACH
             OPEN I-O ARCHIVO-REGISTRO-ACH
           END-IF.

           PERFORM 2010-LEER-RETORNO.

           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-REGISTRO-ACH.

           DISPLAY WS-DECORADOR.
           DISPLAY "REGISTROS LEIDOS:       " WS-TOTAL-LEIDOS.
           DISPLAY "PAGOS CONFIRMADOS:      " WS-TOTAL-CONFIRMADOS.
           DISPLAY "PAGOS RECHAZADOS:       " WS-TOTAL-RECHAZADOS.
           DISPLAY "SIN CORRESPONDENCIA:    " WS-TOTAL-SIN-MATCH.
           DISPLAY "DE ARCHIVOS NO EMITIDOS: " WS-TOTAL-NO-EMITIDOS.
           DISPLAY WS-DECORADOR.

       2010-LEER-RETORNO.
             ADD 1 TO WS-TOTAL-SIN-MATCH
             DISPLAY "RETORNO SIN CORRESPONDENCIA - CEDULA "
                 RET-CEDULA
             MOVE "2020-APLICAR-RETORNO" TO WS-ERR-PARRAFO
             MOVE "EMP" TO WS-ERR-ARCHIVO
             MOVE FL-EMP TO WS-ERR-ESTADO
             MOVE RET-CEDULA TO WS-ERR-CLAVE
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "RETORNO SIN EMPLEADO CORRESPONDIENTE"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           PERFORM 2025-VALIDAR-ARCHIVO-EMITIDO.

           IF FL-RAC NOT = "00"
             EXIT PARAGRAPH
           END-IF.

             ADD 1 TO WS-TOTAL-SIN-MATCH
             DISPLAY "NO HAY PAGO ENVIADO PARA " EMP-CLAVE
                 " EN EL PERIODO " RET-FEC-AA "-" RET-FEC-MM
             MOVE "2020-APLICAR-RETORNO" TO WS-ERR-PARRAFO
             MOVE "PAG" TO WS-ERR-ARCHIVO
             MOVE FL-PAG TO WS-ERR-ESTADO
             MOVE PAG-CLAVE TO WS-ERR-CLAVE
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "RETORNO SIN PAGO ENVIADO" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

                 PERFORM 2030-MARCAR-CUENTA-RECHAZADA
                 DISPLAY "RECHAZO: " EMP-CLAVE " " EMP-NOMBRES (1:25)
                     " - " RET-MOTIVO
                 MOVE "2020-APLICAR-RETORNO" TO WS-ERR-PARRAFO
                 MOVE "PAG" TO WS-ERR-ARCHIVO
                 MOVE FL-PAG TO WS-ERR-ESTADO
                 MOVE PAG-CLAVE TO WS-ERR-CLAVE
                 MOVE "A" TO WS-ERR-SEVERIDAD
                 MOVE "PAGO RECHAZADO POR EL BANCO" TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
               WHEN OTHER
                 ADD 1 TO WS-TOTAL-SIN-MATCH
                 DISPLAY "ESTADO DE RETORNO DESCONOCIDO: "
                     RET-ESTADO " (CEDULA " RET-CEDULA ")"
                 MOVE "2020-APLICAR-RETORNO" TO WS-ERR-PARRAFO
                 MOVE "RET" TO WS-ERR-ARCHIVO
                 MOVE FL-RET TO WS-ERR-ESTADO
                 MOVE RET-CEDULA TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 MOVE "ESTADO DE RETORNO DESCONOCIDO" TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
           END-EVALUATE.

       2025-VALIDAR-ARCHIVO-EMITIDO.
      *------------------------------
      *    SOLO SE ACEPTA EL RETORNO DE UN ARCHIVO QUE ESTE EN EL
      *    REGISTRO DE ARCHIVOS EMITIDOS Y SIGA VIGENTE: UN RETORNO
      *    DE UNA CORRIDA SUSTITUIDA O DESCONOCIDA SIGNIFICA QUE AL
      *    BANCO LLEGO UN ARCHIVO QUE NO DEBIA PROCESAR.
           MOVE EMP-COD-EMPRESA TO RAC-COD-EMPRESA.
           MOVE RET-FEC-AA      TO RAC-FEC-AA.
           MOVE RET-FEC-MM      TO RAC-FEC-MM.
           MOVE RET-CORRIDA     TO RAC-CORRIDA.
           MOVE RET-COD-BANCO   TO RAC-COD-BANCO.

           READ ARCHIVO-REGISTRO-ACH
           END-READ.

           IF FL-RAC NOT = "00"
             ADD 1 TO WS-TOTAL-NO-EMITIDOS
             DISPLAY "RETORNO RECHAZADO - CEDULA " RET-CEDULA
                 " BANCO " RET-COD-BANCO " CORRIDA " RET-CORRIDA
                 " NO CORRESPONDE A UN ARCHIVO EMITIDO"
             MOVE "2025-VALIDAR-ARCHIVO-EMITIDO" TO WS-ERR-PARRAFO
             MOVE "RAC" TO WS-ERR-ARCHIVO
             MOVE FL-RAC TO WS-ERR-ESTADO
             MOVE RAC-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RETORNO DE UN ARCHIVO NO EMITIDO" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             EXIT PARAGRAPH
           END-IF.

           IF NOT RAC-VIGENTE
             ADD 1 TO WS-TOTAL-NO-EMITIDOS
             DISPLAY "RETORNO RECHAZADO - CEDULA " RET-CEDULA
                 " BANCO " RET-COD-BANCO " CORRIDA " RET-CORRIDA
                 " CORRESPONDE A UN ARCHIVO SUSTITUIDO EL "
                 RAC-FEC-SUST " (" RAC-MOTIVO-SUST (1:30) ")"
             MOVE "2025-VALIDAR-ARCHIVO-EMITIDO" TO WS-ERR-PARRAFO
             MOVE "RAC" TO WS-ERR-ARCHIVO
             MOVE FL-RAC TO WS-ERR-ESTADO
             MOVE RAC-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "RETORNO DE UN ARCHIVO SUSTITUIDO" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             MOVE "99" TO FL-RAC
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RAC-RETORNOS.
           REWRITE RAC-DATOS
           END-REWRITE.
           MOVE "00" TO FL-RAC.

       2030-MARCAR-CUENTA-RECHAZADA.
      *------------------------------
      *    LA CUENTA QUE EL BANCO DEVOLVIO QUEDA MARCADA COMO
                PAG-FEC-MM = WS-RET-FEC-MM
               DISPLAY PAG-COD-EMPLEADO " " PAG-VALOR " ESTADO "
                   PAG-ESTADO " (E=ENVIADO C=CONFIRMADO "
                   "R=RECHAZADO X=REEMITIDO H=RETENIDO "
                   "Q=CHEQUE FUERA DE CICLO) " PAG-MOTIVO-RECHAZO
             END-IF
             PERFORM 3010-LEER-PAGO
           END-PERFORM.

           CLOSE ARCHIVO-PAGOS.

       5000-CONSULTAR-REGISTRO.
      *-------------------------
      *    CORRIDAS EMITIDAS DEL PERIODO CON SUS TOTALES DE CONTROL,
      *    ESTADO Y, SI FUERON SUSTITUIDAS, QUIEN Y POR QUE.
           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO DEL PERIODO (AAAA): ".
           ACCEPT WS-RET-FEC-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-RET-FEC-MM.

           OPEN INPUT ARCHIVO-REGISTRO-ACH.
           IF FL-RAC NOT = "00"
             DISPLAY "NO HAY ARCHIVOS DE PAGO REGISTRADOS"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES    TO RAC-CLAVE.
           MOVE WS-CIA-CODIGO TO RAC-COD-EMPRESA.
           MOVE WS-RET-FEC-AA TO RAC-FEC-AA.
           MOVE WS-RET-FEC-MM TO RAC-FEC-MM.

           START ARCHIVO-REGISTRO-ACH KEY IS NOT LESS THAN RAC-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RAC
           END-START.

           IF FL-RAC = "00"
             PERFORM 5010-LEER-REGISTRO
           END-IF.

           PERFORM UNTIL FL-RAC NOT = "00" OR
                   RAC-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   RAC-FEC-AA NOT = WS-RET-FEC-AA OR
                   RAC-FEC-MM NOT = WS-RET-FEC-MM
             DISPLAY "CORRIDA " RAC-CORRIDA " BANCO " RAC-COD-BANCO
                 " REGISTROS " RAC-REGISTROS " TOTAL " RAC-TOTAL
                 " HASH " RAC-HASH
             DISPLAY "   " RAC-FECHA-GEN " " RAC-HORA-GEN " "
                 RAC-OPERADOR " ESTADO " RAC-ESTADO
                 " (V=VIGENTE S=SUSTITUIDO) RETORNOS " RAC-RETORNOS
             IF RAC-SUSTITUIDO
               DISPLAY "   SUSTITUIDO " RAC-FEC-SUST " POR "
                   RAC-OPE-SUST ": " RAC-MOTIVO-SUST
             END-IF
             IF RAC-FUERA-DE-CICLO
               DISPLAY "   PAGO LIBERADO FUERA DE CICLO"
             END-IF
             PERFORM 5010-LEER-REGISTRO
           END-PERFORM.

           CLOSE ARCHIVO-REGISTRO-ACH.

       5010-LEER-REGISTRO.
      *--------------------
           READ ARCHIVO-REGISTRO-ACH NEXT RECORD
           END-READ.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "RET-ACH"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
