            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-SCE.cpy".
           SELECT ARCHIVO-CERTIFICADO
             ASSIGN TO WS-RUTA-CERTIFICADO
             ORGANIZATION IS LINE SEQUENTIAL
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-SCE.cpy".
       FD  ARCHIVO-CERTIFICADO.
           01 CER-LINEA             PIC X(80).
       FD  ARCHIVO-LOG-CERT.
       01  FS-CIA                  PIC XX.
       01  FL-CER                  PIC XX.
       01  FL-LOG                  PIC XX.
       01  FL-SCE                  PIC XX.

       01  WS-RUTA-CERTIFICADO      PIC X(40).


       01  WS-NUMERO-CERT           PIC 9(6).
       01  WS-LINEA-ARMADA          PIC X(80).
       01  WS-SOLICITUDES-PEND      PIC 9(4).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

           DISPLAY "   EMISION DE CERTIFICADO LABORAL".
           DISPLAY WS-DECORADOR.

           PERFORM 2005-LISTAR-SOLICITUDES.

           DISPLAY "BUSCAR POR (1=ID DEL EMPLEADO / 2=CEDULA): ".
           ACCEPT WS-OPCION-BUSQUEDA.

             PERFORM 2010-LEER-MAESTROS
           END-IF.

       2005-LISTAR-SOLICITUDES.
      *-------------------------
      *    SOLICITUDES HECHAS POR LOS EMPLEADOS DE LA EMPRESA DESDE
      *    EL AUTOSERVICIO (AUTO-EMP) QUE AUN ESPERAN SU CERTIFICADO.
           MOVE ZEROS TO WS-SOLICITUDES-PEND.

           OPEN INPUT ARCHIVO-SOLICITUDES-CERT.

           IF FL-SCE NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
           END-READ.

           PERFORM UNTIL FL-SCE NOT = "00"
             IF SCE-ESTADO = "P" AND
                SCE-COD-EMPRESA = LK-CIA-ACTIVA
               IF WS-SOLICITUDES-PEND = ZEROS
                 DISPLAY "SOLICITUDES PENDIENTES DEL AUTOSERVICIO:"
               END-IF
               ADD 1 TO WS-SOLICITUDES-PEND
               DISPLAY "  EMPLEADO " SCE-COD-EMPLEADO " CEDULA "
                   SCE-CEDULA " DEL " SCE-FEC-SOL-AA "-"
                   SCE-FEC-SOL-MM "-" SCE-FEC-SOL-DD
               DISPLAY "    MOTIVO: " SCE-MOTIVO
             END-IF
             READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-SOLICITUDES-CERT.

           IF WS-SOLICITUDES-PEND > ZEROS
             DISPLAY WS-DECORADOR
           END-IF.

       2010-LEER-MAESTROS.
      *--------------------
           MOVE EMP-COD-CARGO TO CAR-CODIGO.
           PERFORM 3010-ASIGNAR-NUMERO.
           PERFORM 3020-ESCRIBIR-CERTIFICADO.
           PERFORM 3030-REGISTRAR-EN-LOG.
           PERFORM 3040-ATENDER-SOLICITUDES.

           DISPLAY "CERTIFICADO " WS-NUMERO-CERT " GENERADO EN "
               WS-RUTA-CERTIFICADO.

           CLOSE ARCHIVO-LOG-CERT.

       3040-ATENDER-SOLICITUDES.
      *--------------------------
      *    EL CERTIFICADO EMITIDO ATIENDE LAS SOLICITUDES PENDIENTES
      *    DEL EMPLEADO, QUE ASI LO VE EMITIDO EN EL AUTOSERVICIO.
           OPEN I-O ARCHIVO-SOLICITUDES-CERT.

           IF FL-SCE NOT = "00"
             EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO SCE-CLAVE.
           MOVE EMP-CLAVE  TO SCE-COD-EMPLEADO.

           START ARCHIVO-SOLICITUDES-CERT
               KEY IS NOT LESS THAN SCE-CLAVE
             INVALID KEY
               MOVE "10" TO FL-SCE
           END-START.

           IF FL-SCE = "00"
             READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
             END-READ
           END-IF.

           PERFORM UNTIL FL-SCE NOT = "00" OR
                   SCE-COD-EMPLEADO NOT = EMP-CLAVE
             IF SCE-ESTADO = "P"
               MOVE "E"              TO SCE-ESTADO
               MOVE WS-NUMERO-CERT   TO SCE-NUMERO-CERT
               MOVE WS-FECHA-SISTEMA TO SCE-FEC-EMISION
               MOVE LK-OPERADOR      TO SCE-OPERADOR-EMISION
               REWRITE SCE-DATOS
               END-REWRITE
               DISPLAY "SE ATENDIO LA SOLICITUD DEL " SCE-FEC-SOL-AA
                   "-" SCE-FEC-SOL-MM "-" SCE-FEC-SOL-DD
             END-IF
             READ ARCHIVO-SOLICITUDES-CERT NEXT RECORD
             END-READ
           END-PERFORM.

           CLOSE ARCHIVO-SOLICITUDES-CERT.

       9000-GRABAR-LINEA.
      *-------------------
           MOVE WS-LINEA-ARMADA TO CER-LINEA.
