            COPY "./Copys/FISI-ANT.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-RTN.cpy".

            SELECT ARCHIVO-TRANSFERENCIA
              ASSIGN TO "../Archivos/Transfer-ANT.txt"
            COPY "./Copys/LOGI-ANT.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-RTN.cpy".

       FD  ARCHIVO-TRANSFERENCIA.
       01  ACH-LINEA                    PIC X(80).
       01  FL-PER                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-ACH                  PIC XX.
       01  FL-RTN                  PIC XX.

       01  WS-PARAMETROS-PAGO.
           03 WS-CIA-CODIGO         PIC 9(3).
       01  WS-CONTADORES.
           03 WS-TOTAL-INCLUIDOS    PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-SIN-CUENTA   PIC 9(6) VALUE ZERO.
           03 WS-TOTAL-RETENIDOS    PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-TRANSFERIDO     PIC 9(13)V9(2) VALUE ZERO.


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

       LINKAGE SECTION.
      *----------------

           OPEN INPUT ARCHIVO-CUENTAS-BANCO.
           OPEN OUTPUT ARCHIVO-TRANSFERENCIA.

           OPEN I-O ARCHIVO-RETENCIONES.
           IF FL-RTN NOT = "00"
             CLOSE ARCHIVO-RETENCIONES
             OPEN OUTPUT ARCHIVO-RETENCIONES
             CLOSE ARCHIVO-RETENCIONES
             OPEN I-O ARCHIVO-RETENCIONES
           END-IF.

           OPEN I-O ARCHIVO-ANTICIPOS.
           IF FL-ANT NOT = "00"
             CLOSE ARCHIVO-ANTICIPOS
           CLOSE ARCHIVO-CUENTAS-BANCO.
           CLOSE ARCHIVO-TRANSFERENCIA.
           CLOSE ARCHIVO-ANTICIPOS.
           CLOSE ARCHIVO-RETENCIONES.

       2000-PEDIR-PARAMETROS.
      *----------------------
             EXIT PARAGRAPH
           END-IF.

      *    UN PAGO RETENIDO EN EL REGISTRO DE RETENCIONES TAMPOCO
      *    RECIBE EL ANTICIPO: QUEDA SIN PAGAR HASTA SU LIBERACION.
           MOVE ANT-COD-EMPRESA  TO RTN-COD-EMPRESA.
           MOVE ANT-COD-EMPLEADO TO RTN-COD-EMPLEADO.
           MOVE ANT-FEC-AA       TO RTN-FEC-AA.
           MOVE ANT-FEC-MM       TO RTN-FEC-MM.
           READ ARCHIVO-RETENCIONES
           END-READ.

           IF FL-RTN = "00" AND RTN-ESTADO = "R"
             ADD 1 TO WS-TOTAL-RETENIDOS
             DISPLAY "EXCLUIDO " EMP-CLAVE " " EMP-NOMBRES
                 " - PAGO RETENIDO"
             EXIT PARAGRAPH
           END-IF.

           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.
           IF FL-ANT NOT = "00"
             DISPLAY "ERROR AL SELLAR EL ANTICIPO DEL EMPLEADO "
                 EMP-CLAVE " - " FL-ANT
             MOVE "3020-PAGAR-ANTICIPO" TO WS-ERR-PARRAFO
             MOVE "ANT" TO WS-ERR-ARCHIVO
             MOVE FL-ANT TO WS-ERR-ESTADO
             MOVE ANT-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       3050-IMPRIMIR-CONTROL.
               WS-CIA-CODIGO.
           DISPLAY "ANTICIPOS PAGADOS:     " WS-TOTAL-INCLUIDOS.
           DISPLAY "EXCLUIDOS SIN CUENTA:  " WS-TOTAL-SIN-CUENTA.
           DISPLAY "EXCLUIDOS RETENIDOS:   " WS-TOTAL-RETENIDOS.
           DISPLAY "TOTAL TRANSFERIDO:     " WS-TOTAL-TRANSFERIDO.
           DISPLAY "ARCHIVO GENERADO: ../Archivos/Transfer-ANT.txt".
           DISPLAY WS-DECORADOR.

           IF WS-TOTAL-RETENIDOS > ZEROS
             PERFORM 3060-LISTAR-RETENIDOS
           END-IF.

       3060-LISTAR-RETENIDOS.
      *-----------------------
      *    PAGINA DE CONTROL DE LOS PAGOS RETENIDOS DEL PERIODO:
      *    QUIEN LOS RETUVO Y POR QUE.
           DISPLAY "PAGOS RETENIDOS NO INCLUIDOS EN LA REMESA".

           MOVE LOW-VALUES    TO RTN-CLAVE.
           MOVE WS-CIA-CODIGO TO RTN-COD-EMPRESA.

           START ARCHIVO-RETENCIONES KEY IS NOT LESS THAN RTN-CLAVE
             INVALID KEY
               MOVE "10" TO FL-RTN
           END-START.

           IF FL-RTN = "00"
             PERFORM 3061-LEER-RETENCION
           END-IF.

           PERFORM UNTIL FL-RTN NOT = "00" OR
                   RTN-COD-EMPRESA NOT = WS-CIA-CODIGO
             IF RTN-ESTADO = "R" AND
                RTN-FEC-AA = WS-ANT-FEC-AA AND
                RTN-FEC-MM = WS-ANT-FEC-MM
               DISPLAY "EMPLEADO " RTN-COD-EMPLEADO
                   " RETENIDO POR " RTN-OPE-RETIENE
                   " MOTIVO: " RTN-MOTIVO
             END-IF
             PERFORM 3061-LEER-RETENCION
           END-PERFORM.

           DISPLAY WS-DECORADOR.

       3061-LEER-RETENCION.
      *---------------------
           READ ARCHIVO-RETENCIONES NEXT RECORD
           END-READ.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PAGO-ANT"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
