            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-MOR.cpy".
            COPY "./Copys/FISI-BHO.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-MOR.cpy".
            COPY "./Copys/LOGI-BHO.cpy".

       WORKING-STORAGE SECTION.

       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-MOR                  PIC XX.
       01  FL-BHO                  PIC XX.

       01  WS-EXCEPCIONES          PIC 9(5).


       77  WS-DECORADOR            PIC X(60) VALUE ALL "-".

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

             OPEN INPUT ARCHIVO-MORAS
           END-IF.

           OPEN INPUT ARCHIVO-BANCO-HORAS.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-HORAS-EXTRAS.
           CLOSE ARCHIVO-DESCUENTOS.
           CLOSE ARCHIVO-MORAS.
           CLOSE ARCHIVO-BANCO-HORAS.

       2000-VERIFICAR-CHECKPOINT.
      *---------------------------
                 ADD 1 TO WS-EXCEPCIONES
                 DISPLAY "EXCEPCION: EL PERIODO NO TIENE NOMINA "
                     "PROCESADA"
                 MOVE "2000-VERIFICAR-CHECKPOINT" TO WS-ERR-PARRAFO
                 MOVE "PER" TO WS-ERR-ARCHIVO
                 MOVE FL-PER TO WS-ERR-ESTADO
                 MOVE PER-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 MOVE "EL PERIODO NO TIENE NOMINA PROCESADA"
                   TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
               WHEN PER-ESTADO = "P" OR PER-ULT-EMP-PROCESADO > ZEROS
                 ADD 1 TO WS-EXCEPCIONES
                 DISPLAY "EXCEPCION: LA CORRIDA DE NOMINA QUEDO "
                     "INCONCLUSA (ULTIMO EMPLEADO "
                     PER-ULT-EMP-PROCESADO ")"
                 MOVE "2000-VERIFICAR-CHECKPOINT" TO WS-ERR-PARRAFO
                 MOVE "PER" TO WS-ERR-ARCHIVO
                 MOVE FL-PER TO WS-ERR-ESTADO
                 MOVE PER-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 MOVE "CORRIDA DE NOMINA INCONCLUSA" TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                 ADD 1 TO WS-EXCEPCIONES
                 DISPLAY "EXCEPCION: EMPLEADO " EMP-CLAVE " "
                     EMP-NOMBRES " SIN RUBRO DE SUELDO EN EL PERIODO"
                 MOVE "3000-VERIFICAR-EMPLEADOS" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE EMP-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 MOVE "EMPLEADO SIN RUBRO DE SUELDO EN EL PERIODO"
                   TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
               ELSE
      *          CON SUELDO BASE PERO SIN APORTE PERSONAL, LA
      *          CORRIDA QUEDO CORTADA ENTRE EL SUELDO Y LAS
                   DISPLAY "EXCEPCION: EMPLEADO " EMP-CLAVE " "
                       EMP-NOMBRES " CON SUELDO PERO SIN APORTE "
                       "PERSONAL (CORRIDA INCOMPLETA)"
                   MOVE "3000-VERIFICAR-EMPLEADOS" TO WS-ERR-PARRAFO
                   MOVE "NOM" TO WS-ERR-ARCHIVO
                   MOVE FL-NOM TO WS-ERR-ESTADO
                   MOVE EMP-CLAVE TO WS-ERR-CLAVE
                   MOVE "E" TO WS-ERR-SEVERIDAD
                   MOVE "SUELDO SIN APORTE PERSONAL, CORRIDA INCOMPLETA"
                     TO WS-ERR-MENSAJE
                   PERFORM 8000-REGISTRAR-ERROR
                 END-IF
               END-IF
             END-IF
               MOVE WS-RUBRO-HORAS-EXTRAS TO WS-RUBRO-BUSCADO
               PERFORM 6000-BUSCAR-RUBRO-NOMINA
               IF FL-NOM NOT = "00"
                 PERFORM 4020-BUSCAR-CREDITO-BANCO
               END-IF
               IF FL-NOM NOT = "00" AND FL-BHO NOT = "00"
                 ADD 1 TO WS-EXCEPCIONES
                 DISPLAY "EXCEPCION: HORAS EXTRAS APROBADAS DEL "
                     "EMPLEADO " HEX-COD-EMPLEADO " SIN RUBRO EN "
                     "NOMINA"
                 MOVE "4000-VERIFICAR-HORAS-EXTRAS" TO WS-ERR-PARRAFO
                 MOVE "NOM" TO WS-ERR-ARCHIVO
                 MOVE FL-NOM TO WS-ERR-ESTADO
                 MOVE HEX-CLAVE TO WS-ERR-CLAVE
                 MOVE "E" TO WS-ERR-SEVERIDAD
                 MOVE "HORAS EXTRAS APROBADAS SIN RUBRO EN NOMINA"
                   TO WS-ERR-MENSAJE
                 PERFORM 8000-REGISTRAR-ERROR
               END-IF
             END-IF
             PERFORM 4010-LEER-HORAS-EXTRAS
           READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
           END-READ.

       4020-BUSCAR-CREDITO-BANCO.
      *--------------------------
      *    LAS HORAS EXTRAS DE UN EMPLEADO EN BANCO DE HORAS NO VAN
      *    A LA NOMINA SINO AL CREDITO DEL PERIODO.
           MOVE LK-CIA-CODIGO    TO BHO-COD-EMPRESA.
           MOVE HEX-COD-EMPLEADO TO BHO-COD-EMPLEADO.
           MOVE LK-PER-FEC-AA    TO BHO-FEC-MOV-AA.
           MOVE LK-PER-FEC-MM    TO BHO-FEC-MOV-MM.
           MOVE 01               TO BHO-FEC-MOV-DD.
           MOVE "C"              TO BHO-TIPO-MOV.
           MOVE ZEROS            TO BHO-SECUENCIA.

           READ ARCHIVO-BANCO-HORAS
           END-READ.

       5000-VERIFICAR-DESCUENTOS.
      *---------------------------
           MOVE LOW-VALUES TO DES-CLAVE.
                   DISPLAY "EXCEPCION: DESCUENTO APROBADO TIPO "
                       DES-TIPO-DESCUENTO " DEL EMPLEADO "
                       DES-COD-EMPLEADO " SIN RUBRO EN NOMINA"
                   MOVE "5000-VERIFICAR-DESCUENTOS" TO WS-ERR-PARRAFO
                   MOVE "NOM" TO WS-ERR-ARCHIVO
                   MOVE FL-NOM TO WS-ERR-ESTADO
                   MOVE DES-CLAVE TO WS-ERR-CLAVE
                   MOVE "E" TO WS-ERR-SEVERIDAD
                   MOVE "DESCUENTO APROBADO SIN RUBRO EN NOMINA"
                     TO WS-ERR-MENSAJE
                   PERFORM 8000-REGISTRAR-ERROR
                 END-IF
               END-IF
             END-IF

           READ ARCHIVO-NOMINAS
           END-READ.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CONC-NOM"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
