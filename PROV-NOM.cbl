
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

             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "NO HAY SUELDO BASICO VIGENTE PARA EL "
                 "PERIODO, REGISTRELO EN LA PARAMETRIZACION"
             MOVE "2020-BUSCAR-SUELDO-BASICO" TO WS-ERR-PARRAFO
             MOVE "APO" TO WS-ERR-ARCHIVO
             MOVE FL-APO TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             MOVE "NO HAY SUELDO BASICO VIGENTE" TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

       2021-LEER-VIGENCIA.
      *---------------------
      *    SI EN EL PERIODO SE PAGARON DECIMOS O VACACIONES, LA
      *    PROVISION ACUMULADA SE REVIERTE POR EL VALOR PAGADO.
           MOVE WS-CIA-CODIGO TO NOM-PER-EMPRESA.
           MOVE WS-PRV-FEC-AA TO NOM-PER-AA.
           MOVE WS-PRV-FEC-MM TO NOM-PER-MM.
           MOVE ZEROS         TO NOM-PER-RUBRO.
           MOVE ZEROS         TO NOM-PER-EMPLEADO.

           START ARCHIVO-NOMINAS
               KEY IS NOT LESS THAN NOM-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-PRV-FEC-AA OR
                   NOM-PER-MM NOT = WS-PRV-FEC-MM
             EVALUATE NOM-TIPO-RUBRO
                 WHEN 6
                   ADD NOM-VALOR TO WS-PAGADO-DEC3
                 WHEN 7
                   ADD NOM-VALOR TO WS-PAGADO-DEC4
                 WHEN 13
                   ADD NOM-VALOR TO WS-PAGADO-VAC
                 WHEN OTHER
                   CONTINUE
             END-EVALUATE
             PERFORM 3210-LEER-RUBRO
           END-PERFORM.

      *---------------------
           READ ARCHIVO-PROVISIONES NEXT RECORD
           END-READ.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "PROV-NOM"     TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
