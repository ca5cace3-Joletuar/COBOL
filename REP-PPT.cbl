      *----------------------
      *    UNA SOLA PASADA DE LA NOMINA DEL PERIODO: CADA RUBRO DE
      *    INGRESO O PROVISION SE SUMA A LA OFICINA DE SU EMPLEADO.
           MOVE WS-CIA-CODIGO TO NOM-PER-EMPRESA.
           MOVE WS-REP-FEC-AA TO NOM-PER-AA.
           MOVE WS-REP-FEC-MM TO NOM-PER-MM.
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
                   NOM-PER-AA NOT = WS-REP-FEC-AA OR
                   NOM-PER-MM NOT = WS-REP-FEC-MM
             MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
             READ ARCHIVO-RUBROS
             END-READ
             IF FL-RUB = "00" AND
                (RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "P")
               MOVE NOM-COD-EMPLEADO TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               IF FL-EMP = "00" AND
                  EMP-COD-OFICINA > ZEROS AND
                  EMP-COD-OFICINA < 1000
                 ADD NOM-VALOR
                   TO WS-COSTO-OFICINA(EMP-COD-OFICINA)
               END-IF
             END-IF
             PERFORM 3110-LEER-RUBRO
