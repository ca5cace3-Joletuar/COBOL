
       3030-ACUMULAR-NOMINA.
      *----------------------
           MOVE CIA-CODIGO    TO NOM-PER-EMPRESA.
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
                   NOM-PER-EMPRESA NOT = CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-REP-FEC-AA OR
                   NOM-PER-MM NOT = WS-REP-FEC-MM
             PERFORM 3032-ACUMULAR-RUBRO
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

