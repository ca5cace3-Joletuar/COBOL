
       3040-SUMAR-RETENIDO.
      *---------------------
      *    LA CLAVE DE PERIODO AGRUPA EL RUBRO DEL CONVENIO DE
      *    TODOS LOS EMPLEADOS DEL MES; SE LEE SOLO ESE TRAMO.
           MOVE WS-CIA-CODIGO     TO NOM-PER-EMPRESA.
           MOVE WS-REP-FEC-AA     TO NOM-PER-AA.
           MOVE WS-REP-FEC-MM     TO NOM-PER-MM.
           MOVE WS-RUBRO-CONVENIO TO NOM-PER-RUBRO.
           MOVE ZEROS             TO NOM-PER-EMPLEADO.

           START ARCHIVO-NOMINAS
               KEY IS NOT LESS THAN NOM-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-PER-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-PER-AA NOT = WS-REP-FEC-AA OR
                   NOM-PER-MM NOT = WS-REP-FEC-MM OR
                   NOM-PER-RUBRO NOT = WS-RUBRO-CONVENIO
             ADD NOM-VALOR TO WS-TOTAL-RETENIDO
             PERFORM 3041-LEER-RUBRO
           END-PERFORM.

