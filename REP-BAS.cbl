
       3100-ACUMULAR-RUBROS.
      *----------------------
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
             IF NOM-TIPO-RUBRO > ZEROS
               ADD NOM-VALOR TO WS-TOTAL-RUBRO(NOM-TIPO-RUBRO)
             END-IF
             PERFORM 3110-LEER-RUBRO
           END-IF.

      *    LOS RUBROS SIN MARCA CARGADA SE TRATAN COMO INCLUIDOS,
      *    IGUAL QUE LO HACE EL PROCESO DE NOMINA; LOS BENEFICIOS EN
      *    ESPECIE (B) ENTRAN A LAS BASES SEGUN SUS MARCAS AUNQUE NO
      *    SE PAGUEN EN EFECTIVO.
           IF RUB-NATURALEZA = "I" OR RUB-NATURALEZA = "B"
             IF RUB-BASE-IMPUESTO = "N"
               MOVE "N" TO WS-MARCA-IMPUESTO
             ELSE
