             MOVE WS-HOR-HH         TO NOM-HORA-PROC-HH
             MOVE WS-HOR-MM         TO NOM-HORA-PROC-MM
             MOVE WS-HOR-SS         TO NOM-HORA-PROC-SS
             MOVE NOM-COD-EMPRESA   TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA  TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO    TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO  TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
           END-IF.

