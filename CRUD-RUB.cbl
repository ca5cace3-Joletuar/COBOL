           DISPLAY "INGRESE LA DESCRIPCION DEL RUBRO: ".
           ACCEPT WS-RUB-DESCRIPCION.
           DISPLAY "INGRESE LA NATURALEZA (I=INGRESO / E=EGRESO / "
               "P=PROVISION PATRONAL / B=BENEFICIO EN ESPECIE): ".
           ACCEPT WS-RUB-NATURALEZA.
           DISPLAY "INGRESE EL ESTADO DEL RUBRO (A/I): ".
           ACCEPT WS-RUB-ESTADO.
                 DISPLAY "ERROR AL INGRESAR LA DESCRIPCION"
               WHEN NOT (WS-RUB-NATURALEZA = "I" OR
                    WS-RUB-NATURALEZA = "E" OR
                    WS-RUB-NATURALEZA = "P" OR
                    WS-RUB-NATURALEZA = "B")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LA NATURALEZA SOLO PUEDE SER I/E/P/B"
               WHEN NOT (WS-RUB-ESTADO = "A" OR WS-RUB-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
