       FD  ARCHIVO-ERRORES.
           01 ERR-DATOS.
              03 ERR-CLAVE.
                 05 ERR-FECHA.
                    07 ERR-FEC-AA        PIC 9(4).
                    07 ERR-FEC-MM        PIC 9(2).
                    07 ERR-FEC-DD        PIC 9(2).
                 05 ERR-HORA.
                    07 ERR-HOR-HH        PIC 9(2).
                    07 ERR-HOR-MM        PIC 9(2).
                    07 ERR-HOR-SS        PIC 9(2).
                    07 ERR-HOR-CC        PIC 9(2).
                 05 ERR-SECUENCIA        PIC 9(3).
              03 ERR-PROGRAMA            PIC X(8).
              03 ERR-PARRAFO             PIC X(30).
              03 ERR-ARCHIVO             PIC X(11).
              03 ERR-ESTADO-ARCHIVO      PIC XX.
              03 ERR-CLAVE-REGISTRO      PIC X(20).
              03 ERR-SEVERIDAD           PIC X(1).
                 88 ERR-CRITICO          VALUE "C".
                 88 ERR-ERROR            VALUE "E".
                 88 ERR-ADVERTENCIA      VALUE "A".
              03 ERR-OPERADOR            PIC X(10).
              03 ERR-MENSAJE             PIC X(60).
              03 ERR-RECONOCIDO          PIC X(1).
                 88 ERR-ES-RECONOCIDO    VALUE "S".
                 88 ERR-SIN-RECONOCER    VALUE "N".
              03 ERR-RECONOCE-OPERADOR   PIC X(10).
              03 ERR-FEC-RECONOCE        PIC 9(8).
