       FD  ARCHIVO-EDICIONES.
           01 EDI-DATOS.
              03 EDI-CLAVE.
                 05 EDI-ARCHIVO          PIC X(11).
                 05 EDI-REGISTRO         PIC X(20).
              03 EDI-OPERADOR            PIC X(10).
              03 EDI-PROGRAMA            PIC X(8).
              03 EDI-FECHA-TOMA.
                 05 EDI-FEC-AA           PIC 9(4).
                 05 EDI-FEC-MM           PIC 9(2).
                 05 EDI-FEC-DD           PIC 9(2).
              03 EDI-HORA-TOMA.
                 05 EDI-HOR-HH           PIC 9(2).
                 05 EDI-HOR-MM           PIC 9(2).
                 05 EDI-HOR-SS           PIC 9(2).
