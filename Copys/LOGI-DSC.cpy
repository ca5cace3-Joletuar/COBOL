       FD  ARCHIVO-DISCAPACIDAD.
           01 DSC-DATOS.
              03 DSC-CLAVE.
                 05 DSC-COD-EMPRESA      PIC 9(3).
                 05 DSC-COD-EMPLEADO     PIC 9(8).
              03 DSC-NUM-CARNET          PIC X(15).
              03 DSC-PORCENTAJE          PIC 9(3).
              03 DSC-TIPO                PIC X(1).
              03 DSC-FEC-VENCE.
                 05 DSC-FEC-VENCE-AA     PIC 9(4).
                 05 DSC-FEC-VENCE-MM     PIC 9(2).
                 05 DSC-FEC-VENCE-DD     PIC 9(2).
              03 DSC-SUSTITUTO           PIC X(1).
              03 DSC-NOMBRE-TITULAR      PIC X(40).
              03 DSC-ESTADO              PIC X(1).
