       FD  ARCHIVO-ASIGNACIONES-CIA.
           01 ICA-DATOS.
              03 ICA-CLAVE.
                 05 ICA-COD-EMPLEADO     PIC 9(8).
                 05 ICA-VIG-AA           PIC 9(4).
                 05 ICA-VIG-MM           PIC 9(2).
                 05 ICA-CIA-RECEPTORA    PIC 9(3).
              03 ICA-PORCENTAJE          PIC 9(3)V9(2).
              03 ICA-ESTADO              PIC X(1).
