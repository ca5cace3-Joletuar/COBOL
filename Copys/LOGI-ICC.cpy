       FD  ARCHIVO-CUENTAS-INTERCIA.
           01 ICC-DATOS.
              03 ICC-CLAVE.
                 05 ICC-CIA-EMISORA      PIC 9(3).
                 05 ICC-CIA-RECEPTORA    PIC 9(3).
              03 ICC-CTA-EMI-DEBE        PIC X(10).
              03 ICC-CTA-EMI-HABER       PIC X(10).
              03 ICC-CTA-REC-DEBE        PIC X(10).
              03 ICC-CTA-REC-HABER       PIC X(10).
              03 ICC-ESTADO              PIC X(1).
