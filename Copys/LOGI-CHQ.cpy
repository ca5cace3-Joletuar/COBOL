                 05 CHQ-FEC-EMI-AA       PIC 9(4).
                 05 CHQ-FEC-EMI-MM       PIC 9(2).
                 05 CHQ-FEC-EMI-DD       PIC 9(2).
              03 CHQ-ORIGEN              PIC X(1).
              03 CHQ-FEC-COBRO.
                 05 CHQ-FEC-COB-AA       PIC 9(4).
                 05 CHQ-FEC-COB-MM       PIC 9(2).
                 05 CHQ-FEC-COB-DD       PIC 9(2).
              03 CHQ-VALOR-COBRADO       PIC 9(11)V9(2).
              03 CHQ-FEC-CADUCIDAD.
                 05 CHQ-FEC-CAD-AA       PIC 9(4).
                 05 CHQ-FEC-CAD-MM       PIC 9(2).
                 05 CHQ-FEC-CAD-DD       PIC 9(2).
