              03 PER-ULT-EMP-PROCESADO   PIC 9(8).
              03 PER-SOLICITANTE-CIERRE  PIC X(10).
              03 PER-DIA-CORTE           PIC 9(2).
              03 PER-FEC-PAGO            PIC 9(8).
