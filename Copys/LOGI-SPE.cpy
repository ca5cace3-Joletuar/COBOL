                 05 SPE-SECUENCIA        PIC 9(1).
              03 SPE-ESTADO              PIC X(1).
              03 SPE-ULT-EMP-PROCESADO   PIC 9(8).
              03 SPE-FEC-PAGO            PIC 9(8).
