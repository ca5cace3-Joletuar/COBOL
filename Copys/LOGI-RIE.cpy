                 05 RIE-COD-EMPLEADO     PIC 9(8).
                 05 RIE-FEC-AA           PIC 9(4).
                 05 RIE-FEC-MM           PIC 9(2).
                 05 RIE-TIPO             PIC X(1).
              03 RIE-VALOR               PIC 9(8)V9(2).
              03 RIE-DIAS                PIC 9(3).
              03 RIE-ESTADO              PIC X(1).
