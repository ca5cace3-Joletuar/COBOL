       FD  ARCHIVO-RETENCIONES.
           01 RTN-DATOS.
              03 RTN-CLAVE.
                 05 RTN-COD-EMPRESA      PIC 9(3).
                 05 RTN-COD-EMPLEADO     PIC 9(8).
                 05 RTN-FEC-AA           PIC 9(4).
                 05 RTN-FEC-MM           PIC 9(2).
              03 RTN-MOTIVO              PIC X(50).
              03 RTN-ESTADO              PIC X(1).
              03 RTN-OPE-RETIENE         PIC X(10).
              03 RTN-FEC-RETENCION.
                 05 RTN-FEC-RET-AA       PIC 9(4).
                 05 RTN-FEC-RET-MM       PIC 9(2).
                 05 RTN-FEC-RET-DD       PIC 9(2).
              03 RTN-VALOR-RETENIDO      PIC 9(11)V9(2).
              03 RTN-OPE-LIBERA          PIC X(10).
              03 RTN-FEC-LIBERACION.
                 05 RTN-FEC-LIB-AA       PIC 9(4).
                 05 RTN-FEC-LIB-MM       PIC 9(2).
                 05 RTN-FEC-LIB-DD       PIC 9(2).
              03 RTN-MEDIO-PAGO          PIC X(1).
              03 RTN-VALOR-LIBERADO      PIC 9(11)V9(2).
              03 RTN-NUM-CHEQUE          PIC 9(8).
