       FD  ARCHIVO-ATRASOS.
           01 ATR-DATOS.
              03 ATR-CLAVE.
                 05 ATR-COD-EMPRESA      PIC 9(3).
                 05 ATR-COD-EMPLEADO     PIC 9(8).
                 05 ATR-FECHA.
                    07 ATR-FEC-AA        PIC 9(4).
                    07 ATR-FEC-MM        PIC 9(2).
                    07 ATR-FEC-DD        PIC 9(2).
                 05 ATR-TIPO             PIC X(1).
              03 ATR-COD-SUPERVISOR      PIC 9(8).
              03 ATR-HORA-TURNO          PIC 9(4).
              03 ATR-HORA-MARCA          PIC 9(6).
              03 ATR-MINUTOS             PIC 9(4).
              03 ATR-MOTIVO-EXCUSA       PIC X(50).
              03 ATR-AUTORIZA            PIC X(10).
              03 ATR-ESTADO              PIC X(1).
