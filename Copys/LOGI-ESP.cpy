       FD  ARCHIVO-CORRIDAS-ESP.
           01 ESP-DATOS.
              03 ESP-CLAVE.
                 05 ESP-COD-EMPRESA      PIC 9(3).
                 05 ESP-FEC-AA           PIC 9(4).
                 05 ESP-FEC-MM           PIC 9(2).
                 05 ESP-SECUENCIA        PIC 9(2).
                 05 ESP-COD-EMPLEADO     PIC 9(8).
                 05 ESP-TIPO-RUBRO       PIC 9(2).
              03 ESP-VALOR               PIC 9(8)V9(2).
              03 ESP-OBSERVACION         PIC X(50).
              03 ESP-ESTADO              PIC X(1).
              03 ESP-ORIGEN              PIC X(1).
              03 ESP-OPERADOR            PIC X(10).
              03 ESP-FECHA.
                 05 ESP-FEC-REG-AA       PIC 9(4).
                 05 ESP-FEC-REG-MM       PIC 9(2).
                 05 ESP-FEC-REG-DD       PIC 9(2).
