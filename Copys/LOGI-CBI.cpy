       FD  ARCHIVO-CLAVES-BI.
           01 CBI-DATOS.
              03 CBI-CLAVE.
                 05 CBI-DIMENSION        PIC X(3).
                 05 CBI-CLAVE-NATURAL    PIC X(20).
              03 CBI-SUSTITUTA           PIC 9(9).
              03 CBI-FEC-CREACION        PIC 9(8).
              03 CBI-ULT-SECUENCIA       PIC 9(9).
