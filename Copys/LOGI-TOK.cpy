       FD  ARCHIVO-TOKENS.
           01 TOK-DATOS.
              03 TOK-TOKEN               PIC X(10).
              03 TOK-CEDULA              PIC 9(10).
              03 TOK-EXTRACTO            PIC X(8).
              03 TOK-FEC-CREACION        PIC 9(8).
              03 TOK-ULT-SECUENCIA       PIC 9(9).
