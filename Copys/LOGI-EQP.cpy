       FD  ARCHIVO-EQUIPOS.
           01 EQP-DATOS.
              03 EQP-CLAVE.
                 05 EQP-COD-EMPRESA      PIC 9(3).
                 05 EQP-COD-EMPLEADO     PIC 9(8).
                 05 EQP-SECUENCIA        PIC 9(3).
              03 EQP-TIPO-ITEM           PIC X(1).
              03 EQP-DESCRIPCION         PIC X(30).
              03 EQP-SERIE               PIC X(20).
              03 EQP-VALOR               PIC 9(8)V9(2).
              03 EQP-VIDA-UTIL           PIC 9(3).
              03 EQP-FEC-ENTREGA.
                 05 EQP-FEC-ENT-AA       PIC 9(4).
                 05 EQP-FEC-ENT-MM       PIC 9(2).
                 05 EQP-FEC-ENT-DD       PIC 9(2).
              03 EQP-DEVOLUCION          PIC X(1).
              03 EQP-FEC-DEVOLUCION.
                 05 EQP-FEC-DEV-AA       PIC 9(4).
                 05 EQP-FEC-DEV-MM       PIC 9(2).
                 05 EQP-FEC-DEV-DD       PIC 9(2).
              03 EQP-VALOR-COBRADO       PIC 9(8)V9(2).
              03 EQP-ESTADO              PIC X(1).
