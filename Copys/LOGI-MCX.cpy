       FD  ARCHIVO-MOV-CXC.
           01 MCX-DATOS.
      *       MOVIMIENTOS DE LA CUENTA POR COBRAR DE UN EX EMPLEADO:
      *       O = ORIGEN, A = ACUERDO DE PAGO, C = COBRO,
      *       K = CASTIGO.
              03 MCX-CLAVE.
                 05 MCX-COD-EMPRESA      PIC 9(3).
                 05 MCX-COD-EMPLEADO     PIC 9(8).
                 05 MCX-SECUENCIA        PIC 9(3).
                 05 MCX-MOVIMIENTO       PIC 9(4).
              03 MCX-TIPO                PIC X(1).
              03 MCX-FECHA.
                 05 MCX-FEC-AA           PIC 9(4).
                 05 MCX-FEC-MM           PIC 9(2).
                 05 MCX-FEC-DD           PIC 9(2).
              03 MCX-VALOR               PIC 9(10)V9(2).
              03 MCX-SALDO-POSTERIOR     PIC 9(10)V9(2).
              03 MCX-REFERENCIA          PIC X(30).
              03 MCX-OPERADOR            PIC X(10).
