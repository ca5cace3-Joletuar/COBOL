       FD  ARCHIVO-JUBILADOS.
           01 JBP-DATOS.
      *       BENEFICIARIO DE JUBILACION PATRONAL, ENLAZADO A SU
      *       CLAVE DE EMPLEADO. LA PENSION MENSUAL SE PAGA DESDE LA
      *       FECHA DE INICIO CONTRA LA RESERVA ACUMULADA EN EL
      *       ARCHIVO DE JUBILACION; LA DECIMA TERCERA PENSION SE
      *       PAGA EN DICIEMBRE Y LA DECIMA CUARTA (UN SUELDO BASICO)
      *       EN EL MES DEL REGIMEN DEL JUBILADO. ESTADO A = EN
      *       PAGO, S = SUSPENDIDA, F = FINALIZADA.
              03 JBP-CLAVE.
                 05 JBP-COD-EMPRESA      PIC 9(3).
                 05 JBP-COD-EMPLEADO     PIC 9(8).
              03 JBP-PENSION-MENSUAL     PIC 9(8)V9(2).
              03 JBP-FEC-INICIO.
                 05 JBP-FEC-INI-AA       PIC 9(4).
                 05 JBP-FEC-INI-MM       PIC 9(2).
                 05 JBP-FEC-INI-DD       PIC 9(2).
              03 JBP-DEC-TERCERO         PIC X(1).
              03 JBP-DEC-CUARTO          PIC X(1).
              03 JBP-MES-DEC-CUARTO      PIC 9(2).
              03 JBP-COD-BANCO           PIC 9(3).
              03 JBP-TIPO-CUENTA         PIC X(1).
              03 JBP-NUM-CUENTA          PIC X(20).
              03 JBP-ESTADO              PIC X(1).
              03 JBP-TOTAL-PAGADO        PIC 9(10)V9(2).
              03 JBP-ULT-PAGO.
                 05 JBP-ULT-PAGO-AA      PIC 9(4).
                 05 JBP-ULT-PAGO-MM      PIC 9(2).
              03 JBP-OPE-REGISTRO        PIC X(10).
              03 JBP-FEC-REGISTRO.
                 05 JBP-FEC-REG-AA       PIC 9(4).
                 05 JBP-FEC-REG-MM       PIC 9(2).
                 05 JBP-FEC-REG-DD       PIC 9(2).
