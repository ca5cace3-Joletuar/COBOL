       FD  ARCHIVO-CXC-EXEMPLEADOS.
           01 CXC-DATOS.
      *       SALDO A FAVOR DE LA EMPRESA QUE DEJO LA LIQUIDACION DE
      *       UN EX EMPLEADO CUANDO SUS DEUDAS SUPERARON LO QUE SE LE
      *       DEBIA. EL ORIGEN SE GUARDA POR CONCEPTO. ESTADO A =
      *       ABIERTA, C = COBRADA, K = CASTIGADA.
              03 CXC-CLAVE.
                 05 CXC-COD-EMPRESA      PIC 9(3).
                 05 CXC-COD-EMPLEADO     PIC 9(8).
                 05 CXC-SECUENCIA        PIC 9(3).
              03 CXC-PROGRAMA-ORIGEN     PIC X(8).
              03 CXC-FEC-ORIGEN.
                 05 CXC-FEC-ORI-AA       PIC 9(4).
                 05 CXC-FEC-ORI-MM       PIC 9(2).
                 05 CXC-FEC-ORI-DD       PIC 9(2).
              03 CXC-PERIODO-LIQ.
                 05 CXC-PER-LIQ-AA       PIC 9(4).
                 05 CXC-PER-LIQ-MM       PIC 9(2).
              03 CXC-ORI-PRESTAMOS       PIC 9(10)V9(2).
              03 CXC-ORI-ANTICIPOS       PIC 9(10)V9(2).
              03 CXC-ORI-EQUIPOS         PIC 9(10)V9(2).
              03 CXC-VALOR-ORIGINAL      PIC 9(10)V9(2).
              03 CXC-TOTAL-COBRADO       PIC 9(10)V9(2).
              03 CXC-TOTAL-CASTIGADO     PIC 9(10)V9(2).
              03 CXC-SALDO               PIC 9(10)V9(2).
              03 CXC-ULT-MOVIMIENTO      PIC 9(4).
              03 CXC-FEC-ULT-COBRO.
                 05 CXC-FEC-COB-AA       PIC 9(4).
                 05 CXC-FEC-COB-MM       PIC 9(2).
                 05 CXC-FEC-COB-DD       PIC 9(2).
      *       ACUERDO DE PAGO: N = SIN ACUERDO, V = VIGENTE,
      *       C = CUMPLIDO, R = ROTO.
              03 CXC-ACU-ESTADO          PIC X(1).
              03 CXC-ACU-NUM-CUOTAS      PIC 9(3).
              03 CXC-ACU-VALOR-CUOTA     PIC 9(8)V9(2).
              03 CXC-ACU-INICIO-AA       PIC 9(4).
              03 CXC-ACU-INICIO-MM       PIC 9(2).
              03 CXC-ACU-COBRADO         PIC 9(10)V9(2).
              03 CXC-ACU-OPERADOR        PIC X(10).
      *       CASTIGO DEL SALDO: N = NO SOLICITADO, S = SOLICITADO,
      *       A = APROBADO POR FINANZAS, R = RECHAZADO.
              03 CXC-CAS-ESTADO          PIC X(1).
              03 CXC-CAS-MOTIVO          PIC X(40).
              03 CXC-CAS-SOLICITANTE     PIC X(10).
              03 CXC-CAS-APROBADOR       PIC X(10).
              03 CXC-CAS-FECHA           PIC 9(8).
              03 CXC-ESTADO              PIC X(1).
