       FD  ARCHIVO-SOLICITUDES-CERT.
           01 SCE-DATOS.
              03 SCE-CLAVE.
                 05 SCE-COD-EMPLEADO     PIC 9(8).
                 05 SCE-FEC-SOLICITUD.
                    07 SCE-FEC-SOL-AA    PIC 9(4).
                    07 SCE-FEC-SOL-MM    PIC 9(2).
                    07 SCE-FEC-SOL-DD    PIC 9(2).
                 05 SCE-HOR-SOLICITUD.
                    07 SCE-HOR-SOL-HH    PIC 9(2).
                    07 SCE-HOR-SOL-MM    PIC 9(2).
                    07 SCE-HOR-SOL-SS    PIC 9(2).
              03 SCE-COD-EMPRESA         PIC 9(3).
              03 SCE-CEDULA              PIC 9(10).
              03 SCE-MOTIVO              PIC X(40).
      *       P=PENDIENTE EN TALENTO HUMANO, E=EMITIDO.
              03 SCE-ESTADO              PIC X(1).
              03 SCE-NUMERO-CERT         PIC 9(6).
              03 SCE-FEC-EMISION.
                 05 SCE-FEC-EMI-AA       PIC 9(4).
                 05 SCE-FEC-EMI-MM       PIC 9(2).
                 05 SCE-FEC-EMI-DD       PIC 9(2).
              03 SCE-OPERADOR-EMISION    PIC X(10).
