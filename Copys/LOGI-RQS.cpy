       FD  ARCHIVO-REQUISICIONES.
           01 RQS-DATOS.
      *       REQUISICION DE PERSONAL SOBRE UNA PLAZA AUTORIZADA DE
      *       LA EMPRESA/OFICINA/CARGO; LA VIGENCIA ES LA DEL
      *       PRESUPUESTO DE PLAZAS CONTRA EL QUE SE ABRIO.
              03 RQS-CLAVE.
                 05 RQS-COD-EMPRESA      PIC 9(3).
                 05 RQS-NUMERO           PIC 9(5).
              03 RQS-COD-OFICINA         PIC 9(3).
              03 RQS-COD-CARGO           PIC 9(3).
              03 RQS-COD-DEPARTAMENTO    PIC 9(3).
              03 RQS-VIGENCIA-PLAZA.
                 05 RQS-VIG-AA           PIC 9(4).
                 05 RQS-VIG-MM           PIC 9(2).
              03 RQS-COD-SOLICITANTE     PIC 9(8).
              03 RQS-OPE-REGISTRO        PIC X(10).
              03 RQS-FEC-SOLICITUD.
                 05 RQS-FEC-SOL-AA       PIC 9(4).
                 05 RQS-FEC-SOL-MM       PIC 9(2).
                 05 RQS-FEC-SOL-DD       PIC 9(2).
              03 RQS-MOTIVO              PIC X(50).
      *       TIPO DE CONTRATO PREVISTO (I/F/P, COMO EN CONTRATOS).
              03 RQS-TIPO-CONTRATO       PIC X(1).
              03 RQS-SUELDO-OBJETIVO     PIC 9(8)V9(2).
      *       APROBACION: P=PENDIENTE / A=APROBADA / R=RECHAZADA.
              03 RQS-ESTADO-APROBACION   PIC X(1).
              03 RQS-OPE-APROBACION      PIC X(10).
              03 RQS-FEC-APROBACION.
                 05 RQS-FEC-APR-AA       PIC 9(4).
                 05 RQS-FEC-APR-MM       PIC 9(2).
                 05 RQS-FEC-APR-DD       PIC 9(2).
      *       ESTADO: A=ABIERTA / C=CUBIERTA / X=CANCELADA.
              03 RQS-ESTADO              PIC X(1).
              03 RQS-FEC-CIERRE.
                 05 RQS-FEC-CIE-AA       PIC 9(4).
                 05 RQS-FEC-CIE-MM       PIC 9(2).
                 05 RQS-FEC-CIE-DD       PIC 9(2).
              03 RQS-COD-EMPLEADO        PIC 9(8).
