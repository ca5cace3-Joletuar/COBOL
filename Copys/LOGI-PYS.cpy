       FD  ARCHIVO-PAZ-SALVO.
           01 PYS-DATOS.
              03 PYS-CLAVE.
                 05 PYS-COD-EMPRESA      PIC 9(3).
                 05 PYS-COD-EMPLEADO     PIC 9(8).
              03 PYS-FEC-APERTURA.
                 05 PYS-FEC-APE-AA       PIC 9(4).
                 05 PYS-FEC-APE-MM       PIC 9(2).
                 05 PYS-FEC-APE-DD       PIC 9(2).
              03 PYS-FEC-BAJA.
                 05 PYS-FEC-BAJ-AA       PIC 9(4).
                 05 PYS-FEC-BAJ-MM       PIC 9(2).
                 05 PYS-FEC-BAJ-DD       PIC 9(2).
              03 PYS-OPE-APERTURA        PIC X(10).
      *       FIRMAS DEL PAZ Y SALVO: SISTEMAS (ACCESOS), FINANZAS
      *       (PRESTAMOS Y VIATICOS) Y EL SUPERVISOR DIRECTO.
      *       CADA FIRMA ES P=PENDIENTE / S=FIRMADA.
              03 PYS-FIRMA-SISTEMAS      PIC X(1).
              03 PYS-OPE-SISTEMAS        PIC X(10).
              03 PYS-FEC-SISTEMAS        PIC 9(8).
              03 PYS-FIRMA-FINANZAS      PIC X(1).
              03 PYS-OPE-FINANZAS        PIC X(10).
              03 PYS-FEC-FINANZAS        PIC 9(8).
              03 PYS-FIRMA-SUPERVISOR    PIC X(1).
              03 PYS-OPE-SUPERVISOR      PIC X(10).
              03 PYS-FEC-SUPERVISOR      PIC 9(8).
              03 PYS-OPERADORES-INACT    PIC 9(2).
      *       P=PENDIENTE / C=COMPLETO / D=DISPENSADO POR UN "A".
              03 PYS-ESTADO              PIC X(1).
              03 PYS-OPE-DISPENSA        PIC X(10).
              03 PYS-MOTIVO-DISPENSA     PIC X(50).
              03 PYS-FEC-DISPENSA        PIC 9(8).
