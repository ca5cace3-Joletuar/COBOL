       FD  ARCHIVO-AFILIACIONES.
           01 AFI-DATOS.
              03 AFI-CLAVE.
                 05 AFI-COD-EMPRESA      PIC 9(3).
                 05 AFI-COD-EMPLEADO     PIC 9(8).
                 05 AFI-COD-PLAN         PIC 9(3).
              03 AFI-FEC-INICIO.
                 05 AFI-FEC-INI-AA       PIC 9(4).
                 05 AFI-FEC-INI-MM       PIC 9(2).
                 05 AFI-FEC-INI-DD       PIC 9(2).
              03 AFI-FEC-FIN.
                 05 AFI-FEC-FIN-AA       PIC 9(4).
                 05 AFI-FEC-FIN-MM       PIC 9(2).
                 05 AFI-FEC-FIN-DD       PIC 9(2).
              03 AFI-NUM-DEPENDIENTES    PIC 9(2).
              03 AFI-DEPENDIENTE         PIC 9(2) OCCURS 10 TIMES.
              03 AFI-ESTADO              PIC X(1).
