       FD  ARCHIVO-PINES.
           01 PIN-DATOS.
              03 PIN-CEDULA              PIC 9(10).
              03 PIN-COD-EMPLEADO        PIC 9(8).
      *       EL PIN DEL AUTOSERVICIO SE GUARDA SOLO COMO RESUMEN
      *       (UTIL-HSH) MEZCLADO CON LA CEDULA, NUNCA LEGIBLE.
              03 PIN-RESUMEN             PIC X(10).
              03 PIN-ESTADO              PIC X(1).
              03 PIN-INTENTOS-FALLIDOS   PIC 9(2).
              03 PIN-BLOQUEADO           PIC X(1).
              03 PIN-FEC-ASIGNACION.
                 05 PIN-FEC-ASI-AA       PIC 9(4).
                 05 PIN-FEC-ASI-MM       PIC 9(2).
                 05 PIN-FEC-ASI-DD       PIC 9(2).
              03 PIN-FEC-ULT-INGRESO.
                 05 PIN-FEC-ING-AA       PIC 9(4).
                 05 PIN-FEC-ING-MM       PIC 9(2).
                 05 PIN-FEC-ING-DD       PIC 9(2).
