       FD  ARCHIVO-SITUACIONES.
           01 SLA-DATOS.
      *       PERIODO FECHADO EN QUE EL EMPLEADO, SIN DEJAR DE SER
      *       ACTIVO, NO PRESTA SERVICIOS: LICENCIA SIN SUELDO (L),
      *       SUSPENSION DISCIPLINARIA (S) O LICENCIA POR ESTUDIOS
      *       (E). LAS MARCAS DEL PERIODO DICEN SI SE PAGA EL
      *       SUELDO, SI CUENTA PARA ANTIGUEDAD Y FONDO DE RESERVA
      *       Y SI ACUMULA VACACIONES. EL ULTIMO DIA DEL PERIODO ES
      *       EL DIA ANTERIOR AL REINTEGRO EFECTIVO O, MIENTRAS NO
      *       SE REGISTRE, LA FECHA DE FIN PREVISTA.
              03 SLA-CLAVE.
                 05 SLA-COD-EMPRESA      PIC 9(3).
                 05 SLA-COD-EMPLEADO     PIC 9(8).
                 05 SLA-FEC-INICIO.
                   07 SLA-FEC-INI-AA     PIC 9(4).
                   07 SLA-FEC-INI-MM     PIC 9(2).
                   07 SLA-FEC-INI-DD     PIC 9(2).
              03 SLA-TIPO                PIC X(1).
              03 SLA-FEC-FIN.
                 05 SLA-FEC-FIN-AA       PIC 9(4).
                 05 SLA-FEC-FIN-MM       PIC 9(2).
                 05 SLA-FEC-FIN-DD       PIC 9(2).
              03 SLA-FEC-RETORNO.
                 05 SLA-FEC-RET-AA       PIC 9(4).
                 05 SLA-FEC-RET-MM       PIC 9(2).
                 05 SLA-FEC-RET-DD       PIC 9(2).
              03 SLA-MOTIVO              PIC X(50).
              03 SLA-GOCE-SUELDO         PIC X(1).
              03 SLA-CUENTA-ANTIG        PIC X(1).
              03 SLA-ACUMULA-VAC         PIC X(1).
              03 SLA-ESTADO              PIC X(1).
              03 SLA-OPE-REGISTRO        PIC X(10).
              03 SLA-FEC-REGISTRO.
                 05 SLA-FEC-REG-AA       PIC 9(4).
                 05 SLA-FEC-REG-MM       PIC 9(2).
                 05 SLA-FEC-REG-DD       PIC 9(2).
