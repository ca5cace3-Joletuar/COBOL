       FD  ARCHIVO-MATERNIDAD.
           01 MAT-DATOS.
      *       LICENCIA POR NACIMIENTO DE UN HIJO: MATERNIDAD (M) DE
      *       DOCE SEMANAS, PAGADA 75% POR EL IESS Y 25% POR EL
      *       EMPLEADOR, SEGUIDA DE DOCE MESES DE JORNADA REDUCIDA
      *       POR LACTANCIA; O PATERNIDAD (P) DE DIEZ A QUINCE DIAS
      *       PAGADOS POR EL EMPLEADOR. LAS FECHAS SE CALCULAN DESDE
      *       LA FECHA DE NACIMIENTO. EL FUERO CONTRA EL DESPIDO VA
      *       DEL INICIO DE LA LICENCIA AL FIN DE LA LACTANCIA (O DE
      *       LA LICENCIA, EN LA PATERNIDAD).
              03 MAT-CLAVE.
                 05 MAT-COD-EMPRESA      PIC 9(3).
                 05 MAT-COD-EMPLEADO     PIC 9(8).
                 05 MAT-FEC-NACIMIENTO.
                   07 MAT-FEC-NAC-AA     PIC 9(4).
                   07 MAT-FEC-NAC-MM     PIC 9(2).
                   07 MAT-FEC-NAC-DD     PIC 9(2).
              03 MAT-TIPO                PIC X(1).
              03 MAT-DIAS-LICENCIA       PIC 9(3).
              03 MAT-FEC-INI-LIC.
                 05 MAT-FEC-INI-LIC-AA   PIC 9(4).
                 05 MAT-FEC-INI-LIC-MM   PIC 9(2).
                 05 MAT-FEC-INI-LIC-DD   PIC 9(2).
              03 MAT-FEC-FIN-LIC.
                 05 MAT-FEC-FIN-LIC-AA   PIC 9(4).
                 05 MAT-FEC-FIN-LIC-MM   PIC 9(2).
                 05 MAT-FEC-FIN-LIC-DD   PIC 9(2).
              03 MAT-FEC-INI-LAC.
                 05 MAT-FEC-INI-LAC-AA   PIC 9(4).
                 05 MAT-FEC-INI-LAC-MM   PIC 9(2).
                 05 MAT-FEC-INI-LAC-DD   PIC 9(2).
              03 MAT-FEC-FIN-LAC.
                 05 MAT-FEC-FIN-LAC-AA   PIC 9(4).
                 05 MAT-FEC-FIN-LAC-MM   PIC 9(2).
                 05 MAT-FEC-FIN-LAC-DD   PIC 9(2).
              03 MAT-HORAS-LACTANCIA     PIC 9(1).
              03 MAT-OBSERVACION         PIC X(50).
              03 MAT-ESTADO              PIC X(1).
              03 MAT-OPE-REGISTRO        PIC X(10).
              03 MAT-FEC-REGISTRO.
                 05 MAT-FEC-REG-AA       PIC 9(4).
                 05 MAT-FEC-REG-MM       PIC 9(2).
                 05 MAT-FEC-REG-DD       PIC 9(2).
