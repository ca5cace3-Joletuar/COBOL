       FD  ARCHIVO-ACCIDENTES.
           01 ACC-DATOS.
              03 ACC-CLAVE.
                 05 ACC-COD-EMPLEADO     PIC 9(8).
                 05 ACC-SECUENCIA        PIC 9(3).
              03 ACC-COD-EMPRESA         PIC 9(3).
              03 ACC-FECHA.
                 05 ACC-FEC-AA           PIC 9(4).
                 05 ACC-FEC-MM           PIC 9(2).
                 05 ACC-FEC-DD           PIC 9(2).
      *       A=ACCIDENTE EN EL TRABAJO, T=ACCIDENTE IN ITINERE,
      *       E=ENFERMEDAD PROFESIONAL.
              03 ACC-TIPO                PIC X(1).
              03 ACC-COD-OFICINA         PIC 9(3).
              03 ACC-COD-DEPARTAMENTO    PIC 9(3).
              03 ACC-LUGAR               PIC X(40).
              03 ACC-DESCRIPCION         PIC X(60).
              03 ACC-PARTE-CUERPO        PIC X(20).
              03 ACC-DIAS-PERDIDOS       PIC 9(3).
              03 ACC-TESTIGOS            PIC X(60).
      *       AVISO AL SEGURO DE RIESGOS DEL TRABAJO DEL IESS: EL
      *       PLAZO ES LA FECHA DEL SUCESO MAS LOS DIAS DE LEY.
              03 ACC-FEC-LIMITE-AVISO.
                 05 ACC-FEC-LIM-AA       PIC 9(4).
                 05 ACC-FEC-LIM-MM       PIC 9(2).
                 05 ACC-FEC-LIM-DD       PIC 9(2).
              03 ACC-NUM-AVISO-IESS      PIC X(15).
              03 ACC-FEC-AVISO.
                 05 ACC-FEC-AVI-AA       PIC 9(4).
                 05 ACC-FEC-AVI-MM       PIC 9(2).
                 05 ACC-FEC-AVI-DD       PIC 9(2).
      *       AUSENCIA DE LOS DIAS PERDIDOS EN EL ARCHIVO DE
      *       DESCUENTOS: FECHA DE LA PRIMERA NOVEDAD, SU TIPO Y EN
      *       CUANTOS MESES SE REPARTIO (CERO = SIN VINCULAR).
              03 ACC-DES-FECHA.
                 05 ACC-DES-FEC-AA       PIC 9(4).
                 05 ACC-DES-FEC-MM       PIC 9(2).
                 05 ACC-DES-FEC-DD       PIC 9(2).
              03 ACC-DES-TIPO            PIC 9(2).
              03 ACC-DES-MESES           PIC 9(2).
              03 ACC-ESTADO              PIC X(1).
