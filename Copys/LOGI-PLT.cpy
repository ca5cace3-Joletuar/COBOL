       FD  ARCHIVO-PLANTILLAS.
           01 PLT-DATOS.
      *       PLANTILLAS DE CARTAS Y CONTRATOS DE TALENTO HUMANO. LA
      *       LINEA 000 ES LA CABECERA DE LA PLANTILLA Y LAS DEMAS SON
      *       EL TEXTO, CON MARCADORES <NOMBRE> QUE GEN-CAR REEMPLAZA
      *       POR LOS DATOS DEL EMPLEADO. TIPO C = CONTRATO, S = CAMBIO
      *       DE SUELDO, P = PROMOCION, T = TRASLADO, A = AMONESTACION,
      *       O = OTRA. ESTADO A = ACTIVA, I = INACTIVA.
              03 PLT-CLAVE.
                 05 PLT-COD-EMPRESA      PIC 9(3).
                 05 PLT-CODIGO           PIC X(6).
                 05 PLT-LINEA            PIC 9(3).
              03 PLT-TEXTO               PIC X(100).
              03 PLT-CABECERA REDEFINES PLT-TEXTO.
                 05 PLT-TIPO             PIC X(1).
                 05 PLT-DESCRIPCION      PIC X(40).
                 05 PLT-ESTADO           PIC X(1).
                 05 PLT-OPE-REGISTRO     PIC X(10).
                 05 PLT-FEC-REGISTRO     PIC 9(8).
                 05 FILLER               PIC X(40).
