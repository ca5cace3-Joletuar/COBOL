       FD  ARCHIVO-PLANES-SEGURO.
           01 SEG-DATOS.
              03 SEG-CLAVE.
                 05 SEG-COD-EMPRESA      PIC 9(3).
                 05 SEG-COD-PLAN         PIC 9(3).
              03 SEG-ASEGURADORA         PIC X(30).
              03 SEG-NOMBRE-PLAN         PIC X(30).
              03 SEG-TIPO-PLAN           PIC X(1).
              03 SEG-PRIMA-TITULAR       PIC 9(6)V9(2).
              03 SEG-PORC-EMPLEADOR      PIC 9(3)V9(2).
              03 SEG-PRIMA-DEPENDIENTE   PIC 9(6)V9(2).
              03 SEG-ESTADO              PIC X(1).
