       FD  ARCHIVO-MATRIZ-MERITO.
           01 MME-DATOS.
      *       MATRIZ DE INCREMENTO POR MERITO DEL CICLO: PORCENTAJE
      *       PARA CADA CALIFICACION SEGUN EL CUARTIL DE LA BANDA DEL
      *       CARGO EN QUE SE UBICA EL SUELDO ACTUAL.
              03 MME-CLAVE.
                 05 MME-COD-EMPRESA      PIC 9(3).
                 05 MME-CICLO            PIC 9(4).
                 05 MME-CALIFICACION     PIC 9(1).
              03 MME-PORCENTAJES.
                 05 MME-PCT-CUARTIL      PIC 9(2)V9(2) OCCURS 4 TIMES.
              03 MME-OPE-REGISTRO        PIC X(10).
              03 MME-FEC-REGISTRO.
                 05 MME-FEC-REG-AA       PIC 9(4).
                 05 MME-FEC-REG-MM       PIC 9(2).
                 05 MME-FEC-REG-DD       PIC 9(2).
