              03 POL-REGLA-REDONDEO      PIC X(1).
              03 POL-CARGO-TOPE-HEX      PIC 9(3).
              03 POL-ESTADO              PIC X(1).
              03 POL-UMBRAL-BRECHA       PIC 9(2)V9(2).
              03 POL-HORAS-DESCANSO      PIC 9(2).
              03 POL-DIAS-CONSECUTIVOS   PIC 9(1).
              03 POL-MINUTOS-GRACIA      PIC 9(2).
              03 POL-MINUTOS-UMBRAL      PIC 9(4).
              03 POL-BRADFORD-AVISO      PIC 9(4).
              03 POL-BRADFORD-ACCION     PIC 9(4).
              03 POL-BANCO-HORAS         PIC X(1).
              03 POL-MESES-BANCO         PIC 9(2).
              03 POL-FREC-SUBPERIODO     PIC X(1).
              03 POL-DIA-PAGO            PIC 9(2).
              03 POL-AJUSTE-PAGO         PIC X(1).
              03 POL-DIA-CORTE           PIC 9(2).
