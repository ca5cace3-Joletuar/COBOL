              03 HEX-ESTADO            PIC X(1).
              03 HEX-ESTADO-APROBACION PIC X(1).
              03 HEX-NUM-LOTE          PIC 9(6).
              03 HEX-ALERTA-DESCANSO   PIC X(1).
              03 HEX-MOTIVO-EXCEPCION  PIC X(50).
              03 HEX-AUTORIZA-EXCEPCION PIC X(10).
