       FD  ARCHIVO-REGISTRO-ACH.
           01 RAC-DATOS.
              03 RAC-CLAVE.
                 05 RAC-COD-EMPRESA      PIC 9(3).
                 05 RAC-FEC-AA           PIC 9(4).
                 05 RAC-FEC-MM           PIC 9(2).
                 05 RAC-CORRIDA          PIC 9(4).
                 05 RAC-COD-BANCO        PIC 9(3).
              03 RAC-NOMBRE-ARCHIVO      PIC X(40).
              03 RAC-REGISTROS           PIC 9(6).
              03 RAC-TOTAL               PIC 9(13)V9(2).
              03 RAC-HASH                PIC 9(15).
              03 RAC-OPERADOR            PIC X(10).
              03 RAC-FECHA-GEN.
                 05 RAC-FEC-GEN-AA       PIC 9(4).
                 05 RAC-FEC-GEN-MM       PIC 9(2).
                 05 RAC-FEC-GEN-DD       PIC 9(2).
              03 RAC-HORA-GEN.
                 05 RAC-HOR-HH           PIC 9(2).
                 05 RAC-HOR-MM           PIC 9(2).
                 05 RAC-HOR-SS           PIC 9(2).
              03 RAC-ESTADO              PIC X(1).
                 88 RAC-VIGENTE          VALUE "V".
                 88 RAC-SUSTITUIDO       VALUE "S".
              03 RAC-RETORNOS            PIC 9(6).
              03 RAC-MOTIVO-SUST         PIC X(50).
              03 RAC-OPE-SUST            PIC X(10).
              03 RAC-FEC-SUST            PIC 9(8).
              03 RAC-ORIGEN              PIC X(1).
                 88 RAC-CORRIDA-NOMINA   VALUE "N".
                 88 RAC-FUERA-DE-CICLO   VALUE "L".
