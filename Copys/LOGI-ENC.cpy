       FD  ARCHIVO-ENCUESTA-SALARIAL.
           01 ENC-DATOS.
      *       REFERENCIA DE MERCADO DEL ANIO PARA UN CARGO PROPIO:
      *       LA POSICION DE LA ENCUESTA COMPRADA QUE LE CORRESPONDE
      *       Y SUS PERCENTILES 25, 50 (MEDIANA) Y 75 MENSUALES.
              03 ENC-CLAVE.
                 05 ENC-ANIO             PIC 9(4).
                 05 ENC-COD-CARGO        PIC 9(3).
              03 ENC-FUENTE              PIC X(20).
              03 ENC-COD-POSICION        PIC X(10).
              03 ENC-DESC-POSICION       PIC X(40).
              03 ENC-P25                 PIC 9(8)V9(2).
              03 ENC-P50                 PIC 9(8)V9(2).
              03 ENC-P75                 PIC 9(8)V9(2).
              03 ENC-OPE-CARGA           PIC X(10).
              03 ENC-FEC-CARGA.
                 05 ENC-FEC-CAR-AA       PIC 9(4).
                 05 ENC-FEC-CAR-MM       PIC 9(2).
                 05 ENC-FEC-CAR-DD       PIC 9(2).
