       FD  ARCHIVO-BANCO-HORAS.
           01 BHO-DATOS.
      *       BANCO DE HORAS COMPENSATORIAS DEL EMPLEADO. LA FILA
      *       CON FECHA CERO Y TIPO H ES LA CABECERA CON EL REGIMEN
      *       ELEGIDO (B=BANCO, P=PAGO, ESPACIO=SEGUN LA POLITICA DE
      *       LA EMPRESA). LOS MOVIMIENTOS SON: C CREDITO DE UN
      *       PERIODO DE NOMINA (HORAS EXTRAS APROBADAS POR SU
      *       FACTOR DE TARIFA, CON LAS HORAS AUN NO USADAS Y SU
      *       VENCIMIENTO), G GOCE DE TIEMPO LIBRE DEL CALENDARIO DE
      *       AUSENCIAS, V HORAS VENCIDAS Y L SALDO PAGADO EN LA
      *       LIQUIDACION DE HABERES.
              03 BHO-CLAVE.
                 05 BHO-COD-EMPRESA      PIC 9(3).
                 05 BHO-COD-EMPLEADO     PIC 9(8).
                 05 BHO-FECHA-MOV.
                   07 BHO-FEC-MOV-AA     PIC 9(4).
                   07 BHO-FEC-MOV-MM     PIC 9(2).
                   07 BHO-FEC-MOV-DD     PIC 9(2).
                 05 BHO-TIPO-MOV         PIC X(1).
                 05 BHO-SECUENCIA        PIC 9(3).
              03 BHO-REGIMEN             PIC X(1).
              03 BHO-HORAS               PIC 9(5)V9(2).
              03 BHO-HORAS-PENDIENTES    PIC 9(5)V9(2).
              03 BHO-FEC-VENCE.
                 05 BHO-FEC-VEN-AA       PIC 9(4).
                 05 BHO-FEC-VEN-MM       PIC 9(2).
                 05 BHO-FEC-VEN-DD       PIC 9(2).
              03 BHO-REFERENCIA          PIC X(30).
              03 BHO-PROGRAMA            PIC X(8).
              03 BHO-OPERADOR            PIC X(10).
              03 BHO-FEC-REGISTRO.
                 05 BHO-FEC-REG-AA       PIC 9(4).
                 05 BHO-FEC-REG-MM       PIC 9(2).
                 05 BHO-FEC-REG-DD       PIC 9(2).
