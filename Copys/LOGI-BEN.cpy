      *    BENEFICIO EN ESPECIE DEL EMPLEADO: VALOR DE MERCADO MENSUAL
      *    DE LA VIVIENDA, ALIMENTACION, VEHICULO O EDUCACION QUE LA
      *    EMPRESA LE PROVEE. SE POSTEA EN UN RUBRO DE NATURALEZA B
      *    (NO MONETARIO). LA FECHA FIN EN CEROS SIGNIFICA VIGENTE.
       FD  ARCHIVO-BENEFICIOS-ESP.
           01 BEN-DATOS.
              03 BEN-CLAVE.
                 05 BEN-COD-EMPRESA      PIC 9(3).
                 05 BEN-COD-EMPLEADO     PIC 9(8).
                 05 BEN-SECUENCIA        PIC 9(3).
              03 BEN-TIPO                PIC X(1).
                 88 BEN-VIVIENDA         VALUE "V".
                 88 BEN-ALIMENTACION     VALUE "A".
                 88 BEN-VEHICULO         VALUE "M".
                 88 BEN-EDUCACION        VALUE "E".
                 88 BEN-OTRO             VALUE "O".
              03 BEN-DESCRIPCION         PIC X(30).
              03 BEN-COD-RUBRO           PIC 9(2).
              03 BEN-VALOR-MENSUAL       PIC 9(8)V9(2).
              03 BEN-FEC-INICIO.
                 05 BEN-FEC-INI-AA       PIC 9(4).
                 05 BEN-FEC-INI-MM       PIC 9(2).
                 05 BEN-FEC-INI-DD       PIC 9(2).
              03 BEN-FEC-FIN.
                 05 BEN-FEC-FIN-AA       PIC 9(4).
                 05 BEN-FEC-FIN-MM       PIC 9(2).
                 05 BEN-FEC-FIN-DD       PIC 9(2).
              03 BEN-ESTADO              PIC X(1).
              03 BEN-OPE-MODIFICA        PIC X(10).
              03 BEN-FEC-MODIFICA        PIC 9(8).
