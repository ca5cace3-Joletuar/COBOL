       FD  ARCHIVO-NOTIF-ENVIADAS.
           01 NTE-DATOS.
      *       BITACORA DE AVISOS YA ENCOLADOS: UN MISMO EVENTO NO SE
      *       AVISA DOS VECES AL MISMO DESTINATARIO.
              03 NTE-CLAVE.
                 05 NTE-TIPO-EVENTO      PIC X(3).
                 05 NTE-COD-EMPRESA      PIC 9(3).
                 05 NTE-COD-EMPLEADO     PIC 9(8).
                 05 NTE-REFERENCIA       PIC X(20).
                 05 NTE-FECHA-EVENTO     PIC 9(8).
                 05 NTE-TIPO-DESTINO     PIC X(1).
              03 NTE-DESTINO             PIC X(40).
              03 NTE-PLANTILLA           PIC X(8).
              03 NTE-FECHA-ENVIO.
                 05 NTE-FEC-ENV-AA       PIC 9(4).
                 05 NTE-FEC-ENV-MM       PIC 9(2).
                 05 NTE-FEC-ENV-DD       PIC 9(2).
