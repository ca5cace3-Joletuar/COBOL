       FD  ARCHIVO-OTROS-EMPL.
           01 IOE-DATOS.
      *       INGRESOS GRAVADOS Y RETENCION DE IMPUESTO A LA RENTA
      *       DEL EMPLEADO CON OTROS EMPLEADORES EN EL MISMO ANIO
      *       FISCAL (SEGUN EL FORMULARIO 107 QUE ENTREGA), PARA QUE
      *       LA PROYECCION, LA RELIQUIDACION Y EL ANEXO CONSOLIDEN
      *       EL EJERCICIO COMPLETO.
              03 IOE-CLAVE.
                 05 IOE-COD-EMPLEADO     PIC 9(8).
                 05 IOE-ANIO-FISCAL      PIC 9(4).
              03 IOE-RUC-EMPLEADOR       PIC X(13).
              03 IOE-RAZON-SOCIAL        PIC X(40).
              03 IOE-INGRESO-GRAVADO     PIC 9(10)V9(2).
              03 IOE-RETENCION           PIC 9(8)V9(2).
              03 IOE-ESTADO              PIC X(1).
