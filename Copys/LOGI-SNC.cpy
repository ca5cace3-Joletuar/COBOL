       FD  ARCHIVO-SINC-HRIS.
           01 SNC-DATOS.
      *       IMAGEN DEL EMPLEADO TAL COMO QUEDO DESPUES DE LA ULTIMA
      *       SINCRONIZACION CON EL HRIS CORPORATIVO, SOLO CON LOS
      *       CAMPOS QUE EL HRIS ENVIA. UN CAMPO DEL MAESTRO QUE YA NO
      *       COINCIDE CON ESTA IMAGEN FUE CAMBIADO EN NOMINA DESPUES
      *       DE LA SINCRONIZACION. EL EMPLEADO CERO ES LA FILA DE
      *       CONTROL: FECHA DEL ULTIMO LOTE APLICADO.
              03 SNC-COD-EMPLEADO        PIC 9(8).
              03 SNC-NOMBRES             PIC X(40).
              03 SNC-DIRECCION           PIC X(40).
              03 SNC-CERULAR             PIC 9(10).
              03 SNC-COD-OFICINA         PIC 9(3).
              03 SNC-COD-DEPARTAMENTO    PIC 9(3).
              03 SNC-COD-CARGO           PIC 9(3).
              03 SNC-COD-PROFESION       PIC 9(3).
              03 SNC-COD-CIU-RESIDENCIA  PIC 9(3).
              03 SNC-FEC-NACIMIENTO      PIC 9(8).
              03 SNC-GENERO              PIC X(1).
              03 SNC-ESTADO-CIVIL        PIC X(1).
              03 SNC-COD-SUPERVISOR      PIC 9(8).
              03 SNC-SUELDO              PIC 9(8)V9(2).
              03 SNC-COD-BANCO           PIC 9(3).
              03 SNC-TIPO-CUENTA         PIC X(1).
              03 SNC-NUM-CUENTA          PIC X(20).
              03 SNC-ESTADO              PIC X(1).
              03 SNC-FEC-LOTE            PIC 9(8).
              03 SNC-FEC-SINC            PIC 9(8).
              03 SNC-HORA-SINC           PIC 9(6).
              03 SNC-OPERADOR            PIC X(10).
