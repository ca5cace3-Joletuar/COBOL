       FD  ARCHIVO-COLA-NOTIF.
           01 NTF-DATOS.
      *       COLA DE SALIDA HACIA LA PASARELA CORPORATIVA DE CORREO Y
      *       SMS. DESTINO: E=CELULAR DEL EMPLEADO, S=CELULAR DEL
      *       SUPERVISOR, R=BUZON DE TALENTO HUMANO (CORREO DE LA
      *       EMPRESA). LA PASARELA ARMA EL MENSAJE CON LA PLANTILLA.
              03 NTF-FECHA-GENERACION.
                 05 NTF-FEC-GEN-AA       PIC 9(4).
                 05 NTF-FEC-GEN-MM       PIC 9(2).
                 05 NTF-FEC-GEN-DD       PIC 9(2).
              03 NTF-HORA-GENERACION.
                 05 NTF-HOR-GEN-HH       PIC 9(2).
                 05 NTF-HOR-GEN-MM       PIC 9(2).
                 05 NTF-HOR-GEN-SS       PIC 9(2).
              03 NTF-TIPO-DESTINO        PIC X(1).
              03 NTF-DESTINO             PIC X(40).
              03 NTF-TIPO-EVENTO         PIC X(3).
              03 NTF-PLANTILLA           PIC X(8).
              03 NTF-COD-EMPRESA         PIC 9(3).
              03 NTF-COD-EMPLEADO        PIC 9(8).
              03 NTF-NOMBRES             PIC X(40).
              03 NTF-REFERENCIA          PIC X(20).
              03 NTF-FECHA-EVENTO.
                 05 NTF-FEC-EVE-AA       PIC 9(4).
                 05 NTF-FEC-EVE-MM       PIC 9(2).
                 05 NTF-FEC-EVE-DD       PIC 9(2).
              03 NTF-DETALLE             PIC X(50).
