       FD  ARCHIVO-CANDIDATOS.
           01 CND-DATOS.
      *       CANDIDATO DE UNA REQUISICION. ETAPAS: R=RECIBIDO /
      *       E=ENTREVISTA / P=PRUEBAS / O=OFERTA / S=SELECCIONADO /
      *       D=DESCARTADO / C=CONTRATADO (LA FIJA LA CONVERSION A
      *       EMPLEADO, QUE DEJA AQUI LA CLAVE ASIGNADA).
              03 CND-CLAVE.
                 05 CND-COD-EMPRESA      PIC 9(3).
                 05 CND-NUM-REQUISICION  PIC 9(5).
                 05 CND-SECUENCIA        PIC 9(3).
              03 CND-CEDULA              PIC 9(10).
              03 CND-NOMBRES             PIC X(40).
              03 CND-CELULAR             PIC 9(10).
              03 CND-ETAPA               PIC X(1).
              03 CND-FEC-ETAPA.
                 05 CND-FEC-ETA-AA       PIC 9(4).
                 05 CND-FEC-ETA-MM       PIC 9(2).
                 05 CND-FEC-ETA-DD       PIC 9(2).
              03 CND-SUELDO-OFERTA       PIC 9(8)V9(2).
              03 CND-FEC-INGRESO.
                 05 CND-FEC-ING-AA       PIC 9(4).
                 05 CND-FEC-ING-MM       PIC 9(2).
                 05 CND-FEC-ING-DD       PIC 9(2).
              03 CND-OBSERVACION         PIC X(50).
              03 CND-COD-EMPLEADO        PIC 9(8).
