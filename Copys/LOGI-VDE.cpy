       FD  ARCHIVO-VIOLACIONES-DESCANSO.
           01 VDE-DATOS.
              03 VDE-CLAVE.
                 05 VDE-COD-EMPRESA      PIC 9(3).
                 05 VDE-COD-EMPLEADO     PIC 9(8).
                 05 VDE-FECHA.
                    07 VDE-FEC-AA        PIC 9(4).
                    07 VDE-FEC-MM        PIC 9(2).
                    07 VDE-FEC-DD        PIC 9(2).
                 05 VDE-TIPO             PIC X(1).
              03 VDE-COD-SUPERVISOR      PIC 9(8).
              03 VDE-FIN-ANTERIOR.
                 05 VDE-FIN-FECHA        PIC 9(8).
                 05 VDE-FIN-HORA         PIC 9(6).
              03 VDE-INICIO-SIGUIENTE.
                 05 VDE-INI-FECHA        PIC 9(8).
                 05 VDE-INI-HORA         PIC 9(6).
              03 VDE-HORAS-DESCANSO      PIC 9(3)V9(2).
              03 VDE-HORAS-MINIMAS       PIC 9(2).
              03 VDE-DIAS-SEGUIDOS       PIC 9(2).
              03 VDE-ORIGEN              PIC X(8).
              03 VDE-MOTIVO-EXCEPCION    PIC X(50).
              03 VDE-AUTORIZA            PIC X(10).
              03 VDE-ESTADO              PIC X(1).
