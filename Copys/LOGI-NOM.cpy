                05 NOM-HORA-PROC-HH    PIC 9(2).
                05 NOM-HORA-PROC-MM    PIC 9(2).
                05 NOM-HORA-PROC-SS    PIC 9(2).
              03 NOM-CLAVE-PERIODO.
                05 NOM-PER-EMPRESA     PIC 9(3).
                05 NOM-PER-FECHA.
                  07 NOM-PER-AA        PIC 9(4).
                  07 NOM-PER-MM        PIC 9(2).
                05 NOM-PER-RUBRO       PIC 9(2).
                05 NOM-PER-EMPLEADO    PIC 9(8).
