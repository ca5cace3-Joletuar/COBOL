                05 NOH-HORA-PROC-HH    PIC 9(2).
                05 NOH-HORA-PROC-MM    PIC 9(2).
                05 NOH-HORA-PROC-SS    PIC 9(2).
              03 NOH-CLAVE-PERIODO.
                05 NOH-PER-EMPRESA     PIC 9(3).
                05 NOH-PER-FECHA.
                  07 NOH-PER-AA        PIC 9(4).
                  07 NOH-PER-MM        PIC 9(2).
                05 NOH-PER-RUBRO       PIC 9(2).
                05 NOH-PER-EMPLEADO    PIC 9(8).
