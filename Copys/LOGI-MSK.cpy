       FD  ARCHIVO-PERFILES-MASCARA.
           01 MSK-DATOS.
              03 MSK-CLAVE.
                 05 MSK-EXTRACTO         PIC X(8).
                 05 MSK-DESTINO          PIC X(10).
              03 MSK-DESCRIPCION         PIC X(30).
              03 MSK-CEDULA              PIC X(1).
                 88 MSK-CED-COMPLETA     VALUE "C".
                 88 MSK-CED-PARCIAL      VALUE "P".
                 88 MSK-CED-TOKEN        VALUE "T".
                 88 MSK-CED-IRREVERSIBLE VALUE "I".
              03 MSK-CUENTA              PIC X(1).
                 88 MSK-CTA-COMPLETA     VALUE "C".
                 88 MSK-CTA-ULTIMOS-4    VALUE "U".
                 88 MSK-CTA-BLANCO       VALUE "B".
              03 MSK-DIRECCION           PIC X(1).
                 88 MSK-DIR-COMPLETA     VALUE "C".
                 88 MSK-DIR-BLANCO       VALUE "B".
              03 MSK-CELULAR             PIC X(1).
                 88 MSK-CEL-COMPLETO     VALUE "C".
                 88 MSK-CEL-PARCIAL      VALUE "P".
                 88 MSK-CEL-BLANCO       VALUE "B".
              03 MSK-ESTADO              PIC X(1).
              03 MSK-OPE-MODIFICA        PIC X(10).
              03 MSK-FEC-MODIFICA        PIC 9(8).
