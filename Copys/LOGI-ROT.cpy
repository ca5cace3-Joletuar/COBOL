       FD  ARCHIVO-ROTACIONES.
           01 ROT-DATOS.
              03 ROT-CLAVE.
                 05 ROT-CODIGO           PIC 9(2).
              03 ROT-DESCRIPCION         PIC X(30).
              03 ROT-NUM-SEMANAS         PIC 9(1).
              03 ROT-TURNO-SEMANA        PIC 9(2) OCCURS 8 TIMES.
              03 ROT-ESTADO              PIC X(1).
