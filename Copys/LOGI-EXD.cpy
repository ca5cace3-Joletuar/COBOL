       FD  ARCHIVO-DEF-EXTRACTOS.
           01 EXD-DATOS.
      *       DEFINICION DE UN EXTRACTO A PEDIDO: ARCHIVO FUENTE,
      *       CAMPOS DE SALIDA EN ORDEN, CONDICIONES (TODAS DEBEN
      *       CUMPLIRSE) Y HASTA TRES CAMPOS DE ORDENAMIENTO. LOS
      *       NOMBRES DE CAMPO SON LOS DEL LIBRO DEL ARCHIVO SIN EL
      *       PREFIJO (EJ. COD-CIU-RESIDENCIA).
              03 EXD-CODIGO              PIC X(8).
              03 EXD-DESCRIPCION         PIC X(40).
              03 EXD-FUENTE              PIC X(3).
              03 EXD-SALIDA              PIC X(1).
                 88 EXD-SALIDA-CSV       VALUE "C".
                 88 EXD-SALIDA-LISTADO   VALUE "L".
              03 EXD-DESTINO             PIC X(10).
              03 EXD-CAMPOS.
                 05 EXD-CAMPO            PIC X(18) OCCURS 10 TIMES.
              03 EXD-FILTROS.
                 05 EXD-FILTRO           OCCURS 5 TIMES.
                    07 EXD-FIL-CAMPO     PIC X(18).
                    07 EXD-FIL-OPERADOR  PIC X(2).
                    07 EXD-FIL-VALOR     PIC X(20).
              03 EXD-ORDENES.
                 05 EXD-ORDEN            OCCURS 3 TIMES.
                    07 EXD-ORD-CAMPO     PIC X(18).
                    07 EXD-ORD-SENTIDO   PIC X(1).
              03 EXD-ESTADO              PIC X(1).
              03 EXD-OPE-MODIFICA        PIC X(10).
              03 EXD-FEC-MODIFICA        PIC 9(8).
              03 EXD-OPE-EJECUTA         PIC X(10).
              03 EXD-FEC-EJECUTA         PIC 9(8).
              03 EXD-REG-EJECUTA         PIC 9(7).
