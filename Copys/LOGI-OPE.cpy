           01 OPE-DATOS.
              03 OPE-ID                  PIC X(10).
              03 OPE-NOMBRE              PIC X(30).
      *       LA CONTRASENIA SE GUARDA SOLO COMO RESUMEN (UTIL-HSH),
      *       NUNCA EN TEXTO LEGIBLE.
              03 OPE-PASSWORD            PIC X(10).
              03 OPE-ROL                 PIC X(1).
              03 OPE-ESTADO              PIC X(1).
              03 OPE-COD-EMPLEADO        PIC 9(8).
      *       POLITICA DE CONTRASENIAS: INTENTOS FALLIDOS SEGUIDOS,
      *       BLOQUEO (S/N), FECHA DEL ULTIMO CAMBIO (CEROS OBLIGA A
      *       CAMBIARLA EN EL PROXIMO INGRESO) Y LOS RESUMENES DE LAS
      *       ULTIMAS CONTRASENIAS, QUE NO PUEDEN REUTILIZARSE.
              03 OPE-INTENTOS-FALLIDOS   PIC 9(2).
              03 OPE-BLOQUEADO           PIC X(1).
              03 OPE-FEC-CAMBIO-CLAVE.
                 05 OPE-FEC-CAM-AA       PIC 9(4).
                 05 OPE-FEC-CAM-MM       PIC 9(2).
                 05 OPE-FEC-CAM-DD       PIC 9(2).
              03 OPE-FEC-CAMBIO-NUM REDEFINES OPE-FEC-CAMBIO-CLAVE
                                         PIC 9(8).
              03 OPE-CLAVES-ANTERIORES.
                 05 OPE-CLAVE-ANTERIOR   PIC X(10) OCCURS 4 TIMES.
