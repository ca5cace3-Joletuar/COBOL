       01  WS-ANIOS-SERVICIO        PIC 9(3).
       01  WS-MESES-RESTO           PIC 9(2).

      *    LOS PERIODOS DE LICENCIA QUE NO CUENTAN PARA ANTIGUEDAD
      *    (UTIL-SLA) SE DESCUENTAN DEL TIEMPO DE SERVICIO.
       01  WS-CONTROL-SLA.
           03 WS-SLA-EMPRESA        PIC 9(3).
           03 WS-SLA-EMPLEADO       PIC 9(8).
           03 WS-SLA-DESDE          PIC 9(8).
           03 WS-SLA-HASTA          PIC 9(8).
           03 WS-SLA-DIAS-PERIODOS  PIC 9(5).
           03 WS-SLA-DIAS-SIN-SUELDO PIC 9(5).
           03 WS-SLA-DIAS-SIN-ANTIG PIC 9(5).
           03 WS-SLA-DIAS-SIN-VAC   PIC 9(5).
       01  WS-MESES-SIN-ANTIG       PIC 9(4).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

       LINKAGE SECTION.
             COMPUTE WS-MESES-SERVICIO =
                 ((WS-FEC-AA - EMP-FEC-INGRESO-AA) * 12) +
                 WS-FEC-MM - EMP-FEC-INGRESO-MM
             PERFORM 3045-MESES-SIN-ANTIGUEDAD
             SUBTRACT WS-MESES-SIN-ANTIG FROM WS-MESES-SERVICIO
             IF WS-MESES-SERVICIO < ZEROS
               MOVE ZEROS TO WS-MESES-SERVICIO
             END-IF
                 " INGRESO " EMP-FEC-INGRESO
                 " ANTIGUEDAD " WS-ANIOS-SERVICIO " ANIOS "
                 WS-MESES-RESTO " MESES"
             IF WS-MESES-SIN-ANTIG > ZEROS
               DISPLAY "         (DESCONTADOS " WS-MESES-SIN-ANTIG
                   " MESES DE LICENCIA SIN ANTIGUEDAD)"
             END-IF
           END-IF.

       3045-MESES-SIN-ANTIGUEDAD.
      *---------------------------
           MOVE WS-CIA-CODIGO TO WS-SLA-EMPRESA.
           MOVE EMP-CLAVE     TO WS-SLA-EMPLEADO.
           COMPUTE WS-SLA-DESDE =
               EMP-FEC-INGRESO-AA * 10000 +
               EMP-FEC-INGRESO-MM * 100 + EMP-FEC-INGRESO-DD.
           COMPUTE WS-SLA-HASTA =
               WS-FEC-AA * 10000 + WS-FEC-MM * 100 + WS-FEC-DD.

           CALL "UTIL-SLA" USING WS-CONTROL-SLA.

           COMPUTE WS-MESES-SIN-ANTIG = WS-SLA-DIAS-SIN-ANTIG / 30.
