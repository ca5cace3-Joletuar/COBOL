       01  FL-RIE                  PIC XX.

      *    ANTIGUEDAD DE LAS CUENTAS POR COBRAR AL IESS POR
      *    SUBSIDIOS DE ENFERMEDAD (E) Y DE MATERNIDAD (M): LO
      *    PENDIENTE SE PERSIGUE, NO SE OLVIDA. INCLUYE LA OPCION
      *    DE MARCAR UN REEMBOLSO COMO COBRADO.
       01  WS-PARAMETROS-REP.
           03 WS-CIA-CODIGO         PIC 9(3).

       01  WS-MARCA-EMPLEADO        PIC 9(8).
       01  WS-MARCA-AA              PIC 9(4).
       01  WS-MARCA-MM              PIC 9(2).
       01  WS-MARCA-TIPO            PIC X(1).
       01  WS-DESC-TIPO             PIC X(10).

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
      *-------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- REEMBOLSOS IESS POR SUBSIDIO DE "
               "ENFERMEDAD Y MATERNIDAD ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- ANTIGUEDAD DE PENDIENTES".
           DISPLAY " 2.- MARCAR REEMBOLSO COBRADO".

       2020-IMPRIMIR-PENDIENTE.
      *-------------------------
           IF RIE-TIPO = "M"
             MOVE "MATERNIDAD" TO WS-DESC-TIPO
           ELSE
             MOVE "ENFERMEDAD" TO WS-DESC-TIPO
           END-IF.

           MOVE RIE-COD-EMPLEADO TO EMP-CLAVE.
           READ ARCHIVO-EMPLEADOS
           END-READ.
           STRING "EMPLEADO " RIE-COD-EMPLEADO
               " " EMP-NOMBRES (1:20)
               " PERIODO " RIE-FEC-AA "-" RIE-FEC-MM
               " " WS-DESC-TIPO
               " DIAS " RIE-DIAS
               " VALOR " RIE-VALOR
               " ANTIG. " WS-MESES-ANTIGUEDAD " MESES"
           ACCEPT WS-MARCA-AA.
           DISPLAY "INGRESE EL MES DEL PERIODO (MM): ".
           ACCEPT WS-MARCA-MM.
           DISPLAY "TIPO DE SUBSIDIO (E = ENFERMEDAD, "
               "M = MATERNIDAD; ENTER = E): ".
           ACCEPT WS-MARCA-TIPO.
           IF WS-MARCA-TIPO NOT = "M"
             MOVE "E" TO WS-MARCA-TIPO
           END-IF.

           OPEN I-O ARCHIVO-REEMBOLSOS.
           IF FL-RIE NOT = "00"
           MOVE WS-MARCA-EMPLEADO TO RIE-COD-EMPLEADO.
           MOVE WS-MARCA-AA      TO RIE-FEC-AA.
           MOVE WS-MARCA-MM      TO RIE-FEC-MM.
           MOVE WS-MARCA-TIPO    TO RIE-TIPO.

           READ ARCHIVO-REEMBOLSOS
           END-READ.
