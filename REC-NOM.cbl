       01  WS-TOTAL-INGRESOS          PIC 9(8)V9(2) VALUE ZERO.
       01  WS-TOTAL-DEDUCCIONES       PIC 9(8)V9(2) VALUE ZERO.
       01  WS-NETO-A-PAGAR            PIC 9(8)V9(2) VALUE ZERO.
       01  WS-TOTAL-BENEFICIOS        PIC 9(8)V9(2) VALUE ZERO.
       01  WS-ACUMULADO-ANUAL         PIC 9(10)V9(2) VALUE ZERO.

       01  WS-NATURALEZA-BUSCADA      PIC X(1).
       3000-IMPRIMIR-COMPROBANTE.
      *---------------------------
           MOVE ZERO TO WS-TOTAL-INGRESOS WS-TOTAL-DEDUCCIONES
               WS-NETO-A-PAGAR WS-TOTAL-BENEFICIOS.
           MOVE ZERO TO WS-TOTAL-ING-BASE WS-TOTAL-DED-BASE.
           MOVE ZERO TO WS-RUBROS-NO-DEFINIDOS.

           MOVE "E" TO WS-NATURALEZA-BUSCADA.
           PERFORM 3010-IMPRIMIR-RUBROS-NOMINA.

      *    LOS BENEFICIOS EN ESPECIE SE INFORMAN APARTE: SU VALOR DE
      *    MERCADO SUMA A LAS BASES DE IMPUESTO Y APORTE PERO NO SE
      *    PAGA EN EFECTIVO NI ENTRA AL NETO. EL TITULO SOLO SALE SI
      *    EL EMPLEADO TIENE ALGUNO EN EL PERIODO.
           MOVE "B" TO WS-NATURALEZA-BUSCADA.
           PERFORM 3010-IMPRIMIR-RUBROS-NOMINA.

           COMPUTE WS-NETO-A-PAGAR =
               WS-TOTAL-INGRESOS - WS-TOTAL-DEDUCCIONES.

           DISPLAY "TOTAL DEDUCCIONES:  " WS-TOTAL-DEDUCCIONES.
           DISPLAY "NETO A PAGAR:       " WS-NETO-A-PAGAR.
           DISPLAY "NETO EN MONEDA BASE: " WS-NETO-BASE.
           IF WS-TOTAL-BENEFICIOS > ZERO
             DISPLAY "BENEFICIOS EN ESPECIE: " WS-TOTAL-BENEFICIOS
           END-IF.
           DISPLAY WS-DECORADOR.

           PERFORM 3040-CALCULAR-ACUMULADO-ANUAL.
      *-----------------------
      *    LA NATURALEZA DEL RUBRO EN EL MAESTRO DECIDE EN QUE LADO
      *    DEL COMPROBANTE SE IMPRIME; LOS RUBROS DE PROVISION
      *    PATRONAL (P) NO AFECTAN EL NETO DEL EMPLEADO, LOS DE
      *    BENEFICIO EN ESPECIE (B) SE TOTALIZAN APARTE Y LOS RUBROS
      *    NO DEFINIDOS SE EXCLUYEN CON ADVERTENCIA.
           MOVE NOM-TIPO-RUBRO TO RUB-CODIGO.
           READ ARCHIVO-RUBROS
                       NOM-VALOR
                 END-IF
               WHEN RUB-NATURALEZA = WS-NATURALEZA-BUSCADA
                 IF RUB-NATURALEZA = "B" AND
                    WS-TOTAL-BENEFICIOS = ZERO
                   DISPLAY WS-ESPACIADO
                   DISPLAY "BENEFICIOS EN ESPECIE (NO AFECTAN EL NETO)"
                 END-IF
                 PERFORM 3050-BUSCAR-TASA-HISTORICA
                 COMPUTE WS-VALOR-BASE ROUNDED =
                     NOM-VALOR * WS-TASA-PERIODO
                 DISPLAY "  RUBRO " NOM-TIPO-RUBRO ": "
                     RUB-DESCRIPCION " " NOM-VALOR
                     " BASE: " WS-VALOR-BASE
                 EVALUATE RUB-NATURALEZA
                     WHEN "I"
                       ADD NOM-VALOR TO WS-TOTAL-INGRESOS
                       ADD WS-VALOR-BASE TO WS-TOTAL-ING-BASE
                     WHEN "B"
                       ADD NOM-VALOR TO WS-TOTAL-BENEFICIOS
                     WHEN OTHER
                       ADD NOM-VALOR TO WS-TOTAL-DEDUCCIONES
                       ADD WS-VALOR-BASE TO WS-TOTAL-DED-BASE
                 END-EVALUATE
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.
