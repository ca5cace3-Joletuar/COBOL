           03 WS-TOTAL-INGRESOS     PIC 9(8)V9(2).
           03 WS-TOTAL-DEDUCCIONES  PIC 9(8)V9(2).
           03 WS-NETO-A-PAGAR       PIC S9(8)V9(2).
           03 WS-TOTAL-BENEFICIOS   PIC 9(8)V9(2).

       01  WS-CONTADORES.
           03 WS-RECIBOS-EMITIDOS   PIC 9(5) VALUE ZERO.
      *-------------------------
      *    DOS PASADAS POR EMPLEADO SOBRE SU NOMINA DEL PERIODO:
      *    PRIMERO LOS INGRESOS, LUEGO LAS DEDUCCIONES, IGUAL QUE
      *    EL COMPROBANTE INTERACTIVO; AL PIE VAN LOS BENEFICIOS EN
      *    ESPECIE, INFORMATIVOS PORQUE NO AFECTAN EL NETO.
           INITIALIZE WS-TOTALES-EMPLEADO.
           MOVE ZERO TO WS-BANDERA-CON-RUBROS.

           END-STRING.
           PERFORM 9000-GRABAR-LINEA.

           MOVE "B" TO WS-NATURALEZA-BUSCADA.
           PERFORM 3050-LISTAR-RUBROS.

           IF WS-TOTAL-BENEFICIOS > ZERO
             MOVE SPACES TO WS-LINEA-ARMADA
             STRING "BENEFICIOS EN ESPECIE: " WS-TOTAL-BENEFICIOS
                 DELIMITED BY SIZE INTO WS-LINEA-ARMADA
             END-STRING
             PERFORM 9000-GRABAR-LINEA
           END-IF.

      *    SEPARADOR DE SALTO DE PAGINA ENTRE COMPROBANTES.
           MOVE ALL "=" TO WS-LINEA-ARMADA.
           PERFORM 9000-GRABAR-LINEA.

           IF FL-RUB = "00" AND
              RUB-NATURALEZA = WS-NATURALEZA-BUSCADA
             IF RUB-NATURALEZA = "B" AND
                WS-TOTAL-BENEFICIOS = ZERO
               MOVE "BENEFICIOS EN ESPECIE (NO AFECTAN EL NETO)"
                 TO WS-LINEA-ARMADA
               PERFORM 9000-GRABAR-LINEA
             END-IF
             MOVE SPACES TO WS-LINEA-ARMADA
             STRING "  RUBRO " NOM-TIPO-RUBRO ": "
                 RUB-DESCRIPCION " " NOM-VALOR
                 DELIMITED BY SIZE INTO WS-LINEA-ARMADA
             END-STRING
             PERFORM 9000-GRABAR-LINEA
             EVALUATE RUB-NATURALEZA
                 WHEN "I"
                   ADD NOM-VALOR TO WS-TOTAL-INGRESOS
                 WHEN "B"
                   ADD NOM-VALOR TO WS-TOTAL-BENEFICIOS
                 WHEN OTHER
                   ADD NOM-VALOR TO WS-TOTAL-DEDUCCIONES
             END-EVALUATE
           END-IF.

       9000-GRABAR-LINEA.
