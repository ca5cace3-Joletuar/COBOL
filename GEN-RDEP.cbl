            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".

            SELECT ARCHIVO-RDEP
              ASSIGN TO "../Archivos/RDEP-Anual.txt"
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".

      *    REGISTRO DE ANCHO FIJO DEL FORMATO DE LA AUTORIDAD
      *    TRIBUTARIA: UN RENGLON POR EMPLEADO CON SU INGRESO
      *    GRAVADO, SU APORTE PERSONAL AL IESS, LOS GASTOS
      *    PERSONALES DECLARADOS, LA RETENCION DEL EJERCICIO, EL
      *    INGRESO Y LA RETENCION CON OTROS EMPLEADORES Y, DENTRO DEL
      *    INGRESO GRAVADO, LA PARTE RECIBIDA EN ESPECIE.
       FD  ARCHIVO-RDEP.
       01  RDP-LINEA.
           03 RDP-TIPO-REGISTRO     PIC X(1).
           03 RDP-NOMBRES           PIC X(40).
           03 RDP-INGRESO-GRAVADO   PIC 9(12)V9(2).
           03 RDP-RETENCION         PIC 9(12)V9(2).
           03 RDP-APORTE-IESS       PIC 9(12)V9(2).
           03 RDP-GASTOS-PERS       PIC 9(12)V9(2).
           03 RDP-INGRESO-OTROS     PIC 9(12)V9(2).
           03 RDP-RETENCION-OTROS   PIC 9(12)V9(2).
           03 RDP-BENEFICIOS-ESPECIE PIC 9(12)V9(2).

       WORKING-STORAGE SECTION.

       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.
       01  FL-RDP                  PIC XX.

       01  WS-PARAMETROS-RDEP.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       77  WS-RUBRO-IMPUESTO-RENTA  PIC 9(2) VALUE 5.
       77  WS-RUBRO-APORTE-PERSONAL PIC 9(2) VALUE 3.

       01  WS-ACUMULADOS-EMPLEADO.
           03 WS-INGRESO-ANUAL      PIC 9(12)V9(2).
           03 WS-RETENCION-ANUAL    PIC 9(12)V9(2).
           03 WS-APORTE-ANUAL       PIC 9(12)V9(2).
           03 WS-GASTOS-ANUAL       PIC 9(12)V9(2).
           03 WS-INGRESO-OTROS      PIC 9(12)V9(2).
           03 WS-RETENCION-OTROS    PIC 9(12)V9(2).
           03 WS-BENEFICIOS-ANUAL   PIC 9(12)V9(2).

       01  WS-CONTADORES.
           03 WS-TOTAL-REPORTADOS   PIC 9(5) VALUE ZERO.

       01  WS-TOTAL-INGRESOS        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-RETENCIONES     PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-APORTES         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-GASTOS          PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-ING-OTROS       PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-RET-OTROS       PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-BENEFICIOS      PIC 9(13)V9(2) VALUE ZERO.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
             OPEN INPUT ARCHIVO-NOMINAS-HIST
           END-IF.

           OPEN INPUT ARCHIVO-GASTOS-PERS.
           IF FL-GAS NOT = "00"
             OPEN OUTPUT ARCHIVO-GASTOS-PERS
             CLOSE ARCHIVO-GASTOS-PERS
             OPEN INPUT ARCHIVO-GASTOS-PERS
           END-IF.

           OPEN INPUT ARCHIVO-OTROS-EMPL.
           IF FL-IOE NOT = "00"
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN INPUT ARCHIVO-OTROS-EMPL
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.
           CLOSE ARCHIVO-RDEP.

       2000-PEDIR-PARAMETROS.
       3000-GENERAR-RDEP.
      *-------------------
           INITIALIZE WS-CONTADORES.
           MOVE ZERO TO WS-TOTAL-INGRESOS WS-TOTAL-RETENCIONES
                        WS-TOTAL-APORTES WS-TOTAL-GASTOS
                        WS-TOTAL-ING-OTROS WS-TOTAL-RET-OTROS
                        WS-TOTAL-BENEFICIOS.

           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "APORTES IESS " WS-TOTAL-APORTES
               "  GASTOS PERSONALES " WS-TOTAL-GASTOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "INGRESOS OTROS EMPLEADORES " WS-TOTAL-ING-OTROS
               "  RETENIDO OTROS EMPLEADORES " WS-TOTAL-RET-OTROS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "BENEFICIOS EN ESPECIE GRAVADOS " WS-TOTAL-BENEFICIOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           PERFORM 3030-ACUMULAR-NOMINA-VIVA.
           PERFORM 3040-ACUMULAR-NOMINA-HIST.

      *    LOS GASTOS PERSONALES SON LOS DECLARADOS POR EL EMPLEADO
      *    PARA EL EJERCICIO, LOS MISMOS QUE USA LA RELIQUIDACION.
           MOVE EMP-CLAVE      TO GAS-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           END-READ.
           IF FL-GAS = "00" AND GAS-ESTADO = "A"
             MOVE GAS-VALOR-PROYECTADO TO WS-GASTOS-ANUAL
           END-IF.

      *    INGRESOS Y RETENCION CON OTROS EMPLEADORES DEL EJERCICIO,
      *    LOS MISMOS QUE USA LA RELIQUIDACION.
           MOVE EMP-CLAVE      TO IOE-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO IOE-ANIO-FISCAL.
           READ ARCHIVO-OTROS-EMPL
           END-READ.
           IF FL-IOE = "00" AND IOE-ESTADO = "A"
             MOVE IOE-INGRESO-GRAVADO TO WS-INGRESO-OTROS
             MOVE IOE-RETENCION       TO WS-RETENCION-OTROS
           END-IF.

       3030-ACUMULAR-NOMINA-VIVA.
      *---------------------------
           MOVE LOW-VALUES    TO NOM-CLAVE.
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOM-FEC-NOMINA-AA = WS-ANIO-FISCAL
               EVALUATE TRUE
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-IMPUESTO-RENTA
                   ADD NOM-VALOR TO WS-RETENCION-ANUAL
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-APORTE-PERSONAL
                   ADD NOM-VALOR TO WS-APORTE-ANUAL
                 WHEN OTHER
                   MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "I"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOM-VALOR TO WS-INGRESO-ANUAL
                   END-IF
      *            EL VALOR DE MERCADO DE LOS BENEFICIOS EN ESPECIE
      *            MARCADOS COMO BASE TAMBIEN ES INGRESO GRAVADO.
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "B"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOM-VALOR TO WS-INGRESO-ANUAL
                     ADD NOM-VALOR TO WS-BENEFICIOS-ANUAL
                   END-IF
               END-EVALUATE
             END-IF
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.
                   NOH-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOH-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOH-FEC-NOMINA-AA = WS-ANIO-FISCAL
               EVALUATE TRUE
                 WHEN NOH-TIPO-RUBRO = WS-RUBRO-IMPUESTO-RENTA
                   ADD NOH-VALOR TO WS-RETENCION-ANUAL
                 WHEN NOH-TIPO-RUBRO = WS-RUBRO-APORTE-PERSONAL
                   ADD NOH-VALOR TO WS-APORTE-ANUAL
                 WHEN OTHER
                   MOVE NOH-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "I"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOH-VALOR TO WS-INGRESO-ANUAL
                   END-IF
      *            EL VALOR DE MERCADO DE LOS BENEFICIOS EN ESPECIE
      *            MARCADOS COMO BASE TAMBIEN ES INGRESO GRAVADO.
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "B"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOH-VALOR TO WS-INGRESO-ANUAL
                     ADD NOH-VALOR TO WS-BENEFICIOS-ANUAL
                   END-IF
               END-EVALUATE
             END-IF
             PERFORM 3041-LEER-RUBRO-HIST
           END-PERFORM.
           MOVE EMP-NOMBRES         TO RDP-NOMBRES.
           MOVE WS-INGRESO-ANUAL    TO RDP-INGRESO-GRAVADO.
           MOVE WS-RETENCION-ANUAL  TO RDP-RETENCION.
           MOVE WS-APORTE-ANUAL     TO RDP-APORTE-IESS.
           MOVE WS-GASTOS-ANUAL     TO RDP-GASTOS-PERS.
           MOVE WS-INGRESO-OTROS    TO RDP-INGRESO-OTROS.
           MOVE WS-RETENCION-OTROS  TO RDP-RETENCION-OTROS.
           MOVE WS-BENEFICIOS-ANUAL TO RDP-BENEFICIOS-ESPECIE.

           WRITE RDP-LINEA.

           ADD 1 TO WS-TOTAL-REPORTADOS.
           ADD WS-INGRESO-ANUAL   TO WS-TOTAL-INGRESOS.
           ADD WS-RETENCION-ANUAL TO WS-TOTAL-RETENCIONES.
           ADD WS-APORTE-ANUAL    TO WS-TOTAL-APORTES.
           ADD WS-GASTOS-ANUAL    TO WS-TOTAL-GASTOS.
           ADD WS-INGRESO-OTROS   TO WS-TOTAL-ING-OTROS.
           ADD WS-RETENCION-OTROS TO WS-TOTAL-RET-OTROS.
           ADD WS-BENEFICIOS-ANUAL TO WS-TOTAL-BENEFICIOS.

       3060-IMPRIMIR-CERTIFICADO.
      *---------------------------
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "APORTE PERSONAL IESS " WS-APORTE-ANUAL
               "  GASTOS PERSONALES " WS-GASTOS-ANUAL
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-INGRESO-OTROS > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "INGRESO OTROS EMPLEADORES " WS-INGRESO-OTROS
                 "  RETENIDO OTROS EMPLEADORES " WS-RETENCION-OTROS
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           IF WS-BENEFICIOS-ANUAL > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "INCLUYE BENEFICIOS EN ESPECIE "
                 WS-BENEFICIOS-ANUAL
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
