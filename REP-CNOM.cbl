       01  WS-RUBROS-NO-DEFINIDOS     PIC 9(5) VALUE ZERO.
       01  WS-ASIGNACIONES-MALAS      PIC 9(5) VALUE ZERO.
       01  WS-PERIODO-REP-NUM         PIC 9(6).
       01  WS-PERIODO-LEIDO           PIC 9(6).
       01  WS-CIA-RECORRIDO           PIC 9(3).

      *    EMPATE EMPLEADO/NOMINA EN ORDEN DE CLAVE DE EMPLEADO.
       01  WS-EMPLEADO-GRUPO          PIC 9(8).

       4000-EXTRAER-NOMINA.
      *---------------------
      *    UNA SOLA PASADA POR LA CLAVE DE PERIODO: SOLO SE LEE
      *    EL MES PEDIDO DE CADA EMPRESA, SE VALORA CON LA TABLA DE
      *    RUBROS EN MEMORIA (EL COSTO SON INGRESOS MAS PROVISIONES
      *    PATRONALES) Y SE LIBERA AL CLASIFICADOR POR EMPLEADO.
           MOVE LK-CIA-ACTIVA TO WS-CIA-RECORRIDO.

           PERFORM 4005-POSICIONAR-PERIODO.

           PERFORM UNTIL FL-NOM NOT = "00"
             ADD 1 TO WS-LEIDOS-NOMINA
             IF NOM-PER-AA = WS-REP-FEC-AA AND
                NOM-PER-MM = WS-REP-FEC-MM AND
                (LK-CIA-ACTIVA = ZEROS OR
                 NOM-PER-EMPRESA = LK-CIA-ACTIVA)
               PERFORM 4020-VALORAR-Y-LIBERAR
               PERFORM 4010-LEER-NOMINA
             ELSE
               PERFORM 4006-SALTAR-EMPRESA
             END-IF
           END-PERFORM.

       4005-POSICIONAR-PERIODO.
      *-------------------------
           MOVE WS-CIA-RECORRIDO TO NOM-PER-EMPRESA.
           MOVE WS-REP-FEC-AA    TO NOM-PER-AA.
           MOVE WS-REP-FEC-MM    TO NOM-PER-MM.
           MOVE ZEROS            TO NOM-PER-RUBRO.
           MOVE ZEROS            TO NOM-PER-EMPLEADO.

           START ARCHIVO-NOMINAS
               KEY IS NOT LESS THAN NOM-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.
             PERFORM 4010-LEER-NOMINA
           END-IF.

       4006-SALTAR-EMPRESA.
      *---------------------
      *    EL REGISTRO LEIDO YA NO ES DEL PERIODO: CON UNA SOLA
      *    EMPRESA LA PASADA TERMINA; CON TODAS SE REPOSICIONA EN
      *    EL PERIODO DE LA EMPRESA QUE CORRESPONDA.
           IF LK-CIA-ACTIVA NOT = ZEROS
             MOVE "10" TO FL-NOM
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PERIODO-LEIDO = NOM-PER-AA * 100 + NOM-PER-MM.
           MOVE NOM-PER-EMPRESA TO WS-CIA-RECORRIDO.

           IF WS-PERIODO-LEIDO > WS-PERIODO-REP-NUM
             IF WS-CIA-RECORRIDO = 999
               MOVE "10" TO FL-NOM
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CIA-RECORRIDO
           END-IF.

           PERFORM 4005-POSICIONAR-PERIODO.

       4010-LEER-NOMINA.
      *------------------
