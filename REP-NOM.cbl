           03 WS-REP-FEC-AA          PIC 9(4).
           03 WS-REP-FEC-MM          PIC 9(2).

      *    RECORRIDO POR LA CLAVE ALTERNA DE PERIODO: CON TODAS
      *    LAS EMPRESAS SE SALTA DE UNA EMPRESA A LA SIGUIENTE
      *    POSICIONANDO DIRECTAMENTE EN EL PERIODO PEDIDO.
       01  WS-CIA-RECORRIDO           PIC 9(3).
       01  WS-PERIODO-REPORTE         PIC 9(6).
       01  WS-PERIODO-LEIDO           PIC 9(6).

       01  WS-NOMBRE-EMPLEADO         PIC X(40).
       01  WS-DESC-RUBRO              PIC X(30).
       01  WS-RUBROS-NO-DEFINIDOS     PIC 9(5) VALUE ZERO.
               WS-REP-FEC-MM.
           DISPLAY WS-DECORADOR.

           COMPUTE WS-PERIODO-REPORTE =
               WS-REP-FEC-AA * 100 + WS-REP-FEC-MM.
           MOVE LK-CIA-ACTIVA TO WS-CIA-RECORRIDO.

           PERFORM 3005-POSICIONAR-PERIODO.

           PERFORM UNTIL FL-NOM NOT = "00"
             IF NOM-PER-AA = WS-REP-FEC-AA AND
                NOM-PER-MM = WS-REP-FEC-MM AND
                (LK-CIA-ACTIVA = ZEROS OR
                 NOM-PER-EMPRESA = LK-CIA-ACTIVA)
               PERFORM 3020-IMPRIMIR-RENGLON
               PERFORM 3010-LEER-RUBRO
             ELSE
               PERFORM 3006-SALTAR-EMPRESA
             END-IF
           END-PERFORM.

           PERFORM 3060-RECORRER-HISTORICO.
           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3005-POSICIONAR-PERIODO.
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

           IF FL-NOM = "00"
             PERFORM 3010-LEER-RUBRO
           END-IF.

       3006-SALTAR-EMPRESA.
      *---------------------
      *    EL REGISTRO LEIDO YA NO ES DEL PERIODO: CON UNA SOLA
      *    EMPRESA EL RECORRIDO TERMINA; CON TODAS SE REPOSICIONA
      *    EN EL PERIODO DE LA EMPRESA QUE CORRESPONDA.
           IF LK-CIA-ACTIVA NOT = ZEROS
             MOVE "10" TO FL-NOM
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PERIODO-LEIDO = NOM-PER-AA * 100 + NOM-PER-MM.
           MOVE NOM-PER-EMPRESA TO WS-CIA-RECORRIDO.

           IF WS-PERIODO-LEIDO > WS-PERIODO-REPORTE
             IF WS-CIA-RECORRIDO = 999
               MOVE "10" TO FL-NOM
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CIA-RECORRIDO
           END-IF.

           PERFORM 3005-POSICIONAR-PERIODO.

       3010-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
      *    LOS PERIODOS ARCHIVADOS SE SIRVEN DEL HISTORICO EN FORMA
      *    TRANSPARENTE: CADA REGISTRO SE TRAE AL AREA DE NOMINA Y
      *    SE IMPRIME CON LA MISMA LOGICA QUE EL ARCHIVO VIVO.
           MOVE LK-CIA-ACTIVA TO WS-CIA-RECORRIDO.

           PERFORM 3062-POSICIONAR-HISTORICO.

           PERFORM UNTIL FL-NOH NOT = "00"
             IF NOH-PER-AA = WS-REP-FEC-AA AND
                NOH-PER-MM = WS-REP-FEC-MM AND
                (LK-CIA-ACTIVA = ZEROS OR
                 NOH-PER-EMPRESA = LK-CIA-ACTIVA)
               MOVE NOH-DATOS TO NOM-DATOS
               PERFORM 3020-IMPRIMIR-RENGLON
               PERFORM 3061-LEER-RUBRO-HIST
             ELSE
               PERFORM 3063-SALTAR-EMPRESA-HIST
             END-IF
           END-PERFORM.

       3061-LEER-RUBRO-HIST.
           READ ARCHIVO-NOMINAS-HIST NEXT RECORD
           END-READ.

       3062-POSICIONAR-HISTORICO.
      *---------------------------
           MOVE WS-CIA-RECORRIDO TO NOH-PER-EMPRESA.
           MOVE WS-REP-FEC-AA    TO NOH-PER-AA.
           MOVE WS-REP-FEC-MM    TO NOH-PER-MM.
           MOVE ZEROS            TO NOH-PER-RUBRO.
           MOVE ZEROS            TO NOH-PER-EMPLEADO.

           START ARCHIVO-NOMINAS-HIST
               KEY IS NOT LESS THAN NOH-CLAVE-PERIODO
             INVALID KEY
               MOVE "10" TO FL-NOH
           END-START.

           IF FL-NOH = "00"
             PERFORM 3061-LEER-RUBRO-HIST
           END-IF.

       3063-SALTAR-EMPRESA-HIST.
      *--------------------------
           IF LK-CIA-ACTIVA NOT = ZEROS
             MOVE "10" TO FL-NOH
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PERIODO-LEIDO = NOH-PER-AA * 100 + NOH-PER-MM.
           MOVE NOH-PER-EMPRESA TO WS-CIA-RECORRIDO.

           IF WS-PERIODO-LEIDO > WS-PERIODO-REPORTE
             IF WS-CIA-RECORRIDO = 999
               MOVE "10" TO FL-NOH
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CIA-RECORRIDO
           END-IF.

           PERFORM 3062-POSICIONAR-HISTORICO.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
