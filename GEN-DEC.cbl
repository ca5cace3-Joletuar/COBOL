
       3030-ACUMULAR-RUBROS.
      *----------------------
      *    LOS TRES RUBROS DE LA PLANILLA SE LEEN EN FORMA DIRECTA
      *    POR LA CLAVE DE PERIODO (EMPRESA, MES, RUBRO, EMPLEADO)
      *    SIN RECORRER LA HISTORIA DEL EMPLEADO.
           MOVE WS-RUBRO-SUELDO-BASE TO NOM-PER-RUBRO.
           PERFORM 3031-LEER-RUBRO.
           IF FL-NOM = "00"
             ADD NOM-VALOR TO WS-EMP-SUELDO
           END-IF.

           MOVE WS-RUBRO-APORTE-PERSONAL TO NOM-PER-RUBRO.
           PERFORM 3031-LEER-RUBRO.
           IF FL-NOM = "00"
             ADD NOM-VALOR TO WS-EMP-PERSONAL
           END-IF.

           MOVE WS-RUBRO-APORTE-PATRONAL TO NOM-PER-RUBRO.
           PERFORM 3031-LEER-RUBRO.
           IF FL-NOM = "00"
             ADD NOM-VALOR TO WS-EMP-PATRONAL
           END-IF.

       3031-LEER-RUBRO.
      *-----------------
           MOVE WS-CIA-CODIGO TO NOM-PER-EMPRESA.
           MOVE WS-DEC-FEC-AA TO NOM-PER-AA.
           MOVE WS-DEC-FEC-MM TO NOM-PER-MM.
           MOVE EMP-CLAVE     TO NOM-PER-EMPLEADO.

           READ ARCHIVO-NOMINAS
             KEY IS NOM-CLAVE-PERIODO
           END-READ.
