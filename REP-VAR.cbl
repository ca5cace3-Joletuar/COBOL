       01  WS-PERIODO-B-NUM         PIC 9(6).
       01  WS-PERIODO-RUBRO         PIC 9(6).

      *    PERIODO QUE SE ESTA CARGANDO: LA LECTURA SE POSICIONA
      *    DIRECTO EN EL MES DEL EMPLEADO EN LUGAR DE RECORRER
      *    TODA SU HISTORIA.
       01  WS-FECHA-CARGA.
           03 WS-CARGA-AA           PIC 9(4).
           03 WS-CARGA-MM           PIC 9(2).

      *    VALORES POR RUBRO DEL EMPLEADO EN LOS DOS PERIODOS;
      *    EL CODIGO DE RUBRO (01-99) ES EL SUBINDICE DIRECTO.
       01  WS-TABLA-RUBROS.

       3030-CARGAR-VALORES.
      *---------------------
           MOVE WS-PER-A-AA TO WS-CARGA-AA.
           MOVE WS-PER-A-MM TO WS-CARGA-MM.
           PERFORM 3033-CARGAR-PERIODO.

           IF WS-PERIODO-B-NUM NOT = WS-PERIODO-A-NUM
             MOVE WS-PER-B-AA TO WS-CARGA-AA
             MOVE WS-PER-B-MM TO WS-CARGA-MM
             PERFORM 3033-CARGAR-PERIODO
           END-IF.

       3031-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3033-CARGAR-PERIODO.
      *---------------------
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.
           MOVE WS-CARGA-AA   TO NOM-FEC-NOMINA-AA.
           MOVE WS-CARGA-MM   TO NOM-FEC-NOMINA-MM.
           MOVE ZEROS         TO NOM-TIPO-RUBRO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE OR
                   NOM-FECHA-NOMINA NOT = WS-FECHA-CARGA
             COMPUTE WS-PERIODO-RUBRO =
                 NOM-FEC-NOMINA-AA * 100 + NOM-FEC-NOMINA-MM
             PERFORM 3032-ACUMULAR-VALOR
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

       3032-ACUMULAR-VALOR.
      *---------------------
           MOVE NOM-TIPO-RUBRO TO RUB-CODIGO.
