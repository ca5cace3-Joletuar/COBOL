           03 WS-BANDERA-CAMPO-OK     PIC 9.
             88 WS-CAMPO-OK           VALUE 1.
             88 WS-CAMPO-NO-OK        VALUE 0.
           03 WS-BANDERA-CAMBIO-AJENO PIC 9.
             88 WS-CAMBIO-AJENO       VALUE 1.
             88 WS-SIN-CAMBIO-AJENO   VALUE 0.

       01  WS-PAUSA                   PIC X.

       01  WS-OPERACION-AUD            PIC X.
       01  WS-CLAVE-AUD                PIC X(20).

      *    MARCA DE EDICION DEL REGISTRO (UTIL-EDI). LA IMAGEN
      *    MOSTRADA ES WS-SNAPSHOT-ANTES; SI AL GRABAR EL REGISTRO
      *    YA NO COINCIDE, OTRA TERMINAL LO CAMBIO.
       01  WS-CONTROL-EDICION.
           03 WS-EDI-OPERACION         PIC X(1).
           03 WS-EDI-ARCHIVO           PIC X(11).
           03 WS-EDI-CLAVE             PIC X(20).
           03 WS-EDI-OPERADOR          PIC X(10).
           03 WS-EDI-PROGRAMA          PIC X(8).
           03 WS-EDI-MARCA-TOMA        PIC 9(14).
           03 WS-EDI-RESULTADO         PIC X(1).
               88 WS-EDICION-OK        VALUE "0".

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA                PIC 9(4).
           03 WS-FEC-MM                PIC 9(2).
              EXIT PARAGRAPH
           END-IF.

           PERFORM 8100-TOMAR-EDICION.

           IF NOT WS-EDICION-OK
              MOVE 0 TO WS-BANDERAS-ARCHIVO
              MOVE "EL REGISTRO ESTA EN EDICION POR OTRO OPERADOR"
              TO WS-MSJ-OPERACION
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CIA

                   PERFORM 3010-PEDIR-DATOS-CIA

                   IF WS-CIA-CORRECTO
                      PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF

                   IF WS-CIA-CORRECTO AND WS-SIN-CAMBIO-AJENO
                      PERFORM 5010-MOVER-DATOS-CIA
                      REWRITE CIA-DATOS
                      MOVE FS-CIA TO FS-USADO
                   PERFORM 3010-PEDIR-DATOS-CAR

                   IF WS-CAR-CORRECTO
                       PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF

                   IF WS-CAR-CORRECTO AND WS-SIN-CAMBIO-AJENO
                       PERFORM 5020-MOVER-DATOS-CAR
                       REWRITE CAR-DATOS
                       MOVE FL-CAR TO FS-USADO
                   PERFORM 3010-PEDIR-DATOS-CIU

                   IF WS-CIU-CORRECTO
                       PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF

                   IF WS-CIU-CORRECTO AND WS-SIN-CAMBIO-AJENO
                       PERFORM 5030-MOVER-DATOS-CIU
                       REWRITE CIU-DATOS
                       MOVE FL-CIU TO FS-USADO
                   PERFORM 3010-PEDIR-DATOS-PRO

                   IF WS-PRO-CORRECTO
                       PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF

                   IF WS-PRO-CORRECTO AND WS-SIN-CAMBIO-AJENO
                       PERFORM 5040-MOVER-DATOS-PRO
                       REWRITE PRO-DATOS
                       MOVE FL-PRO TO FS-USADO
                   PERFORM 3010-PEDIR-DATOS-MON

                   IF WS-MON-CORRECTO
                       PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF

                   IF WS-MON-CORRECTO AND WS-SIN-CAMBIO-AJENO
                       PERFORM 5050-MOVER-DATOS-MON
                       REWRITE MON-DATOS
                       MOVE FL-MON TO FS-USADO
                   CONTINUE
           END-EVALUATE.

           PERFORM 8120-LIBERAR-EDICION.

           IF WS-CAMBIO-AJENO
              MOVE 0 TO WS-BANDERAS-ARCHIVO
              MOVE "LA ACTUALIZACION NO SE GRABO"
              TO WS-MSJ-OPERACION
              EXIT PARAGRAPH
           END-IF.

           IF FS-USADO NOT = "00"
              MOVE 0 TO WS-BANDERAS-ARCHIVO
              MOVE "OCURRIO UN ERROR DURANTE LA ACTUALIZACION"
           CLOSE ARCHIVO-AUDITORIA.


       8100-TOMAR-EDICION.
      *--------------------
      *    EL REGISTRO QUEDA MARCADO A NOMBRE DEL OPERADOR MIENTRAS
      *    LO EDITA; OTRA TERMINAL QUE LO PIDA ES INFORMADA DE QUIEN
      *    LO TIENE. LA CLAVE ES LA MISMA QUE VA A LA AUDITORIA.
           MOVE 0 TO WS-BANDERA-CAMBIO-AJENO.

           PERFORM 8105-ARMAR-CLAVE.

           MOVE "A"                     TO WS-EDI-OPERACION.
           MOVE WS-ARCHIVO-SELECCIONADO TO WS-EDI-ARCHIVO.
           MOVE WS-CLAVE-AUD            TO WS-EDI-CLAVE.
           MOVE PARAM-OPERADOR          TO WS-EDI-OPERADOR.
           MOVE "PROCRUD"               TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8105-ARMAR-CLAVE.
      *------------------
           MOVE SPACES TO WS-CLAVE-AUD.

           EVALUATE TRUE
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CIA
                   MOVE WS-CIA-CODIGO TO WS-CLAVE-AUD
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CAR
                   MOVE WS-CAR-CODIGO TO WS-CLAVE-AUD
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CIU
                   MOVE WS-CIU-CODIGO TO WS-CLAVE-AUD
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-PRO
                   MOVE WS-PRO-CODIGO TO WS-CLAVE-AUD
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-MON
                   MOVE WS-MON-CODIGO TO WS-CLAVE-AUD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8110-VERIFICAR-CAMBIO-AJENO.
      *-----------------------------
      *    LA PANTALLA DE DATOS VUELVE A PEDIR EL CODIGO; SOLO SE
      *    GRABA SOBRE EL MISMO REGISTRO QUE SE MARCO Y SI SIGUE
      *    IGUAL A COMO SE MOSTRO.
           PERFORM 8105-ARMAR-CLAVE.

           IF WS-CLAVE-AUD NOT = WS-EDI-CLAVE
              MOVE 1 TO WS-BANDERA-CAMBIO-AJENO
              DISPLAY "EL CODIGO INGRESADO NO ES EL DEL REGISTRO "
                  "QUE SE ESTABA EDITANDO (" WS-EDI-CLAVE ")"
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CIA
                   MOVE WS-CIA-CODIGO TO CIA-CODIGO
                   READ ARCHIVO-EMPRESAS
                   END-READ
                   MOVE FS-CIA TO FS-USADO
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CAR
                   MOVE WS-CAR-CODIGO TO CAR-CODIGO
                   READ ARCHIVO-CARGOS
                   END-READ
                   MOVE FL-CAR TO FS-USADO
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-CIU
                   MOVE WS-CIU-CODIGO TO CIU-CODIGO
                   READ ARCHIVO-CIUDADES
                   END-READ
                   MOVE FL-CIU TO FS-USADO
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-PRO
                   MOVE WS-PRO-CODIGO TO PRO-CODIGO
                   READ ARCHIVO-PROFESIONES
                   END-READ
                   MOVE FL-PRO TO FS-USADO
               WHEN WS-ARCHIVO-SELECCIONADO = WS-NOM-MON
                   MOVE WS-MON-CODIGO TO MON-CODIGO
                   READ ARCHIVO-MONEDAS
                   END-READ
                   MOVE FL-MON TO FS-USADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-SNAPSHOT-DESPUES.

           IF FS-USADO = "00"
              PERFORM 3022-CAPTURAR-SNAPSHOT-DESPUES
           END-IF.

           IF FS-USADO = "00" AND
              WS-SNAPSHOT-DESPUES = WS-SNAPSHOT-ANTES
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-BANDERA-CAMBIO-AJENO.

           DISPLAY "EL REGISTRO FUE MODIFICADO POR OTRO OPERADOR "
               "MIENTRAS USTED LO EDITABA; SU CAMBIO NO SE GRABA".

           MOVE "V" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8120-LIBERAR-EDICION.
      *----------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.


       3000-PEDIR-DATOS SECTION.
      *-------------------------
       3010-PEDIR-DATOS-CIA.
