            COPY "./Copys/FISI-VAC.cpy".
            COPY "./Copys/FISI-PER.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

            SELECT ARCHIVO-CORTES
              ASSIGN TO "../Archivos/Novedades-Corte.txt"
            COPY "./Copys/LOGI-VAC.cpy".
            COPY "./Copys/LOGI-PER.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       FD  ARCHIVO-CORTES.
       01  COR-DATOS.
       01  FL-PER                  PIC XX.
       01  FL-COR                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.

      *    QUIEN DIGITA Y QUIEN APRUEBA CADA DESCUENTO QUEDA EN LA
      *    AUDITORIA (C=REGISTRO, A=APROBACION O RECHAZO) PARA EL
      *    REPORTE DE SEGREGACION DE FUNCIONES.
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-DETALLE-AUD           PIC X(200).

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    CORTE DE NOVEDADES DEL PERIODO: DESPUES DEL DIA DE
      *    CORTE EL DESCUENTO SE ACEPTA PERO SE ESTAMPA EN EL

       01  WS-SALDO-VACACIONES       PIC S9(4)V9(2).

      *    LOS DIAS DE COMPENSATORIO SE GOZAN CONTRA EL BANCO DE
      *    HORAS (UTIL-BHO) Y NO CONTRA EL LIBRO DE VACACIONES.
       77  WS-TIPO-AUS-COMPENSATORIO PIC 9(2) VALUE 22.
       77  WS-HORAS-JORNADA          PIC 9(2) VALUE 8.
       01  WS-HORAS-SOLICITADAS      PIC 9(5)V9(2).

       01  WS-CONTROL-BHO.
           03 WS-BHO-OPERACION      PIC X(1).
           03 WS-BHO-EMPRESA        PIC 9(3).
           03 WS-BHO-EMPLEADO       PIC 9(8).
           03 WS-BHO-FECHA          PIC 9(8).
           03 WS-BHO-HORAS          PIC 9(5)V9(2).
           03 WS-BHO-VALOR-PAGAR    PIC 9(8)V9(2).
           03 WS-BHO-SALDO          PIC 9(5)V9(2).
           03 WS-BHO-EN-BANCO       PIC X(1).
           03 WS-BHO-MESES-VIGENCIA PIC 9(2).
           03 WS-BHO-MOVIMIENTOS    PIC 9(5).
           03 WS-BHO-REFERENCIA     PIC X(30).
           03 WS-BHO-PROGRAMA       PIC X(8).
           03 WS-BHO-OPERADOR       PIC X(10).
           03 WS-BHO-RESULTADO      PIC X(1).

      *    VALIDACION CALENDARIO CENTRALIZADA: MESES REALES,
      *    BISIESTOS, FECHA NO FUTURA Y PERIODO DE NOMINA ABIERTO.
       01  WS-CONTROL-FECHA.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

      *    MARCA DE EDICION DEL DESCUENTO (UTIL-EDI) E IMAGEN DEL
      *    REGISTRO TAL COMO SE MOSTRO: SI AL GRABAR YA NO COINCIDE,
      *    OTRA TERMINAL LO CAMBIO Y NO SE LE PISA EL CAMBIO.
       01  WS-CONTROL-EDICION.
           03 WS-EDI-OPERACION        PIC X(1).
           03 WS-EDI-ARCHIVO          PIC X(11).
           03 WS-EDI-CLAVE            PIC X(20).
           03 WS-EDI-OPERADOR         PIC X(10).
           03 WS-EDI-PROGRAMA         PIC X(8).
           03 WS-EDI-MARCA-TOMA       PIC 9(14).
           03 WS-EDI-RESULTADO        PIC X(1).
               88 WS-EDICION-OK       VALUE "0".

       01  WS-IMAGEN-EDICION        PIC X(150).


      *    LA APROBACION SOLO ALCANZA A LOS REPORTES DEL PROPIO
      *    APROBADOR: SE SUBE POR LA CADENA DE SUPERVISION DEL
                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 8100-TOMAR-EDICION
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDACION-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   END-IF
                   PERFORM 8120-LIBERAR-EDICION
                 ELSE
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                 END-IF
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 8100-TOMAR-EDICION
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 5000-APROBAR-DESCUENTO
                     PERFORM 8120-LIBERAR-EDICION
                   END-IF
                 ELSE
                   DISPLAY "NO SE ENCONTRO EL DESCUENTO"
                 END-IF
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL NUMERO DE DIAS"
               WHEN WS-DES-CATEGORIA = "N" AND
                    WS-DES-TIPO-DESCUENTO = WS-TIPO-AUS-COMPENSATORIO
                    AND WS-HORAS-SOLICITADAS > WS-BHO-SALDO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LAS HORAS SOLICITADAS (" WS-HORAS-SOLICITADAS
                     ") SUPERAN EL SALDO DEL BANCO DE HORAS ("
                     WS-BHO-SALDO ")"
               WHEN WS-DES-CATEGORIA = "N" AND
                    WS-DES-TIPO-DESCUENTO NOT =
                        WS-TIPO-AUS-COMPENSATORIO AND
                    WS-DES-DIAS > WS-SALDO-VACACIONES
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LOS DIAS SOLICITADOS (" WS-DES-DIAS
           END-READ.

           PERFORM 3020-CONSULTAR-SALDO-VACACION.
           PERFORM 3025-CONSULTAR-BANCO-HORAS.

       3020-CONSULTAR-SALDO-VACACION.
      *-------------------------------
             MOVE ZERO TO WS-SALDO-VACACIONES
           END-IF.

       3025-CONSULTAR-BANCO-HORAS.
      *----------------------------
      *    SALDO DEL BANCO DE HORAS VIGENTE A LA FECHA DEL GOCE; CADA
      *    DIA DE COMPENSATORIO CONSUME UNA JORNADA COMPLETA.
           MOVE ZEROS TO WS-BHO-SALDO WS-HORAS-SOLICITADAS.

           IF WS-DES-CATEGORIA NOT = "N" OR
              WS-DES-TIPO-DESCUENTO NOT = WS-TIPO-AUS-COMPENSATORIO
             EXIT PARAGRAPH
           END-IF.

           IF WS-DES-DIAS IS NUMERIC
             COMPUTE WS-HORAS-SOLICITADAS =
                 WS-DES-DIAS * WS-HORAS-JORNADA
           END-IF.

           INITIALIZE WS-CONTROL-BHO.
           MOVE "C"                 TO WS-BHO-OPERACION.
           MOVE WS-DES-COD-EMPRESA  TO WS-BHO-EMPRESA.
           MOVE WS-DES-COD-EMPLEADO TO WS-BHO-EMPLEADO.
           IF WS-DES-FEC-NOVE-AA IS NUMERIC AND
              WS-DES-FEC-NOVE-MM IS NUMERIC AND
              WS-DES-FEC-NOVE-DD IS NUMERIC
             COMPUTE WS-BHO-FECHA =
                 WS-DES-FEC-NOVE-AA * 10000 +
                 WS-DES-FEC-NOVE-MM * 100 + WS-DES-FEC-NOVE-DD
           END-IF.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

       3000-VALIDAR-ID.
      *----------------
           IF WS-DES-COD-EMPRESA IS NOT NUMERIC OR

           IF FL-DES = "00"
              DISPLAY "DESCUENTO REGISTRADO CORRECTAMENTE"
              MOVE "C" TO WS-OPERACION-AUD
              MOVE "NOVEDAD REGISTRADA" TO WS-DETALLE-AUD
              PERFORM 4100-AUDITAR-DESCUENTO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR"
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"

           IF FL-DES = "00"
              DISPLAY "DESCUENTO ACTUALIZADO CORRECTAMENTE"
              MOVE "U" TO WS-OPERACION-AUD
              MOVE "NOVEDAD MODIFICADA" TO WS-DETALLE-AUD
              PERFORM 4100-AUDITAR-DESCUENTO
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4100-AUDITAR-DESCUENTO.
      *------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "CRUD-DES"       TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE WS-OPERACION-AUD TO AUD-OPERACION.
           MOVE "DES"            TO AUD-ARCHIVO.

           STRING DES-COD-EMPLEADO DES-FECHA-NOVEDAD
               DES-TIPO-DESCUENTO
             DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE WS-DETALLE-AUD   TO AUD-ANTES.
           MOVE DES-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       5000-APROBAR-DESCUENTO.
      *-----------------------
           PERFORM 5500-VERIFICAR-JERARQUIA.
                 "R=RECHAZAR / N=DEJAR PENDIENTE): "
             ACCEPT WS-CONFIRMA-APROBACION

             IF WS-CONFIRMA-APROBACION = "S" OR "s" OR "R" OR "r"
               PERFORM 8110-VERIFICAR-CAMBIO-AJENO
               IF WS-CAMPOS-INCORRECTO
                 DISPLAY "EL DESCUENTO QUEDA SIN PROCESAR"
                 EXIT PARAGRAPH
               END-IF
             END-IF

             EVALUATE WS-CONFIRMA-APROBACION
                 WHEN "S"
                 WHEN "s"
                   MOVE "0" TO WS-BHO-RESULTADO
                   IF DES-CATEGORIA = "N" AND
                      DES-TIPO-DESCUENTO = WS-TIPO-AUS-COMPENSATORIO
                     PERFORM 5020-DEBITAR-BANCO-HORAS
                   END-IF
                   IF WS-BHO-RESULTADO = "0"
                     MOVE "A" TO DES-ESTADO-APROBACION
                     REWRITE DES-DATOS
                     DISPLAY "DESCUENTO APROBADO"
                     MOVE "A" TO WS-OPERACION-AUD
                     MOVE "NOVEDAD APROBADA" TO WS-DETALLE-AUD
                     PERFORM 4100-AUDITAR-DESCUENTO
                     IF DES-CATEGORIA = "N" AND
                        DES-TIPO-DESCUENTO NOT =
                            WS-TIPO-AUS-COMPENSATORIO
                       PERFORM 5010-CONSUMIR-VACACIONES
                     END-IF
                   ELSE
                     DISPLAY "EL SALDO DEL BANCO DE HORAS NO ALCANZA"
                         " (" WS-BHO-SALDO " HORAS); EL DESCUENTO "
                         "QUEDA PENDIENTE"
                   END-IF
                 WHEN "R"
                 WHEN "r"
                   MOVE "R" TO DES-ESTADO-APROBACION
                   REWRITE DES-DATOS
                   DISPLAY "DESCUENTO RECHAZADO"
                   MOVE "A" TO WS-OPERACION-AUD
                   MOVE "NOVEDAD RECHAZADA" TO WS-DETALLE-AUD
                   PERFORM 4100-AUDITAR-DESCUENTO
                 WHEN OTHER
                   DISPLAY "EL DESCUENTO QUEDA PENDIENTE"
             END-EVALUATE
                 DES-ESTADO-APROBACION
           END-IF.

       5020-DEBITAR-BANCO-HORAS.
      *-------------------------
      *    EL GOCE APROBADO SE DEBITA DEL BANCO A LA FECHA DE LA
      *    NOVEDAD, CONSUMIENDO PRIMERO LAS HORAS MAS ANTIGUAS.
           INITIALIZE WS-CONTROL-BHO.
           MOVE "D"              TO WS-BHO-OPERACION.
           MOVE DES-COD-EMPRESA  TO WS-BHO-EMPRESA.
           MOVE DES-COD-EMPLEADO TO WS-BHO-EMPLEADO.
           COMPUTE WS-BHO-FECHA =
               DES-FEC-NOVE-AA * 10000 + DES-FEC-NOVE-MM * 100 +
               DES-FEC-NOVE-DD.
           COMPUTE WS-BHO-HORAS = DES-DIAS * WS-HORAS-JORNADA.
           MOVE DES-MOTIVO       TO WS-BHO-REFERENCIA.
           MOVE "CRUD-DES"       TO WS-BHO-PROGRAMA.
           MOVE LK-OPERADOR      TO WS-BHO-OPERADOR.

           CALL "UTIL-BHO" USING WS-CONTROL-BHO.

       5010-CONSUMIR-VACACIONES.
      *--------------------------
      *    AL APROBAR UNA NOVEDAD DE DIAS SE DESCUENTAN DEL LIBRO
             END-IF
           END-PERFORM.

       8100-TOMAR-EDICION.
      *--------------------
      *    MIENTRAS EL OPERADOR EDITA O REVISA PARA APROBAR, EL
      *    DESCUENTO QUEDA MARCADO A SU NOMBRE; LA CLAVE ES LA MISMA
      *    CON QUE 4100-AUDITAR-DESCUENTO LO DEJA EN LA AUDITORIA.
           MOVE "A"            TO WS-EDI-OPERACION.
           MOVE "DES"          TO WS-EDI-ARCHIVO.
           MOVE SPACES         TO WS-EDI-CLAVE.
           STRING DES-COD-EMPLEADO DES-FECHA-NOVEDAD
               DES-TIPO-DESCUENTO
             DELIMITED BY SIZE INTO WS-EDI-CLAVE
           END-STRING.
           MOVE LK-OPERADOR    TO WS-EDI-OPERADOR.
           MOVE "CRUD-DES"     TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

           IF WS-EDICION-OK
             MOVE DES-DATOS TO WS-IMAGEN-EDICION
           ELSE
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL DESCUENTO ESTA EN EDICION, INTENTE MAS TARDE"
           END-IF.

       8110-VERIFICAR-CAMBIO-AJENO.
      *-----------------------------
      *    SE RELEE EL DESCUENTO JUSTO ANTES DE GRABAR; SI YA NO ES
      *    EL QUE SE MOSTRO EN PANTALLA SE RECHAZA LA GRABACION Y
      *    SE MUESTRA DE LA AUDITORIA QUIEN LO CAMBIO.
           MOVE WS-DES-COD-EMPRESA    TO DES-COD-EMPRESA.
           MOVE WS-DES-COD-EMPLEADO   TO DES-COD-EMPLEADO.
           MOVE WS-DES-FEC-NOVE-AA    TO DES-FEC-NOVE-AA.
           MOVE WS-DES-FEC-NOVE-MM    TO DES-FEC-NOVE-MM.
           MOVE WS-DES-FEC-NOVE-DD    TO DES-FEC-NOVE-DD.
           MOVE WS-DES-TIPO-DESCUENTO TO DES-TIPO-DESCUENTO.
           PERFORM 4000-LEER-REGISTRO.

           IF WS-REG-ENCONTRADO AND DES-DATOS = WS-IMAGEN-EDICION
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMPOS.

           DISPLAY "EL DESCUENTO FUE MODIFICADO POR OTRO OPERADOR "
               "MIENTRAS USTED LO EDITABA; SU CAMBIO NO SE GRABA".

           MOVE "V" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8120-LIBERAR-EDICION.
      *----------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-DESCUENTOS.
