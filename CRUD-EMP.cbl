            COPY "./Copys/FISI-CTR.cpy".
            COPY "./Copys/FISI-SMI.cpy".
            COPY "./Copys/FISI-CPD.cpy".
            COPY "./Copys/FISI-RQS.cpy".
            COPY "./Copys/FISI-CND.cpy".
            COPY "./Copys/FISI-AUD.cpy".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            COPY "./Copys/LOGI-CTR.cpy".
            COPY "./Copys/LOGI-SMI.cpy".
            COPY "./Copys/LOGI-CPD.cpy".
            COPY "./Copys/LOGI-RQS.cpy".
            COPY "./Copys/LOGI-CND.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       WORKING-STORAGE SECTION.

       01  FL-CTR                  PIC XX.
       01  FL-SMI                  PIC XX.
       01  FL-CPD                  PIC XX.
       01  FL-RQS                  PIC XX.
       01  FL-CND                  PIC XX.
       01  FL-AUD                  PIC XX.

       01  WS-SUELDO-ANTERIOR      PIC 9(8)V9(2).
       01  WS-CPD-NUEVA-SEC        PIC 9(6).
       01  WS-OFICINA-ANTERIOR     PIC 9(3).
       01  WS-DEPTO-ANTERIOR       PIC 9(3).
       01  WS-ESTADO-ANTERIOR      PIC X(1).

      *    LA BAJA ABRE EL PAZ Y SALVO DE SALIDA (UTIL-PYS), QUE
      *    ADEMAS INACTIVA LOS OPERADORES LIGADOS AL EMPLEADO.
       01  WS-CONTROL-PAZ-SALVO.
           03 WS-PYS-OPERACION      PIC X(1).
           03 WS-PYS-EMPRESA        PIC 9(3).
           03 WS-PYS-EMPLEADO       PIC 9(8).
           03 WS-PYS-FEC-BAJA       PIC 9(8).
           03 WS-PYS-OPERADOR       PIC X(10).
           03 WS-PYS-PROGRAMA       PIC X(8).
           03 WS-PYS-ESTADO         PIC X(1).
           03 WS-PYS-OPE-INACT      PIC 9(2).
           03 WS-PYS-RESULTADO      PIC X(1).

      *    CONTROL PRESUPUESTARIO DE PLAZAS EN LA CONTRATACION.
       01  WS-CONTROL-PLAZAS.
               88 WS-PLAZA-DEFINIDA     VALUE 1.
               88 WS-PLAZA-NO-DEFINIDA  VALUE 0.

      *    CONTRATACION DEL CANDIDATO SELECCIONADO DE UNA
      *    REQUISICION: EL ALTA LLEGA PRELLENADA CON LOS DATOS DE LA
      *    PLAZA Y DE LA OFERTA, Y AL GRABARSE CIERRA LA REQUISICION.
       01  WS-CONTRATACION-REQ.
           03 WS-REQ-EMPRESA        PIC 9(3).
           03 WS-REQ-NUMERO         PIC 9(5).
           03 WS-REQ-SECUENCIA      PIC 9(3).
           03 WS-REQ-TIPO-CONTRATO  PIC X(1).
           03 WS-REQ-SOLICITANTE    PIC 9(8).
           03 WS-REQ-SUPERVISOR     PIC 9(8).
           03 WS-BANDERA-CANDIDATO  PIC 9.
               88 WS-CANDIDATO-HALLADO     VALUE 1.
               88 WS-CANDIDATO-NO-HALLADO  VALUE 0.

      *    CONTROL DEL SALARIO MINIMO LEGAL VIGENTE AL DIGITAR.
       01  WS-CONTROL-MINIMO.
           03 WS-MINIMO-APLICABLE   PIC 9(8)V9(2).
       01  WS-SUP-ACTUAL            PIC 9(8).
       01  WS-SUP-SALTOS            PIC 9(3).

      *    MARCA DE EDICION DEL EMPLEADO (UTIL-EDI) E IMAGEN DEL
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

       01  WS-IMAGEN-EDICION        PIC X(300).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       77  WS-DECORADOR-1           PIC X(30) VALUE ALL "*-".
       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 6.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-EMP WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO WS-BANDERA-FK EMP-DATOS WS-EMPLEADO
           WS-CONTRATACION-REQ.

           PERFORM 9999-DISPLAY-MENU-CRUD.

                 PERFORM 2000-PEDIR-ID
                 PERFORM 3000-VALIDAR-ID

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 8100-TOMAR-EDICION
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   MOVE EMP-SUELDO-ACTUAL  TO WS-SUELDO-ANTERIOR
                   MOVE EMP-COD-OFICINA    TO WS-OFICINA-ANTERIOR
                   MOVE EMP-COD-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
                   MOVE EMP-ESTADO         TO WS-ESTADO-ANTERIOR
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDACION-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 8110-VERIFICAR-CAMBIO-AJENO
                   END-IF
                   IF WS-CAMPOS-CORRECTO
      *              EL CAMBIO DE SUELDO NO SE APLICA SOLO: QUEDA
      *              PENDIENTE PARA LA APROBACION DE UN SEGUNDO
      *              OPERADOR (DOBLE CONTROL EXIGIDO POR
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                   END-IF
                   PERFORM 8120-LIBERAR-EDICION
                 ELSE
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                 END-IF

               WHEN WS-OPCION = 5

                 PERFORM 7000-PREPARAR-CONTRATACION

                 IF WS-CANDIDATO-HALLADO
                   PERFORM 7100-PEDIR-DATOS-CANDIDATO
                   PERFORM 3000-VALIDAR-ID
                   PERFORM 3000-VALIDACION-DATOS
                   IF WS-REG-NO-ENCONTRADO
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3002-VERIFICAR-PLAZA-DISPONIBLE
                     END-IF
                     IF WS-CAMPOS-CORRECTO
                       PERFORM 3000-MOVER-DATOS
                       PERFORM 4000-ESCRIBIR-REGISTRO
                       IF FL-EMP = "00"
                         PERFORM 7200-CERRAR-REQUISICION
                       END-IF
                     ELSE
                       DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                     END-IF
                   ELSE
                     DISPLAY "YA EXISTE UN EMPLEADO CON DICHO CODIGO"
                     DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
                   END-IF
                 END-IF

               WHEN WS-OPCION = 6

                 CONTINUE

               WHEN OTHER
               WHEN WS-OPCION = 2
               WHEN WS-OPCION = 4
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 5
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
                 PERFORM 4000-ABRIR-REQUISICIONES
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
             OPEN INPUT ARCHIVO-PLAZAS
           END-IF.

       4000-ABRIR-REQUISICIONES.
      *--------------------------
           OPEN I-O ARCHIVO-REQUISICIONES.
           IF FL-RQS NOT = "00"
             CLOSE ARCHIVO-REQUISICIONES
             OPEN OUTPUT ARCHIVO-REQUISICIONES
             CLOSE ARCHIVO-REQUISICIONES
             OPEN I-O ARCHIVO-REQUISICIONES
           END-IF.

           OPEN I-O ARCHIVO-CANDIDATOS.
           IF FL-CND NOT = "00"
             CLOSE ARCHIVO-CANDIDATOS
             OPEN OUTPUT ARCHIVO-CANDIDATOS
             CLOSE ARCHIVO-CANDIDATOS
             OPEN I-O ARCHIVO-CANDIDATOS
           END-IF.

       4000-LEER-REGISTRO-POR-CLAVE.
      *-----------------------------
           READ ARCHIVO-EMPLEADOS

           MOVE EMP-CLAVE TO CTR-COD-EMPLEADO.

           IF WS-REQ-TIPO-CONTRATO NOT = SPACES
             DISPLAY "TIPO DE CONTRATO PREVISTO EN LA REQUISICION: "
                 WS-REQ-TIPO-CONTRATO " (ENTER PARA CONFIRMARLO)"
           END-IF.
           DISPLAY "INGRESE EL TIPO DE CONTRATO "
               "(I=INDEFINIDO / F=PLAZO FIJO / P=PRUEBA): ".
           ACCEPT CTR-TIPO.

           IF CTR-TIPO = SPACES AND WS-REQ-TIPO-CONTRATO NOT = SPACES
             MOVE WS-REQ-TIPO-CONTRATO TO CTR-TIPO
           END-IF.

           IF NOT (CTR-TIPO = "I" OR CTR-TIPO = "F" OR
                   CTR-TIPO = "P")
             DISPLAY "TIPO DE CONTRATO INVALIDO, SE REGISTRA "

           IF FL-EMP = "00"
              DISPLAY "EMPLEADO ACTUALIZADO CORRECTAMENTE"
              PERFORM 4000-AUDITAR-ACTUALIZACION
              IF WS-ESTADO-ANTERIOR = "A" AND EMP-ESTADO = "I"
                PERFORM 4000-ABRIR-PAZ-SALVO
              END-IF
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR"
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

       4000-AUDITAR-ACTUALIZACION.
      *---------------------------
      *    DEJA LA IMAGEN ANTERIOR Y LA NUEVA EN LA AUDITORIA;
      *    ES LO QUE SE LE MUESTRA A OTRA TERMINAL CUYA EDICION
      *    DEL MISMO EMPLEADO SE RECHAZA POR ESTE CAMBIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-HOY-AA          TO AUD-FEC-AA.
           MOVE WS-HOY-MM          TO AUD-FEC-MM.
           MOVE WS-HOY-DD          TO AUD-FEC-DD.
           MOVE WS-HOR-HH          TO AUD-HOR-HH.
           MOVE WS-HOR-MM          TO AUD-HOR-MM.
           MOVE WS-HOR-SS          TO AUD-HOR-SS.
           MOVE "CRUD-EMP"         TO AUD-PROGRAMA.
           MOVE LK-OPERADOR        TO AUD-OPERADOR.
           MOVE "U"                TO AUD-OPERACION.
           MOVE "EMP"              TO AUD-ARCHIVO.
           MOVE EMP-CLAVE          TO AUD-CLAVE.
           MOVE WS-IMAGEN-EDICION  TO AUD-ANTES.
           MOVE EMP-DATOS          TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       4000-SOLICITAR-CAMBIO-SUELDO.
      *------------------------------
           PERFORM 4000-ASIGNAR-SECUENCIA-CAMBIO.
      *    SE INACTIVA EN LUGAR DE BORRARSE, PARA NO PERDER LAS
      *    REFERENCIAS QUE HISTORIALES Y NOMINA MANTIENEN HACIA EL
      *    EMPLEADO. IGUAL QUE EN CRUD-CIA, CRUD-OFI Y PROCRUD.
           MOVE EMP-ESTADO TO WS-ESTADO-ANTERIOR.
           MOVE "I" TO EMP-ESTADO.
           IF EMP-FEC-BAJA IS NOT NUMERIC OR EMP-FEC-BAJA = ZEROS
             ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
             MOVE WS-FECHA-HOY TO EMP-FEC-BAJA
           END-IF.
           REWRITE EMP-DATOS.

           IF FL-EMP = "00"
              DISPLAY "EMPLEADO ELIMINADO CORRECTAMENTE"
              IF WS-ESTADO-ANTERIOR = "A"
                PERFORM 4000-ABRIR-PAZ-SALVO
              END-IF
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ELIMINAR"
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.

       4000-ABRIR-PAZ-SALVO.
      *---------------------
           MOVE "A"             TO WS-PYS-OPERACION.
           MOVE EMP-COD-EMPRESA TO WS-PYS-EMPRESA.
           MOVE EMP-CLAVE       TO WS-PYS-EMPLEADO.
           MOVE EMP-FEC-BAJA    TO WS-PYS-FEC-BAJA.
           MOVE LK-OPERADOR     TO WS-PYS-OPERADOR.
           MOVE "CRUD-EMP"      TO WS-PYS-PROGRAMA.
           CALL "UTIL-PYS" USING WS-CONTROL-PAZ-SALVO.

           IF WS-PYS-RESULTADO = "0" AND WS-PYS-ESTADO = "P"
             DISPLAY "LA LIQUIDACION QUEDA RETENIDA HASTA COMPLETAR "
                 "EL PAZ Y SALVO DE SALIDA (" WS-PYS-OPE-INACT
                 " OPERADOR(ES) INACTIVADO(S))"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-SAL-MINIMOS.
           CLOSE ARCHIVO-CAMBIOS-PEND.
           CLOSE ARCHIVO-CONTRATOS.
           CLOSE ARCHIVO-REQUISICIONES.
           CLOSE ARCHIVO-CANDIDATOS.


       7000-PREPARAR-CONTRATACION.
      *----------------------------
      *    SOLO SE CONTRATA DESDE UNA REQUISICION APROBADA Y
      *    ABIERTA QUE TENGA UN CANDIDATO EN ETAPA SELECCIONADO.
           MOVE 0 TO WS-BANDERA-CANDIDATO.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-REQ-EMPRESA
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-REQ-EMPRESA
           END-IF.
           DISPLAY "INGRESE EL NUMERO DE REQUISICION: ".
           ACCEPT WS-REQ-NUMERO.

           MOVE WS-REQ-EMPRESA TO RQS-COD-EMPRESA.
           MOVE WS-REQ-NUMERO  TO RQS-NUMERO.

           READ ARCHIVO-REQUISICIONES
           END-READ.

           IF FL-RQS NOT = "00"
             DISPLAY "NO EXISTE UNA REQUISICION CON ESE NUMERO"
             EXIT PARAGRAPH
           END-IF.

           IF RQS-ESTADO-APROBACION NOT = "A" OR RQS-ESTADO NOT = "A"
             DISPLAY "LA REQUISICION NO ESTA APROBADA Y ABIERTA"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQ-EMPRESA TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO  TO CND-NUM-REQUISICION.
           MOVE ZERO           TO CND-SECUENCIA.

           START ARCHIVO-CANDIDATOS KEY IS NOT LESS THAN CND-CLAVE
             INVALID KEY
               MOVE "10" TO FL-CND
           END-START.

           IF FL-CND = "00"
             PERFORM 7010-LEER-CANDIDATO
           END-IF.

           PERFORM UNTIL FL-CND NOT = "00" OR
                   CND-COD-EMPRESA NOT = WS-REQ-EMPRESA OR
                   CND-NUM-REQUISICION NOT = WS-REQ-NUMERO OR
                   WS-CANDIDATO-HALLADO
             IF CND-ETAPA = "S"
               MOVE 1 TO WS-BANDERA-CANDIDATO
             ELSE
               PERFORM 7010-LEER-CANDIDATO
             END-IF
           END-PERFORM.

           IF WS-CANDIDATO-NO-HALLADO
             DISPLAY "LA REQUISICION NO TIENE UN CANDIDATO "
                 "SELECCIONADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE CND-SECUENCIA         TO WS-REQ-SECUENCIA.
           MOVE RQS-TIPO-CONTRATO     TO WS-REQ-TIPO-CONTRATO.
           MOVE RQS-COD-SOLICITANTE   TO WS-REQ-SOLICITANTE.

           MOVE RQS-COD-EMPRESA       TO WS-EMP-COD-EMPRESA.
           MOVE CND-CEDULA            TO WS-EMP-CEDULA.
           MOVE CND-NOMBRES           TO WS-EMP-NOMBRES.
           MOVE CND-CELULAR           TO WS-EMP-CERULAR.
           MOVE RQS-COD-OFICINA       TO WS-EMP-COD-OFICINA.
           MOVE RQS-COD-DEPARTAMENTO  TO WS-EMP-COD-DEPARTAMENTO.
           MOVE RQS-COD-CARGO         TO WS-EMP-COD-CARGO.
           IF CND-SUELDO-OFERTA > ZEROS
             MOVE CND-SUELDO-OFERTA   TO WS-EMP-SUELDO-ACTUAL
           ELSE
             MOVE RQS-SUELDO-OBJETIVO TO WS-EMP-SUELDO-ACTUAL
           END-IF.
           MOVE CND-FEC-INGRESO       TO WS-EMP-FEC-INGRESO.
           MOVE "A"                   TO WS-EMP-ESTADO.
           MOVE ZEROS                 TO WS-EMP-COD-MOTIVO-BAJA.
           MOVE ZEROS                 TO WS-EMP-FEC-BAJA.

           DISPLAY WS-DECORADOR-2.
           DISPLAY "DATOS TOMADOS DE LA REQUISICION Y LA OFERTA:".
           DISPLAY "EMPRESA:            " WS-EMP-COD-EMPRESA.
           DISPLAY "CEDULA:             " WS-EMP-CEDULA.
           DISPLAY "NOMBRES:            " WS-EMP-NOMBRES.
           DISPLAY "CELULAR:            " WS-EMP-CERULAR.
           DISPLAY "OFICINA/DEPTO:      " WS-EMP-COD-OFICINA "/"
               WS-EMP-COD-DEPARTAMENTO.
           DISPLAY "CARGO:              " WS-EMP-COD-CARGO.
           DISPLAY "SUELDO:             " WS-EMP-SUELDO-ACTUAL.
           DISPLAY "FECHA DE INGRESO:   " WS-EMP-FEC-INGRESO.
           DISPLAY WS-DECORADOR-2.

       7010-LEER-CANDIDATO.
      *---------------------
           READ ARCHIVO-CANDIDATOS NEXT RECORD
           END-READ.

       7100-PEDIR-DATOS-CANDIDATO.
      *----------------------------
           DISPLAY "INGRESE LA CLAVE DEL NUEVO EMPLEADO: ".
           ACCEPT WS-EMP-CLAVE.
           DISPLAY "INGRESE LA DIRECCION DEL EMPLEADO: ".
           ACCEPT WS-EMP-DIRECCION.
           DISPLAY "INGRESE EL CODIGO DE PROFESION: ".
           ACCEPT WS-EMP-COD-PROFESION.
           DISPLAY "INGRESE EL CODIGO DE CIUDAD DE RESIDENCIA: ".
           ACCEPT WS-EMP-COD-CIU-RESIDENCIA.
           DISPLAY "INGRESE EL CODIGO DE MONEDA DEL SUELDO: ".
           ACCEPT WS-EMP-COD-MONEDA.
           IF WS-EMP-FEC-INGRESO IS NOT NUMERIC OR
              WS-EMP-FEC-INGRESO = ZEROS
             DISPLAY "INGRESE LA FECHA DE INGRESO (AAAAMMDD): "
             ACCEPT WS-EMP-FEC-INGRESO
           END-IF.
           DISPLAY "INGRESE LA FRECUENCIA DE PAGO "
               "(M=MENSUAL / S=SEMANAL / Q=QUINCENAL): ".
           ACCEPT WS-EMP-FREC-PAGO.
           DISPLAY "INGRESE EL CODIGO DE TURNO (0 SI TRABAJA LA "
               "JORNADA NORMAL): ".
           ACCEPT WS-EMP-COD-TURNO.
           DISPLAY "INGRESE LA FECHA DE NACIMIENTO (AAAAMMDD): ".
           ACCEPT WS-EMP-FEC-NACIMIENTO.
           DISPLAY "INGRESE EL GENERO (M=MASCULINO / F=FEMENINO / "
               "O=OTRO): ".
           ACCEPT WS-EMP-GENERO.
           DISPLAY "INGRESE EL ESTADO CIVIL (S=SOLTERO / C=CASADO "
               "/ D=DIVORCIADO / V=VIUDO / U=UNION): ".
           ACCEPT WS-EMP-ESTADO-CIVIL.
           DISPLAY "INGRESE LA CLAVE DEL SUPERVISOR DIRECTO "
               "(0 = EL SOLICITANTE " WS-REQ-SOLICITANTE "): ".
           ACCEPT WS-REQ-SUPERVISOR.
           IF WS-REQ-SUPERVISOR IS NUMERIC AND
              WS-REQ-SUPERVISOR > ZEROS
             MOVE WS-REQ-SUPERVISOR  TO WS-EMP-COD-SUPERVISOR
           ELSE
             MOVE WS-REQ-SOLICITANTE TO WS-EMP-COD-SUPERVISOR
           END-IF.

       7200-CERRAR-REQUISICION.
      *-------------------------
      *    EL CANDIDATO QUEDA CONTRATADO CON SU CLAVE DE EMPLEADO Y
      *    LA REQUISICION CUBIERTA; LA FECHA DE CIERRE MIDE EL
      *    TIEMPO DE COBERTURA DE LA VACANTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           MOVE WS-REQ-EMPRESA   TO CND-COD-EMPRESA.
           MOVE WS-REQ-NUMERO    TO CND-NUM-REQUISICION.
           MOVE WS-REQ-SECUENCIA TO CND-SECUENCIA.

           READ ARCHIVO-CANDIDATOS
           END-READ.

           IF FL-CND = "00"
             MOVE "C"            TO CND-ETAPA
             MOVE WS-FECHA-HOY   TO CND-FEC-ETAPA
             MOVE WS-EMP-CLAVE   TO CND-COD-EMPLEADO
             REWRITE CND-DATOS
           END-IF.

           MOVE WS-REQ-EMPRESA TO RQS-COD-EMPRESA.
           MOVE WS-REQ-NUMERO  TO RQS-NUMERO.

           READ ARCHIVO-REQUISICIONES
           END-READ.

           IF FL-RQS = "00"
             MOVE "C"            TO RQS-ESTADO
             MOVE WS-FECHA-HOY   TO RQS-FEC-CIERRE
             MOVE WS-EMP-CLAVE   TO RQS-COD-EMPLEADO
             REWRITE RQS-DATOS
           END-IF.

           IF FL-RQS = "00" AND FL-CND = "00"
             DISPLAY "REQUISICION " WS-REQ-NUMERO " CUBIERTA CON EL "
                 "EMPLEADO " WS-EMP-CLAVE
           ELSE
             DISPLAY "ERROR AL CERRAR LA REQUISICION - RQS " FL-RQS
                 " CND " FL-CND
           END-IF.

       8100-TOMAR-EDICION.
      *--------------------
      *    MIENTRAS EL OPERADOR EDITA, EL EMPLEADO QUEDA MARCADO A
      *    SU NOMBRE; OTRA TERMINAL QUE LO PIDA ES INFORMADA DE
      *    QUIEN LO ESTA EDITANDO.
           MOVE "A"            TO WS-EDI-OPERACION.
           MOVE "EMP"          TO WS-EDI-ARCHIVO.
           MOVE SPACES         TO WS-EDI-CLAVE.
           MOVE EMP-CLAVE      TO WS-EDI-CLAVE.
           MOVE LK-OPERADOR    TO WS-EDI-OPERADOR.
           MOVE "CRUD-EMP"     TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

           IF WS-EDICION-OK
             MOVE EMP-DATOS TO WS-IMAGEN-EDICION
           ELSE
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL EMPLEADO ESTA EN EDICION, INTENTE MAS TARDE"
           END-IF.

       8110-VERIFICAR-CAMBIO-AJENO.
      *-----------------------------
      *    SE RELEE EL EMPLEADO JUSTO ANTES DE GRABAR; SI YA NO ES
      *    EL QUE SE MOSTRO EN PANTALLA SE RECHAZA LA ACTUALIZACION
      *    Y SE MUESTRA DE LA AUDITORIA QUIEN LO CAMBIO.
           MOVE WS-EMP-CLAVE TO EMP-CLAVE.
           PERFORM 4000-LEER-REGISTRO-POR-CLAVE.

           IF WS-REG-ENCONTRADO AND EMP-DATOS = WS-IMAGEN-EDICION
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMPOS.

           DISPLAY "EL EMPLEADO FUE MODIFICADO POR OTRO OPERADOR "
               "MIENTRAS USTED LO EDITABA; SU CAMBIO NO SE GRABA".

           MOVE "V" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8120-LIBERAR-EDICION.
      *----------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY " 2.- ACTUALIZAR".
           DISPLAY " 3.- CONSULTAR".
           DISPLAY " 4.- ELIMINAR".
           DISPLAY " 5.- CONTRATAR CANDIDATO DE REQUISICION".
           DISPLAY " 6.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
