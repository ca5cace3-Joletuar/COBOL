           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

      *    MARCA DE EDICION DE LA EMPRESA (UTIL-EDI). LA IMAGEN
      *    MOSTRADA ES WS-SNAPSHOT-ANTES; SI AL GRABAR EL REGISTRO
      *    YA NO COINCIDE, OTRA TERMINAL LO CAMBIO.
       01  WS-CONTROL-EDICION.
           03 WS-EDI-OPERACION        PIC X(1).
           03 WS-EDI-ARCHIVO          PIC X(11).
           03 WS-EDI-CLAVE            PIC X(20).
           03 WS-EDI-OPERADOR         PIC X(10).
           03 WS-EDI-PROGRAMA         PIC X(8).
           03 WS-EDI-MARCA-TOMA       PIC 9(14).
           03 WS-EDI-RESULTADO        PIC X(1).
               88 WS-EDICION-OK       VALUE "0".

       01  WS-EMPRESA.
           03 WS-CIA-CODIGO        PIC 9(3).
           03 WS-CIA-DESCRIPCION   PIC X(30).
           88 WS-CAMPO-OK            VALUE 1.
           88 WS-CAMPO-NO-OK         VALUE 0.

      *    LOS ERRORES DE ARCHIVO DEL MANTENIMIENTO QUEDAN EN LA
      *    BITACORA CENTRAL DE ERRORES.
       01  WS-CONTROL-ERROR.
           03 WS-ERR-OPERACION      PIC X(1).
           03 WS-ERR-PROGRAMA       PIC X(8).
           03 WS-ERR-PARRAFO        PIC X(30).
           03 WS-ERR-ARCHIVO        PIC X(11).
           03 WS-ERR-ESTADO         PIC XX.
           03 WS-ERR-CLAVE          PIC X(20).
           03 WS-ERR-SEVERIDAD      PIC X(1).
           03 WS-ERR-OPERADOR       PIC X(10).
           03 WS-ERR-MENSAJE        PIC X(60).
           03 WS-ERR-PENDIENTES     PIC 9(5).
           03 WS-ERR-RESULTADO      PIC X(1).

       77  WS-DECORADOR-1           PIC X(30) VALUE ALL "*-".
       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".
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
           ELSE
              CALL "UTIL-FS" USING FS-CIA WS-MENSAJE-FS
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " WS-MENSAJE-FS
              MOVE "4000-ESCRIBIR-REGISTRO" TO WS-ERR-PARRAFO
              PERFORM 8200-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO INSERTAR EL REGISTRO"
           END-IF.

           ELSE
              CALL "UTIL-FS" USING FS-CIA WS-MENSAJE-FS
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " WS-MENSAJE-FS
              MOVE "4000-ACTUALIZAR-REGISTRO" TO WS-ERR-PARRAFO
              PERFORM 8200-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
           END-IF.

           ELSE
              CALL "UTIL-FS" USING FS-CIA WS-MENSAJE-FS
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR - " WS-MENSAJE-FS
              MOVE "4000-BORAR-REGISTRO" TO WS-ERR-PARRAFO
              PERFORM 8200-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO ELIMINAR EL REGISTRO"
           END-IF.


           DISPLAY "FICHA GENERADA EN ../Archivos/Ficha-CIA.txt".

       8100-TOMAR-EDICION.
      *--------------------
      *    LA TABLA DE EMPRESAS TAMBIEN SE MANTIENE DESDE PROCRUD;
      *    AMBOS PROGRAMAS MARCAN LA EDICION BAJO "ARCHIVO-CIA".
           MOVE "A"            TO WS-EDI-OPERACION.
           MOVE "ARCHIVO-CIA"  TO WS-EDI-ARCHIVO.
           MOVE SPACES         TO WS-EDI-CLAVE.
           MOVE CIA-CODIGO     TO WS-EDI-CLAVE.
           MOVE LK-OPERADOR    TO WS-EDI-OPERADOR.
           MOVE "CRUD-CIA"     TO WS-EDI-PROGRAMA.

           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

           IF NOT WS-EDICION-OK
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA ESTA EN EDICION, INTENTE MAS TARDE"
           END-IF.

       8110-VERIFICAR-CAMBIO-AJENO.
      *-----------------------------
      *    LA VALIDACION DE RUC RECORRE EL ARCHIVO; SE RELEE LA
      *    EMPRESA Y SE COMPARA CON LA QUE SE MOSTRO EN PANTALLA.
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           PERFORM 4000-LEER-REGISTRO.

           IF WS-REG-ENCONTRADO AND CIA-DATOS = WS-SNAPSHOT-ANTES
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BANDERA-CAMPOS.

           DISPLAY "LA EMPRESA FUE MODIFICADA POR OTRO OPERADOR "
               "MIENTRAS USTED LA EDITABA; SU CAMBIO NO SE GRABA".

           MOVE "V" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8120-LIBERAR-EDICION.
      *----------------------
           MOVE "L" TO WS-EDI-OPERACION.
           CALL "UTIL-EDI" USING WS-CONTROL-EDICION.

       8200-REGISTRAR-ERROR.
      *----------------------
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CRUD-CIA"     TO WS-ERR-PROGRAMA.
           MOVE "EMPRESAS"     TO WS-ERR-ARCHIVO.
           MOVE FS-CIA         TO WS-ERR-ESTADO.
           MOVE CIA-CODIGO     TO WS-ERR-CLAVE.
           MOVE "E"            TO WS-ERR-SEVERIDAD.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           MOVE WS-MENSAJE-FS  TO WS-ERR-MENSAJE.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.

       9999-CONFIRMAR-ELIMINACION.
      *----------------------------
           DISPLAY "EMPRESA A ELIMINAR: " CIA-DESCRIPCION.
