      *    CLONACION DE UNA EMPRESA REAL HACIA UNA EMPRESA DE
      *    PRACTICA: LOS EMPLEADOS SE COPIAN CON CLAVES
      *    DESPLAZADAS (PARA NO CHOCAR CON LOS REALES) Y CON LAS
      *    DATOS PERSONALES ENMASCARADOS; LA DESCRIPCION DE LA
      *    EMPRESA DESTINO QUEDA MARCADA COMO SANDBOX, MARCA QUE
      *    LAS INTERFACES HACIA AFUERA (ACH, DECLARACION,
      *    CONTABILIDAD) RECHAZAN PARA QUE NINGUN DATO DE PRUEBA
           03 WS-BORRADOS           PIC 9(7) VALUE ZERO.

       01  WS-CEDULA-CODIFICADA     PIC 9(10).
       01  WS-CELULAR-CLON          PIC X(10).
       01  WS-CELULAR-CLON-NUM REDEFINES WS-CELULAR-CLON
                                    PIC 9(10).

      *    POR OMISION EL CLON SE ENMASCARA DE FORMA IRREVERSIBLE;
      *    SOLO SI SE RESPONDE "N" SE USA EL PERFIL REGISTRADO PARA
      *    CLON-CIA / CAPACITA (O EL PERFIL POR OMISION).
       01  WS-CONTROL-MASCARA.
           03 WS-MSC-OPERACION      PIC X(1).
           03 WS-MSC-EXTRACTO       PIC X(8).
           03 WS-MSC-DESTINO        PIC X(10).
           03 WS-MSC-OPERADOR       PIC X(10).
           03 WS-MSC-IRREVERSIBLE   PIC X(1).
           03 WS-MSC-PERFIL.
              05 WS-MSC-CEDULA      PIC X(1).
              05 WS-MSC-CUENTA      PIC X(1).
              05 WS-MSC-DIRECCION   PIC X(1).
              05 WS-MSC-CELULAR     PIC X(1).
              05 WS-MSC-ORIGEN      PIC X(1).
           03 WS-MSC-ENTRADA.
              05 WS-MSC-CED-ENT     PIC 9(10).
              05 WS-MSC-CTA-ENT     PIC X(20).
              05 WS-MSC-DIR-ENT     PIC X(40).
              05 WS-MSC-CEL-ENT     PIC 9(10).
           03 WS-MSC-SALIDA.
              05 WS-MSC-CED-SAL     PIC X(10).
              05 WS-MSC-CTA-SAL     PIC X(20).
              05 WS-MSC-DIR-SAL     PIC X(40).
              05 WS-MSC-CEL-SAL     PIC X(10).
           03 WS-MSC-TOKEN          PIC X(10).
           03 WS-MSC-RESULTADO      PIC X(1).
               88 WS-MSC-OK         VALUE "0".
       01  WS-DESCRIPCION-NUEVA     PIC X(30).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".

      *    INCIDENCIAS DEL PROCESO PARA LA BITACORA CENTRAL DE
      *    ERRORES QUE REVISA OPERACIONES CADA MANANA.
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

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT WS-CIA-ORIGEN.
           DISPLAY "INGRESE LA EMPRESA DESTINO (SANDBOX): ".
           ACCEPT WS-CIA-DESTINO.
           DISPLAY "ENMASCARAMIENTO IRREVERSIBLE DE DATOS PERSONALES "
               "(S/N, ENTER = S)? ".
           ACCEPT WS-CODIFICAR.
           IF WS-CODIFICAR = SPACES
             MOVE "S" TO WS-CODIFICAR
           END-IF.
           DISPLAY "MODO REFRESCO: BORRAR EL SANDBOX ANTES DE "
               "CLONAR (S/N)? ".
           ACCEPT WS-REFRESCAR.
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 2000-ABRIR-ARCHIVOS
               PERFORM 2010-CARGAR-MASCARA
               IF WS-CON-REFRESCO
                 PERFORM 3000-BORRAR-SANDBOX
               END-IF
               PERFORM 5000-CLONAR-EMPLEADOS
               PERFORM 6000-CLONAR-PERIODOS
               PERFORM 2000-CERRAR-ARCHIVOS
               MOVE "C" TO WS-MSC-OPERACION
               CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
               PERFORM 9000-IMPRIMIR-CONTROL
             ELSE
               DISPLAY "OPERACION CANCELADA"
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       2010-CARGAR-MASCARA.
      *---------------------
           INITIALIZE WS-CONTROL-MASCARA.
           MOVE "A"        TO WS-MSC-OPERACION.
           MOVE "CLON-CIA" TO WS-MSC-EXTRACTO.
           MOVE "CAPACITA" TO WS-MSC-DESTINO.
           IF WS-CON-CODIFICACION
             MOVE "S" TO WS-MSC-IRREVERSIBLE
           ELSE
             MOVE "N" TO WS-MSC-IRREVERSIBLE
           END-IF.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           DISPLAY "ENMASCARAMIENTO: CUENTA " WS-MSC-CUENTA
               " DIRECCION " WS-MSC-DIRECCION
               " CELULAR " WS-MSC-CELULAR.

       2000-ABRIR-ARCHIVOS.
      *---------------------
           OPEN I-O ARCHIVO-EMPRESAS.
       5100-CLONAR-UN-EMPLEADO.
      *-------------------------
      *    EL CLON VIVE CON LA CLAVE DESPLAZADA Y LA CEDULA
      *    SIEMPRE DERIVADA DE LA CLAVE (LA CEDULA ES CLAVE ALTERNA
      *    UNICA Y ASI YA ES IRREVERSIBLE); CUENTA, DIRECCION Y
      *    CELULAR SALEN SEGUN EL PERFIL DE ENMASCARAMIENTO.
           PERFORM 5105-ENMASCARAR-EMPLEADO.
           PERFORM 5110-CLONAR-NOMINA-EMPLEADO.
           PERFORM 5120-CLONAR-DESCUENTOS-EMPLEADO.
           PERFORM 5130-CLONAR-HORAS-EMPLEADO.
           ADD WS-DESPLAZAMIENTO-CLAVE TO EMP-CLAVE.
           MOVE WS-CIA-DESTINO         TO EMP-COD-EMPRESA.
           MOVE WS-CEDULA-CODIFICADA   TO EMP-CEDULA.
           MOVE WS-MSC-DIR-SAL         TO EMP-DIRECCION.

      *    EL CELULAR ES NUMERICO: LOS DIGITOS OCULTOS VAN EN CERO.
           MOVE WS-MSC-CEL-SAL         TO WS-CELULAR-CLON.
           INSPECT WS-CELULAR-CLON REPLACING ALL "*" BY "0"
                                              ALL " " BY "0".
           MOVE WS-CELULAR-CLON-NUM    TO EMP-CERULAR.

           WRITE EMP-DATOS.

             ADD 1 TO WS-CLON-EMPLEADOS
           ELSE
             DISPLAY "ERROR AL CLONAR EL EMPLEADO - " FL-EMP
             MOVE "5100-CLONAR-UN-EMPLEADO" TO WS-ERR-PARRAFO
             MOVE "EMP" TO WS-ERR-ARCHIVO
             MOVE FL-EMP TO WS-ERR-ESTADO
             MOVE EMP-CLAVE TO WS-ERR-CLAVE
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
           END-IF.

      *    SE VUELVE A PARAR SOBRE EL REGISTRO ORIGINAL PARA
           READ ARCHIVO-EMPLEADOS
           END-READ.

       5105-ENMASCARAR-EMPLEADO.
      *--------------------------
           MOVE SPACES    TO WS-MSC-CTA-ENT.
           MOVE EMP-CLAVE TO BCO-COD-EMPLEADO.
           READ ARCHIVO-CUENTAS-BANCO
           END-READ.
           IF FL-BCO = "00"
             MOVE BCO-NUM-CUENTA TO WS-MSC-CTA-ENT
           END-IF.

           MOVE "M"           TO WS-MSC-OPERACION.
           MOVE EMP-CEDULA    TO WS-MSC-CED-ENT.
           MOVE EMP-DIRECCION TO WS-MSC-DIR-ENT.
           MOVE EMP-CERULAR   TO WS-MSC-CEL-ENT.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

       5110-CLONAR-NOMINA-EMPLEADO.
      *-----------------------------
           MOVE LOW-VALUES    TO NOM-CLAVE.
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE
             MOVE WS-CIA-DESTINO TO NOM-COD-EMPRESA
             ADD WS-DESPLAZAMIENTO-CLAVE TO NOM-COD-EMPLEADO
             MOVE NOM-COD-EMPRESA  TO NOM-PER-EMPRESA
             MOVE NOM-FECHA-NOMINA TO NOM-PER-FECHA
             MOVE NOM-TIPO-RUBRO   TO NOM-PER-RUBRO
             MOVE NOM-COD-EMPLEADO TO NOM-PER-EMPLEADO
             WRITE NOM-DATOS
             IF FL-NOM = "00"
               ADD 1 TO WS-CLON-NOMINAS
           END-READ.
           IF FL-BCO = "00"
             ADD WS-DESPLAZAMIENTO-CLAVE TO BCO-COD-EMPLEADO
             MOVE WS-MSC-CTA-SAL TO BCO-NUM-CUENTA
             WRITE BCO-DATOS
             IF FL-BCO = "00"
               ADD 1 TO WS-CLON-CUENTAS
           DISPLAY "LAS INTERFACES ACH, DECLARACION Y CONTABLE "
               "RECHAZAN A LAS EMPRESAS MARCADAS " WS-MARCA-SANDBOX.
           DISPLAY WS-DECORADOR.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "CLON-CIA"     TO WS-ERR-PROGRAMA.
           MOVE "BATCH"        TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
