
       77  WS-DECORADOR                  PIC X(60) VALUE ALL "-".

      *    EL EXTRACTO SALE DE LA EMPRESA: CEDULA, DIRECCION Y CELULAR
      *    SE ESCRIBEN SEGUN EL PERFIL DE ENMASCARAMIENTO DEL DESTINO.
       01  WS-DESTINO                    PIC X(10).

       01  WS-CONTROL-MASCARA.
           03 WS-MSC-OPERACION           PIC X(1).
           03 WS-MSC-EXTRACTO            PIC X(8).
           03 WS-MSC-DESTINO             PIC X(10).
           03 WS-MSC-OPERADOR            PIC X(10).
           03 WS-MSC-IRREVERSIBLE        PIC X(1).
           03 WS-MSC-PERFIL.
              05 WS-MSC-CEDULA           PIC X(1).
              05 WS-MSC-CUENTA           PIC X(1).
              05 WS-MSC-DIRECCION        PIC X(1).
              05 WS-MSC-CELULAR          PIC X(1).
              05 WS-MSC-ORIGEN           PIC X(1).
                  88 WS-MSC-REGISTRADO   VALUE "P".
           03 WS-MSC-ENTRADA.
              05 WS-MSC-CED-ENT          PIC 9(10).
              05 WS-MSC-CTA-ENT          PIC X(20).
              05 WS-MSC-DIR-ENT          PIC X(40).
              05 WS-MSC-CEL-ENT          PIC 9(10).
           03 WS-MSC-SALIDA.
              05 WS-MSC-CED-SAL          PIC X(10).
              05 WS-MSC-CTA-SAL          PIC X(20).
              05 WS-MSC-DIR-SAL          PIC X(40).
              05 WS-MSC-CEL-SAL          PIC X(10).
           03 WS-MSC-TOKEN               PIC X(10).
           03 WS-MSC-RESULTADO           PIC X(1).
               88 WS-MSC-OK              VALUE "0".

       PROCEDURE DIVISION.

       0000-MAIN.
      *----------
           PERFORM 1000-CARGAR-PERFIL.

           PERFORM 1000-ABRIR-ARCHIVOS.

           PERFORM 2000-EXTRAER-REGISTROS.

           PERFORM 1000-CERRAR-ARCHIVOS.

           MOVE "C" TO WS-MSC-OPERACION.
           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           STOP RUN.

       1000-CARGAR-PERFIL.
      *-------------------
           DISPLAY "DESTINO DEL EXTRACTO (ENTER = EXTERNO): ".
           ACCEPT WS-DESTINO.

           IF WS-DESTINO = SPACES
             MOVE "EXTERNO" TO WS-DESTINO
           END-IF.

           INITIALIZE WS-CONTROL-MASCARA.
           MOVE "A"        TO WS-MSC-OPERACION.
           MOVE "EXPO-EMP" TO WS-MSC-EXTRACTO.
           MOVE WS-DESTINO TO WS-MSC-DESTINO.
           MOVE "N"        TO WS-MSC-IRREVERSIBLE.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           IF WS-MSC-REGISTRADO
             DISPLAY "PERFIL APLICADO: EXPO-EMP / " WS-DESTINO
           ELSE
             DISPLAY "SIN PERFIL PARA EL DESTINO, SE APLICA EL PERFIL "
                 "POR OMISION"
           END-IF.
           DISPLAY "CEDULA " WS-MSC-CEDULA " DIRECCION "
               WS-MSC-DIRECCION " CELULAR " WS-MSC-CELULAR.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPLEADOS.
      *----------------------------
           MOVE EMP-SUELDO-ACTUAL TO WS-SUELDO-EDIT.

           MOVE "M"           TO WS-MSC-OPERACION.
           MOVE EMP-CEDULA    TO WS-MSC-CED-ENT.
           MOVE SPACES        TO WS-MSC-CTA-ENT.
           MOVE EMP-DIRECCION TO WS-MSC-DIR-ENT.
           MOVE EMP-CERULAR   TO WS-MSC-CEL-ENT.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           INITIALIZE CSV-LINEA.

           STRING EMP-CLAVE               DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSC-CED-SAL) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-NOMBRES) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSC-DIR-SAL) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSC-CEL-SAL) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  EMP-COD-OFICINA         DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
