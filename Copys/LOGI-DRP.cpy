       FD  ARCHIVO-DISTRIBUCION.
           01 DRP-DATOS.
      *       BITACORA DE DISTRIBUCION DE LOS SPOOLS DEL CATALOGO:
      *       V CONSULTA EN PANTALLA, R REIMPRESION, E ENTREGA A UN
      *       DESTINATARIO, P PURGA POR VENCIMIENTO DE RETENCION.
              03 DRP-NUMERO             PIC 9(8).
              03 DRP-FECHA              PIC 9(8).
              03 DRP-HORA               PIC 9(6).
              03 DRP-OPERADOR           PIC X(10).
              03 DRP-TIPO               PIC X(1).
                  88 DRP-CONSULTA           VALUE "V".
                  88 DRP-REIMPRESION        VALUE "R".
                  88 DRP-ENTREGA            VALUE "E".
                  88 DRP-PURGA              VALUE "P".
              03 DRP-COPIA              PIC 9(3).
              03 DRP-DESTINATARIO       PIC X(40).
              03 DRP-MEDIO              PIC X(15).
              03 DRP-OBSERVACION        PIC X(60).
