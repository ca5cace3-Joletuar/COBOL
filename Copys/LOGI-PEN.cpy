       FD  ARCHIVO-PENSIONES.
           01 PEN-DATOS.
      *       PAGO MENSUAL DE PENSION A UN JUBILADO PATRONAL: LO
      *       PAGADO EN EL MES, LA PARTE CUBIERTA POR LA RESERVA Y
      *       LA CUENTA A LA QUE SE TRANSFIRIO. ESTADO G = GENERADO,
      *       E = ENVIADO AL BANCO.
              03 PEN-CLAVE.
                 05 PEN-COD-EMPRESA      PIC 9(3).
                 05 PEN-COD-EMPLEADO     PIC 9(8).
                 05 PEN-FEC-AA           PIC 9(4).
                 05 PEN-FEC-MM           PIC 9(2).
              03 PEN-PENSION             PIC 9(8)V9(2).
              03 PEN-DEC-TERCERO         PIC 9(8)V9(2).
              03 PEN-DEC-CUARTO          PIC 9(8)V9(2).
              03 PEN-TOTAL               PIC 9(9)V9(2).
              03 PEN-DE-RESERVA          PIC 9(9)V9(2).
              03 PEN-COD-BANCO           PIC 9(3).
              03 PEN-TIPO-CUENTA         PIC X(1).
              03 PEN-NUM-CUENTA          PIC X(20).
              03 PEN-ESTADO              PIC X(1).
              03 PEN-FEC-PAGO.
                 05 PEN-FEC-PAG-AA       PIC 9(4).
                 05 PEN-FEC-PAG-MM       PIC 9(2).
                 05 PEN-FEC-PAG-DD       PIC 9(2).
