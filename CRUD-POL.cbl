           03 WS-POL-REDONDEO       PIC X(1).
           03 WS-POL-CARGO-TOPE     PIC 9(3).
           03 WS-POL-ESTADO         PIC X(1).
           03 WS-POL-UMBRAL-BRECHA  PIC 9(2)V9(2).
           03 WS-POL-HORAS-DESCANSO PIC 9(2).
           03 WS-POL-DIAS-CONSEC    PIC 9(1).
           03 WS-POL-MIN-GRACIA     PIC 9(2).
           03 WS-POL-MIN-UMBRAL     PIC 9(4).
           03 WS-POL-BRAD-AVISO     PIC 9(4).
           03 WS-POL-BRAD-ACCION    PIC 9(4).
           03 WS-POL-BANCO-HORAS    PIC X(1).
           03 WS-POL-MESES-BANCO    PIC 9(2).
           03 WS-POL-FREC-SUBPER    PIC X(1).
           03 WS-POL-DIA-PAGO       PIC 9(2).
           03 WS-POL-AJUSTE-PAGO    PIC X(1).
           03 WS-POL-DIA-CORTE      PIC 9(2).

       01  WS-OPCION                PIC S9(2).

           DISPLAY "CARGO TOPE CON DERECHO A HORAS EXTRAS "
               "(0 = TODOS): ".
           ACCEPT WS-POL-CARGO-TOPE.
           DISPLAY "UMBRAL DE BRECHA SALARIAL POR GENERO EN % "
               "(0 = 5%): ".
           ACCEPT WS-POL-UMBRAL-BRECHA.
           DISPLAY "HORAS MINIMAS DE DESCANSO ENTRE JORNADAS "
               "(0 = 12): ".
           ACCEPT WS-POL-HORAS-DESCANSO.
           DISPLAY "MAXIMO DE DIAS SEGUIDOS DE TRABAJO SIN DESCANSO "
               "SEMANAL (0 = 6): ".
           ACCEPT WS-POL-DIAS-CONSEC.
           DISPLAY "MINUTOS DE GRACIA EN ENTRADA Y SALIDA DEL TURNO "
               "(0 = 5): ".
           ACCEPT WS-POL-MIN-GRACIA.
           DISPLAY "MINUTOS DE ATRASO DEL MES QUE GENERAN DESCUENTO "
               "(0 = 30): ".
           ACCEPT WS-POL-MIN-UMBRAL.
           DISPLAY "PUNTAJE BRADFORD DE AVISO POR AUSENTISMO "
               "(0 = 200): ".
           ACCEPT WS-POL-BRAD-AVISO.
           DISPLAY "PUNTAJE BRADFORD DE ACCION POR AUSENTISMO "
               "(0 = 500): ".
           ACCEPT WS-POL-BRAD-ACCION.
           DISPLAY "HORAS EXTRAS AL BANCO DE HORAS EN LUGAR DE "
               "PAGARLAS (S/N): ".
           ACCEPT WS-POL-BANCO-HORAS.
           DISPLAY "MESES DE VIGENCIA DE LAS HORAS DEL BANCO "
               "(0 = 12): ".
           ACCEPT WS-POL-MESES-BANCO.
           DISPLAY "SUBPERIODOS DEL CALENDARIO ANUAL (N=NINGUNO / "
               "S=SEMANAL / Q=QUINCENAL / A=AMBOS): ".
           ACCEPT WS-POL-FREC-SUBPER.
           DISPLAY "DIA DE PAGO DE LA NOMINA MENSUAL "
               "(0 = ULTIMO DIA DEL MES): ".
           ACCEPT WS-POL-DIA-PAGO.
           DISPLAY "SI EL PAGO CAE EN DIA INHABIL (A=ADELANTAR / "
               "P=POSTERGAR): ".
           ACCEPT WS-POL-AJUSTE-PAGO.
           DISPLAY "DIA DE CORTE DE NOVEDADES DEL PERIODO "
               "(0 = SIN CORTE): ".
           ACCEPT WS-POL-DIA-CORTE.
           DISPLAY "INGRESE EL ESTADO DE LA POLITICA (A/I): ".
           ACCEPT WS-POL-ESTADO.

               WHEN WS-POL-CARGO-TOPE IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CARGO TOPE"
               WHEN WS-POL-UMBRAL-BRECHA IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL UMBRAL DE BRECHA"
               WHEN WS-POL-HORAS-DESCANSO IS NOT NUMERIC OR
                    WS-POL-HORAS-DESCANSO > 24
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LAS HORAS DE DESCANSO DEBEN ESTAR ENTRE 0 "
                     "Y 24"
               WHEN WS-POL-DIAS-CONSEC IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LOS DIAS SEGUIDOS"
               WHEN WS-POL-MIN-GRACIA IS NOT NUMERIC OR
                    WS-POL-MIN-GRACIA > 60
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LOS MINUTOS DE GRACIA DEBEN ESTAR ENTRE 0 "
                     "Y 60"
               WHEN WS-POL-MIN-UMBRAL IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL UMBRAL DE ATRASOS"
               WHEN WS-POL-BRAD-AVISO IS NOT NUMERIC OR
                    WS-POL-BRAD-ACCION IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LOS PUNTAJES BRADFORD"
               WHEN WS-POL-BRAD-AVISO > ZEROS AND
                    WS-POL-BRAD-ACCION > ZEROS AND
                    WS-POL-BRAD-ACCION < WS-POL-BRAD-AVISO
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL PUNTAJE DE ACCION NO PUEDE SER MENOR "
                     "AL DE AVISO"
               WHEN NOT (WS-POL-BANCO-HORAS = "S" OR
                         WS-POL-BANCO-HORAS = "N")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL BANCO DE HORAS SOLO PUEDE SER S/N"
               WHEN WS-POL-MESES-BANCO IS NOT NUMERIC
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR LOS MESES DEL BANCO DE "
                     "HORAS"
               WHEN NOT (WS-POL-FREC-SUBPER = "N" OR
                         WS-POL-FREC-SUBPER = "S" OR
                         WS-POL-FREC-SUBPER = "Q" OR
                         WS-POL-FREC-SUBPER = "A")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "LOS SUBPERIODOS SOLO PUEDEN SER N/S/Q/A"
               WHEN WS-POL-DIA-PAGO IS NOT NUMERIC OR
                    WS-POL-DIA-PAGO > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL DIA DE PAGO DEBE ESTAR ENTRE 0 Y 31"
               WHEN NOT (WS-POL-AJUSTE-PAGO = "A" OR
                         WS-POL-AJUSTE-PAGO = "P")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL AJUSTE DEL PAGO SOLO PUEDE SER A/P"
               WHEN WS-POL-DIA-CORTE IS NOT NUMERIC OR
                    WS-POL-DIA-CORTE > 31
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL DIA DE CORTE DEBE ESTAR ENTRE 0 Y 31"
               WHEN NOT (WS-POL-ESTADO = "A" OR WS-POL-ESTADO = "I")
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "EL ESTADO SOLO PUEDE SER A/I"
           MOVE WS-POL-REDONDEO    TO POL-REGLA-REDONDEO.
           MOVE WS-POL-CARGO-TOPE  TO POL-CARGO-TOPE-HEX.
           MOVE WS-POL-ESTADO      TO POL-ESTADO.
           MOVE WS-POL-UMBRAL-BRECHA TO POL-UMBRAL-BRECHA.
           MOVE WS-POL-HORAS-DESCANSO TO POL-HORAS-DESCANSO.
           MOVE WS-POL-DIAS-CONSEC TO POL-DIAS-CONSECUTIVOS.
           MOVE WS-POL-MIN-GRACIA  TO POL-MINUTOS-GRACIA.
           MOVE WS-POL-MIN-UMBRAL  TO POL-MINUTOS-UMBRAL.
           MOVE WS-POL-BRAD-AVISO  TO POL-BRADFORD-AVISO.
           MOVE WS-POL-BRAD-ACCION TO POL-BRADFORD-ACCION.
           MOVE WS-POL-BANCO-HORAS TO POL-BANCO-HORAS.
           MOVE WS-POL-MESES-BANCO TO POL-MESES-BANCO.
           MOVE WS-POL-FREC-SUBPER TO POL-FREC-SUBPERIODO.
           MOVE WS-POL-DIA-PAGO    TO POL-DIA-PAGO.
           MOVE WS-POL-AJUSTE-PAGO TO POL-AJUSTE-PAGO.
           MOVE WS-POL-DIA-CORTE   TO POL-DIA-CORTE.


       4000-ABRIR-ARCHIVO-INPUT.
               " (N=NORMAL / B=TRUNCAR)".
           DISPLAY "CARGO TOPE HEX:   " POL-CARGO-TOPE-HEX
               " (0 = TODOS)".
           DISPLAY "UMBRAL BRECHA %:  " POL-UMBRAL-BRECHA
               " (0 = 5%)".
           DISPLAY "DESCANSO MINIMO:  " POL-HORAS-DESCANSO
               " HORAS (0 = 12)".
           DISPLAY "DIAS SEGUIDOS:    " POL-DIAS-CONSECUTIVOS
               " (0 = 6)".
           DISPLAY "GRACIA TURNO:     " POL-MINUTOS-GRACIA
               " MINUTOS (0 = 5)".
           DISPLAY "UMBRAL ATRASOS:   " POL-MINUTOS-UMBRAL
               " MINUTOS AL MES (0 = 30)".
           DISPLAY "BRADFORD AVISO:   " POL-BRADFORD-AVISO
               " (0 = 200)".
           DISPLAY "BRADFORD ACCION:  " POL-BRADFORD-ACCION
               " (0 = 500)".
           DISPLAY "BANCO DE HORAS:   " POL-BANCO-HORAS.
           DISPLAY "VIGENCIA BANCO:   " POL-MESES-BANCO
               " MESES (0 = 12)".
           DISPLAY "SUBPERIODOS:      " POL-FREC-SUBPERIODO
               " (N/S=SEMANAL/Q=QUINCENAL/A=AMBOS)".
           DISPLAY "DIA DE PAGO:      " POL-DIA-PAGO
               " (0 = ULTIMO DIA DEL MES)".
           DISPLAY "AJUSTE DEL PAGO:  " POL-AJUSTE-PAGO
               " (A=ADELANTAR / P=POSTERGAR)".
           DISPLAY "DIA DE CORTE:     " POL-DIA-CORTE
               " (0 = SIN CORTE)".
           DISPLAY "ESTADO:           " POL-ESTADO.
           DISPLAY WS-DECORADOR-2.
