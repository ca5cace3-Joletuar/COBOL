           88 WS-OPC-40 VALUE 40.
           88 WS-OPC-41 VALUE 41.
           88 WS-OPC-42 VALUE 42.
           88 WS-OPC-43 VALUE 43.
           88 WS-OPC-44 VALUE 44.
           88 WS-OPC-45 VALUE 45.
           88 WS-OPC-46 VALUE 46.
           88 WS-OPC-47 VALUE 47.
           88 WS-OPC-48 VALUE 48.
           88 WS-OPC-49 VALUE 49.

       01  WS-SUBOPCION                          PIC S9(2).
           88 WS-SUBOPC-1 VALUE 1.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPC-49.

           GOBACK.

                   CALL "CONS-AUD" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-25
                   CALL "CRUD-OPE" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-26
                   CALL "CRUD-FJU"
               WHEN WS-OPC-27
               WHEN WS-OPC-41
                   CALL "CRUD-ESC"
               WHEN WS-OPC-42
                   CALL "CRUD-ICA"
               WHEN WS-OPC-43
                   CALL "CRUD-ICC"
               WHEN WS-OPC-44
                   CALL "CRUD-PIN" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-45
                   CALL "CRUD-IOE"
               WHEN WS-OPC-46
                   CALL "REES-ORG" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-47
                   CALL "CRUD-MSK" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-48
                   CALL "SINC-HRS" USING BY CONTENT PARAM-CIA-ACTIVA
                                          BY CONTENT PARAM-OPERADOR
               WHEN WS-OPC-49
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           DISPLAY " 39.- INSTITUCIONES BANCARIAS".
           DISPLAY " 40.- PLANTILLAS DE NOVEDADES RECURRENTES".
           DISPLAY " 41.- ESCENARIOS DE NEGOCIACION".
           DISPLAY " 42.- ASIGNACION DE EMPLEADOS ENTRE EMPRESAS".
           DISPLAY " 43.- CUENTAS DE CARGOS INTERCOMPANIA".
           DISPLAY " 44.- CREDENCIALES DE AUTOSERVICIO".
           DISPLAY " 45.- INGRESOS CON OTROS EMPLEADORES".
           DISPLAY " 46.- REESTRUCTURACION ORGANIZACIONAL".
           DISPLAY " 47.- PERFILES DE ENMASCARAMIENTO".
           DISPLAY " 48.- SINCRONIZACION CON EL HRIS CORPORATIVO".
           DISPLAY " 49.- MENU ANTERIOR".
