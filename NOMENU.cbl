           88 WS-OPC-65 VALUE 65.
           88 WS-OPC-66 VALUE 66.
           88 WS-OPC-67 VALUE 67.
           88 WS-OPC-68 VALUE 68.
           88 WS-OPC-69 VALUE 69.
           88 WS-OPC-70 VALUE 70.
           88 WS-OPC-71 VALUE 71.
           88 WS-OPC-72 VALUE 72.
           88 WS-OPC-73 VALUE 73.
           88 WS-OPC-74 VALUE 74.
           88 WS-OPC-75 VALUE 75.
           88 WS-OPC-76 VALUE 76.
           88 WS-OPC-77 VALUE 77.
           88 WS-OPC-78 VALUE 78.
           88 WS-OPC-79 VALUE 79.
           88 WS-OPC-80 VALUE 80.
           88 WS-OPC-81 VALUE 81.
           88 WS-OPC-82 VALUE 82.
           88 WS-OPC-83 VALUE 83.
           88 WS-OPC-84 VALUE 84.
           88 WS-OPC-85 VALUE 85.
           88 WS-OPC-86 VALUE 86.
           88 WS-OPC-87 VALUE 87.
           88 WS-OPC-88 VALUE 88.
           88 WS-OPC-89 VALUE 89.
           88 WS-OPC-90 VALUE 90.
           88 WS-OPC-91 VALUE 91.
           88 WS-OPC-92 VALUE 92.
           88 WS-OPC-93 VALUE 93.
           88 WS-OPC-94 VALUE 94.
           88 WS-OPC-95 VALUE 95.
           88 WS-OPC-96 VALUE 96.
           88 WS-OPC-97 VALUE 97.
           88 WS-OPC-98 VALUE 98.
           88 WS-OPC-99 VALUE 99.

      *-----------------------------------------------------------------*
      *                        SWITCHES/BANDERA                         *
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPC-99.

           GOBACK.

                   CALL "CONS-EMP" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
               WHEN WS-OPC-67
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "REP-SOD" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-68
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "GES-RTN" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-69
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "PROC-ESP" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-70
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "BRUT-BON" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-71
                   CALL "COST-EMP" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
               WHEN WS-OPC-72
                   CALL "REP-BRE" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-73
                   CALL "CRUD-DSC" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
               WHEN WS-OPC-74
                   CALL "REP-DSC" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-75
                   CALL "REP-VDE" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-76
                   CALL "GES-ATR" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-77
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CRUD-EQP" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-78
                   CALL "REP-EQP" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-79
                   CALL "GES-PYS" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-80
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CRUD-SEG" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-81
                   CALL "CRUD-AFI" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
               WHEN WS-OPC-82
                   CALL "REP-SEG" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-83
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CRUD-ROT" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-84
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "GEN-ROS" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-85
                   CALL "GES-ROS" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-86
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "REP-FON" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-87
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "GEN-ICO" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-88
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "CONC-IES" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-89
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "GEN-107" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-90
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "REP-LPD" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-91
                   CALL "CRUD-ACC" USING BY CONTENT LK-CIA-ACTIVA
                                          BY CONTENT LK-OPERADOR
               WHEN WS-OPC-92
                   CALL "GES-REQ" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-93
                   CALL "GES-EVA" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-94
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "IMP-ENC" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-95
                 IF LK-ROL-PUEDE-PROCESAR
                   CALL "REP-CRA" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
                 ELSE
                   DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
                 END-IF
               WHEN WS-OPC-96
                   CALL "REP-ABS" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-97
                   CALL "GES-SLA" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-98
                   CALL "GES-MAT" USING BY CONTENT LK-CIA-ACTIVA
                                         BY CONTENT LK-OPERADOR
               WHEN WS-OPC-99
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           DISPLAY " 64.- GENERACION DE NOVEDADES RECURRENTES".
           DISPLAY " 65.- COSTEO DE ESCENARIOS DE NEGOCIACION".
           DISPLAY " 66.- CONSULTA DE EMPLEADOS POR CEDULA".
           DISPLAY " 67.- SEGREGACION DE FUNCIONES / RECERTIFICACION".
           DISPLAY " 68.- RETENCION Y LIBERACION DE PAGOS".
           DISPLAY " 69.- CORRIDA ESPECIAL FUERA DE CICLO".
           DISPLAY " 70.- BONO PACTADO EN NETO A BRUTO".
           DISPLAY " 71.- COSTO TOTAL POR EMPLEADO".
           DISPLAY " 72.- EQUIDAD SALARIAL POR GENERO".
           DISPLAY " 73.- REGISTRO DE DISCAPACIDAD Y SUSTITUTOS".
           DISPLAY " 74.- CUPO LEGAL DE DISCAPACIDAD".
           DISPLAY " 75.- EXCEPCIONES DE DESCANSO POR SUPERVISOR".
           DISPLAY " 76.- ATRASOS Y SALIDAS ANTICIPADAS".
           DISPLAY " 77.- ENTREGA DE EQUIPOS Y DOTACION".
           DISPLAY " 78.- REPORTE EQUIPOS PENDIENTES".
           DISPLAY " 79.- PAZ Y SALVO DE SALIDA".
           DISPLAY " 80.- PLANES DE SEGURO MEDICO Y DE VIDA".
           DISPLAY " 81.- AFILIACION A SEGUROS".
           DISPLAY " 82.- CONCILIACION DE SEGUROS".
           DISPLAY " 83.- PATRONES DE ROTACION DE TURNOS".
           DISPLAY " 84.- GENERAR ROL DE TURNOS".
           DISPLAY " 85.- ROL DE TURNOS E INTERCAMBIOS".
           DISPLAY " 86.- AVISO DE FONDEO PARA TESORERIA".
           DISPLAY " 87.- CARGOS INTERCOMPANIA DE PERSONAL".
           DISPLAY " 88.- CONCILIACION PLANILLA IESS".
           DISPLAY " 89.- FORMULARIO 107 POR EMPLEADO".
           DISPLAY " 90.- EXPEDIENTE DE DATOS PERSONALES (LOPDP)".
           DISPLAY " 91.- REGISTRO DE ACCIDENTES DE TRABAJO".
           DISPLAY " 92.- REQUISICIONES DE PERSONAL Y CANDIDATOS".
           DISPLAY " 93.- EVALUACION DEL DESEMPENIO Y MERITO".
           DISPLAY " 94.- IMPORTAR ENCUESTA SALARIAL DE MERCADO".
           DISPLAY " 95.- COMPA-RATIO CONTRA MERCADO Y BANDA".
           DISPLAY " 96.- AUSENTISMO 12 MESES - FACTOR BRADFORD".
           DISPLAY " 97.- LICENCIAS Y SUSPENSIONES".
           DISPLAY " 98.- MATERNIDAD, PATERNIDAD Y LACTANCIA".
           DISPLAY " 99.- MENU ANTERIOR".
