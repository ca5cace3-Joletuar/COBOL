      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-107.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-NOH.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-GAS.cpy".
            COPY "./Copys/FISI-IOE.cpy".

            SELECT ARCHIVO-RDEP
              ASSIGN TO "../Archivos/RDEP-Anual.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FL-RDP.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-NOH.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-GAS.cpy".
            COPY "./Copys/LOGI-IOE.cpy".

      *    EL ANEXO RDEP GENERADO POR GEN-RDEP, LEIDO AL FINAL PARA
      *    CUADRAR LOS FORMULARIOS CONTRA LO DECLARADO.
       FD  ARCHIVO-RDEP.
       01  RDP-LINEA.
           03 RDP-TIPO-REGISTRO     PIC X(1).
           03 RDP-RUC-EMPRESA       PIC 9(10).
           03 RDP-ANIO-FISCAL       PIC 9(4).
           03 RDP-CEDULA            PIC 9(10).
           03 RDP-NOMBRES           PIC X(40).
           03 RDP-INGRESO-GRAVADO   PIC 9(12)V9(2).
           03 RDP-RETENCION         PIC 9(12)V9(2).
           03 RDP-APORTE-IESS       PIC 9(12)V9(2).
           03 RDP-GASTOS-PERS       PIC 9(12)V9(2).
           03 RDP-INGRESO-OTROS     PIC 9(12)V9(2).
           03 RDP-RETENCION-OTROS   PIC 9(12)V9(2).
           03 RDP-BENEFICIOS-ESPECIE PIC 9(12)V9(2).

       WORKING-STORAGE SECTION.

       01  FS-CIA                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-NOH                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-GAS                  PIC XX.
       01  FL-IOE                  PIC XX.
       01  FL-RDP                  PIC XX.

      *    FORMULARIO 107: COMPROBANTE ANUAL DE RETENCIONES QUE SE
      *    ENTREGA A CADA EMPLEADO. LOS VALORES SE ACUMULAN CON LAS
      *    MISMAS REGLAS DEL ANEXO RDEP (NOMINA VIVA MAS HISTORICO,
      *    RUBROS DE INGRESO QUE FORMAN BASE DE IMPUESTO, APORTE
      *    PERSONAL, GASTOS PERSONALES DECLARADOS, RETENCION E
      *    INGRESOS Y RETENCION CON OTROS EMPLEADORES).
       01  WS-PARAMETROS-107.
           03 WS-CIA-CODIGO         PIC 9(3).
           03 WS-ANIO-FISCAL        PIC 9(4).

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       77  WS-RUBRO-IMPUESTO-RENTA  PIC 9(2) VALUE 5.
       77  WS-RUBRO-APORTE-PERSONAL PIC 9(2) VALUE 3.

       01  WS-ACUMULADOS-EMPLEADO.
           03 WS-INGRESO-ANUAL      PIC 9(12)V9(2).
           03 WS-RETENCION-ANUAL    PIC 9(12)V9(2).
           03 WS-APORTE-ANUAL       PIC 9(12)V9(2).
           03 WS-GASTOS-ANUAL       PIC 9(12)V9(2).
           03 WS-INGRESO-OTROS      PIC 9(12)V9(2).
           03 WS-RETENCION-OTROS    PIC 9(12)V9(2).
           03 WS-BENEFICIOS-ANUAL   PIC 9(12)V9(2).

       01  WS-BASE-IMPONIBLE        PIC 9(12)V9(2).
       01  WS-DEDUCCIONES           PIC 9(12)V9(2).

      *    TOTALES DE LOS FORMULARIOS EMITIDOS Y DEL ANEXO RDEP DE
      *    LA MISMA EMPRESA Y EJERCICIO.
       01  WS-TOTALES-107.
           03 WS-T107-FORMULARIOS   PIC 9(5).
           03 WS-T107-INGRESOS      PIC 9(13)V9(2).
           03 WS-T107-APORTES       PIC 9(13)V9(2).
           03 WS-T107-GASTOS        PIC 9(13)V9(2).
           03 WS-T107-RETENCIONES   PIC 9(13)V9(2).
           03 WS-T107-ING-OTROS     PIC 9(13)V9(2).
           03 WS-T107-RET-OTROS     PIC 9(13)V9(2).

       01  WS-TOTALES-RDEP.
           03 WS-TRDP-RENGLONES     PIC 9(5).
           03 WS-TRDP-INGRESOS      PIC 9(13)V9(2).
           03 WS-TRDP-APORTES       PIC 9(13)V9(2).
           03 WS-TRDP-GASTOS        PIC 9(13)V9(2).
           03 WS-TRDP-RETENCIONES   PIC 9(13)V9(2).
           03 WS-TRDP-ING-OTROS     PIC 9(13)V9(2).
           03 WS-TRDP-RET-OTROS     PIC 9(13)V9(2).
           03 WS-TRDP-OTROS         PIC 9(5).

       01  WS-BANDERA-CUADRE        PIC 9.
           88 WS-RDEP-CUADRA        VALUE 1.
           88 WS-RDEP-NO-CUADRA     VALUE 0.

       01  WS-CONCEPTO              PIC X(22).
       01  WS-VALOR-107             PIC 9(13)V9(2).
       01  WS-VALOR-RDEP            PIC 9(13)V9(2).
       01  WS-DIFERENCIA            PIC S9(13)V9(2).

       01  WS-VALOR-EDITADO         PIC Z(11)9.99.
       01  WS-VALOR-EDITADO-2       PIC Z(11)9.99.
       01  WS-DIF-EDITADA           PIC -(11)9.99.

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           PERFORM 2000-PEDIR-PARAMETROS.

           IF WS-CAMPOS-CORRECTO
             PERFORM 1000-ABRIR-ARCHIVOS
             PERFORM 2010-VALIDAR-EMPRESA
             IF WS-CAMPOS-CORRECTO
               PERFORM 3000-EMITIR-FORMULARIOS
             END-IF
             PERFORM 1000-CERRAR-ARCHIVOS
           END-IF.

           IF WS-CAMPOS-INCORRECTO
             DISPLAY "NO SE EMITIERON LOS FORMULARIOS 107"
           END-IF.

           GOBACK.

       1000-ABRIR-ARCHIVOS.
      *--------------------
           OPEN INPUT ARCHIVO-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           OPEN INPUT ARCHIVO-NOMINAS.
           OPEN INPUT ARCHIVO-RUBROS.

           OPEN INPUT ARCHIVO-NOMINAS-HIST.
           IF FL-NOH NOT = "00"
             OPEN OUTPUT ARCHIVO-NOMINAS-HIST
             CLOSE ARCHIVO-NOMINAS-HIST
             OPEN INPUT ARCHIVO-NOMINAS-HIST
           END-IF.

           OPEN INPUT ARCHIVO-GASTOS-PERS.
           IF FL-GAS NOT = "00"
             OPEN OUTPUT ARCHIVO-GASTOS-PERS
             CLOSE ARCHIVO-GASTOS-PERS
             OPEN INPUT ARCHIVO-GASTOS-PERS
           END-IF.

           OPEN INPUT ARCHIVO-OTROS-EMPL.
           IF FL-IOE NOT = "00"
             OPEN OUTPUT ARCHIVO-OTROS-EMPL
             CLOSE ARCHIVO-OTROS-EMPL
             OPEN INPUT ARCHIVO-OTROS-EMPL
           END-IF.

       1000-CERRAR-ARCHIVOS.
      *---------------------
           CLOSE ARCHIVO-EMPRESAS.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINAS.
           CLOSE ARCHIVO-NOMINAS-HIST.
           CLOSE ARCHIVO-RUBROS.
           CLOSE ARCHIVO-GASTOS-PERS.
           CLOSE ARCHIVO-OTROS-EMPL.

       2000-PEDIR-PARAMETROS.
      *----------------------
           DISPLAY WS-DECORADOR.
           DISPLAY "   FORMULARIO 107 - COMPROBANTE DE RETENCIONES".
           DISPLAY WS-DECORADOR.

           IF LK-CIA-ACTIVA IS NUMERIC AND LK-CIA-ACTIVA > ZEROS
             MOVE LK-CIA-ACTIVA TO WS-CIA-CODIGO
           ELSE
             DISPLAY "INGRESE EL CODIGO DE LA EMPRESA: "
             ACCEPT WS-CIA-CODIGO
           END-IF.
           DISPLAY "INGRESE EL ANIO FISCAL (AAAA): ".
           ACCEPT WS-ANIO-FISCAL.

           EVALUATE TRUE
               WHEN WS-CIA-CODIGO IS NOT NUMERIC OR
                    WS-CIA-CODIGO <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL CODIGO DE EMPRESA"
               WHEN WS-ANIO-FISCAL IS NOT NUMERIC OR
                    WS-ANIO-FISCAL <= ZEROS
                 MOVE 0 TO WS-BANDERA-CAMPOS
                 DISPLAY "ERROR AL INGRESAR EL ANIO FISCAL"
               WHEN OTHER
                 MOVE 1 TO WS-BANDERA-CAMPOS
           END-EVALUATE.

       2010-VALIDAR-EMPRESA.
      *----------------------
           MOVE WS-CIA-CODIGO TO CIA-CODIGO.
           READ ARCHIVO-EMPRESAS
           END-READ.

           IF FS-CIA NOT = "00"
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "LA EMPRESA " WS-CIA-CODIGO " NO EXISTE"
           END-IF.

       3000-EMITIR-FORMULARIOS.
      *-------------------------
           INITIALIZE WS-TOTALES-107 WS-TOTALES-RDEP.

           MOVE "A"           TO WS-RPT-OPERACION.
           MOVE "GEN-107 "    TO WS-RPT-NOMBRE.
           MOVE "FORMULARIO 107 - COMPROBANTE DE RETENCIONES"
             TO WS-RPT-TITULO.
           MOVE WS-CIA-CODIGO TO WS-RPT-EMPRESA.
           MOVE SPACES        TO WS-RPT-PERIODO.
           STRING WS-ANIO-FISCAL
               DELIMITED BY SIZE INTO WS-RPT-PERIODO
           END-STRING.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE LOW-VALUES TO EMP-CLAVE.

           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-CLAVE
             INVALID KEY
               MOVE "10" TO FL-EMP
           END-START.

           IF FL-EMP = "00"
             PERFORM 3010-LEER-EMPLEADO
           END-IF.

      *    EL MISMO UNIVERSO DEL RDEP: TODO EMPLEADO DE LA EMPRESA
      *    CON INGRESO GRAVADO O RETENCION EN EL EJERCICIO, ACTIVO
      *    O YA DESVINCULADO.
           PERFORM UNTIL FL-EMP NOT = "00"
             IF EMP-COD-EMPRESA = WS-CIA-CODIGO
               PERFORM 3020-ACUMULAR-EMPLEADO
               IF WS-INGRESO-ANUAL > ZEROS OR
                  WS-RETENCION-ANUAL > ZEROS
                 PERFORM 4000-IMPRIMIR-FORMULARIO
               END-IF
             END-IF
             PERFORM 3010-LEER-EMPLEADO
           END-PERFORM.

           PERFORM 5000-CUADRAR-CONTRA-RDEP.

           MOVE "C" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       3010-LEER-EMPLEADO.
      *--------------------
           READ ARCHIVO-EMPLEADOS NEXT RECORD
           END-READ.

       3020-ACUMULAR-EMPLEADO.
      *------------------------
           INITIALIZE WS-ACUMULADOS-EMPLEADO.

           PERFORM 3030-ACUMULAR-NOMINA-VIVA.
           PERFORM 3040-ACUMULAR-NOMINA-HIST.

           MOVE EMP-CLAVE      TO GAS-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO GAS-ANIO-FISCAL.
           READ ARCHIVO-GASTOS-PERS
           END-READ.
           IF FL-GAS = "00" AND GAS-ESTADO = "A"
             MOVE GAS-VALOR-PROYECTADO TO WS-GASTOS-ANUAL
           END-IF.

      *    INGRESOS Y RETENCION CON OTROS EMPLEADORES DEL EJERCICIO,
      *    LOS MISMOS QUE USA LA RELIQUIDACION.
           MOVE EMP-CLAVE      TO IOE-COD-EMPLEADO.
           MOVE WS-ANIO-FISCAL TO IOE-ANIO-FISCAL.
           READ ARCHIVO-OTROS-EMPL
           END-READ.
           IF FL-IOE = "00" AND IOE-ESTADO = "A"
             MOVE IOE-INGRESO-GRAVADO TO WS-INGRESO-OTROS
             MOVE IOE-RETENCION       TO WS-RETENCION-OTROS
           END-IF.

       3030-ACUMULAR-NOMINA-VIVA.
      *---------------------------
           MOVE LOW-VALUES    TO NOM-CLAVE.
           MOVE WS-CIA-CODIGO TO NOM-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOM-COD-EMPLEADO.

           START ARCHIVO-NOMINAS KEY IS NOT LESS THAN NOM-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOM
           END-START.

           IF FL-NOM = "00"
             PERFORM 3031-LEER-RUBRO
           END-IF.

           PERFORM UNTIL FL-NOM NOT = "00" OR
                   NOM-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOM-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOM-FEC-NOMINA-AA = WS-ANIO-FISCAL
               EVALUATE TRUE
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-IMPUESTO-RENTA
                   ADD NOM-VALOR TO WS-RETENCION-ANUAL
                 WHEN NOM-TIPO-RUBRO = WS-RUBRO-APORTE-PERSONAL
                   ADD NOM-VALOR TO WS-APORTE-ANUAL
                 WHEN OTHER
                   MOVE NOM-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "I"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOM-VALOR TO WS-INGRESO-ANUAL
                   END-IF
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "B"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOM-VALOR TO WS-INGRESO-ANUAL
                     ADD NOM-VALOR TO WS-BENEFICIOS-ANUAL
                   END-IF
               END-EVALUATE
             END-IF
             PERFORM 3031-LEER-RUBRO
           END-PERFORM.

       3031-LEER-RUBRO.
      *-----------------
           READ ARCHIVO-NOMINAS NEXT RECORD
           END-READ.

       3040-ACUMULAR-NOMINA-HIST.
      *---------------------------
           MOVE LOW-VALUES    TO NOH-CLAVE.
           MOVE WS-CIA-CODIGO TO NOH-COD-EMPRESA.
           MOVE EMP-CLAVE     TO NOH-COD-EMPLEADO.

           START ARCHIVO-NOMINAS-HIST
               KEY IS NOT LESS THAN NOH-CLAVE
             INVALID KEY
               MOVE "10" TO FL-NOH
           END-START.

           IF FL-NOH = "00"
             PERFORM 3041-LEER-RUBRO-HIST
           END-IF.

           PERFORM UNTIL FL-NOH NOT = "00" OR
                   NOH-COD-EMPRESA NOT = WS-CIA-CODIGO OR
                   NOH-COD-EMPLEADO NOT = EMP-CLAVE
             IF NOH-FEC-NOMINA-AA = WS-ANIO-FISCAL
               EVALUATE TRUE
                 WHEN NOH-TIPO-RUBRO = WS-RUBRO-IMPUESTO-RENTA
                   ADD NOH-VALOR TO WS-RETENCION-ANUAL
                 WHEN NOH-TIPO-RUBRO = WS-RUBRO-APORTE-PERSONAL
                   ADD NOH-VALOR TO WS-APORTE-ANUAL
                 WHEN OTHER
                   MOVE NOH-TIPO-RUBRO TO RUB-CODIGO
                   READ ARCHIVO-RUBROS
                   END-READ
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "I"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOH-VALOR TO WS-INGRESO-ANUAL
                   END-IF
                   IF FL-RUB = "00" AND RUB-NATURALEZA = "B"
                      AND RUB-BASE-IMPUESTO NOT = "N"
                     ADD NOH-VALOR TO WS-INGRESO-ANUAL
                     ADD NOH-VALOR TO WS-BENEFICIOS-ANUAL
                   END-IF
               END-EVALUATE
             END-IF
             PERFORM 3041-LEER-RUBRO-HIST
           END-PERFORM.

       3041-LEER-RUBRO-HIST.
      *----------------------
           READ ARCHIVO-NOMINAS-HIST NEXT RECORD
           END-READ.

       4000-IMPRIMIR-FORMULARIO.
      *--------------------------
      *    UN FORMULARIO POR HOJA, CON LOS DATOS DEL AGENTE DE
      *    RETENCION, DEL EMPLEADO, LA LIQUIDACION DEL EJERCICIO Y
      *    LAS FIRMAS.
           MOVE "P" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           ADD 1                  TO WS-T107-FORMULARIOS.
           ADD WS-INGRESO-ANUAL   TO WS-T107-INGRESOS.
           ADD WS-APORTE-ANUAL    TO WS-T107-APORTES.
           ADD WS-GASTOS-ANUAL    TO WS-T107-GASTOS.
           ADD WS-RETENCION-ANUAL TO WS-T107-RETENCIONES.
           ADD WS-INGRESO-OTROS   TO WS-T107-ING-OTROS.
           ADD WS-RETENCION-OTROS TO WS-T107-RET-OTROS.

           COMPUTE WS-DEDUCCIONES = WS-APORTE-ANUAL + WS-GASTOS-ANUAL.
           IF WS-DEDUCCIONES < WS-INGRESO-ANUAL + WS-INGRESO-OTROS
             COMPUTE WS-BASE-IMPONIBLE =
                 WS-INGRESO-ANUAL + WS-INGRESO-OTROS - WS-DEDUCCIONES
           ELSE
             MOVE ZERO TO WS-BASE-IMPONIBLE
           END-IF.

           MOVE ALL "=" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "FORMULARIO 107 - COMPROBANTE DE RETENCIONES EN LA "
               "FUENTE DEL IMPUESTO A LA RENTA POR INGRESOS DEL "
               "TRABAJO EN RELACION DE DEPENDENCIA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "EJERCICIO FISCAL: " WS-ANIO-FISCAL
               "   FORMULARIO No. " WS-T107-FORMULARIOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ALL "=" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "AGENTE DE RETENCION (EMPLEADOR)" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  RUC:          " CIA-RUC
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  RAZON SOCIAL: " CIA-DESCRIPCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  DIRECCION:    " CIA-DIRECCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "TRABAJADOR" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  CEDULA:       " EMP-CEDULA
               "   CODIGO: " EMP-CLAVE
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  NOMBRES:      " EMP-NOMBRES
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  DIRECCION:    " EMP-DIRECCION
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF EMP-FEC-BAJA-AA = WS-ANIO-FISCAL
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "  FECHA DE SALIDA: " EMP-FEC-BAJA-AA "-"
                 EMP-FEC-BAJA-MM "-" EMP-FEC-BAJA-DD
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "LIQUIDACION DEL IMPUESTO" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-INGRESO-ANUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  SUELDOS Y DEMAS INGRESOS GRAVADOS     "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-BENEFICIOS-ANUAL > ZEROS
             MOVE WS-BENEFICIOS-ANUAL TO WS-VALOR-EDITADO
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "    INCLUYE BENEFICIOS EN ESPECIE       "
                 WS-VALOR-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE WS-INGRESO-OTROS TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  (+) INGRESOS CON OTROS EMPLEADORES    "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-APORTE-ANUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  (-) APORTE PERSONAL AL IESS           "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-GASTOS-ANUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  (-) GASTOS PERSONALES DECLARADOS      "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-BASE-IMPONIBLE TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  (=) BASE IMPONIBLE                    "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-RETENCION-ANUAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  IMPUESTO A LA RENTA RETENIDO          "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-RETENCION-OTROS TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  IMPUESTO RETENIDO POR OTROS EMPLEAD.  "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  ______________________________        "
               "______________________________"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  " CIA-REPRESENTANTE "        "
               EMP-NOMBRES (1:30)
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "  AGENTE DE RETENCION                   "
               "TRABAJADOR"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       5000-CUADRAR-CONTRA-RDEP.
      *--------------------------
      *    TOTAL DE CONTROL DE LA EMPRESA: LOS FORMULARIOS EMITIDOS
      *    DEBEN SUMAR LO MISMO QUE LOS RENGLONES DEL ANEXO RDEP DE
      *    LA EMPRESA Y EJERCICIO. UNA DIFERENCIA INDICA QUE LA
      *    NOMINA CAMBIO DESPUES DE GENERAR EL ANEXO.
           MOVE "P" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "TOTAL DE CONTROL - EMPRESA " WS-CIA-CODIGO " "
               CIA-DESCRIPCION " RUC " CIA-RUC
               " EJERCICIO " WS-ANIO-FISCAL
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           OPEN INPUT ARCHIVO-RDEP.

           IF FL-RDP NOT = "00"
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "NO SE ENCONTRO EL ANEXO ../Archivos/RDEP-Anual"
                 ".txt: GENERE EL RDEP PARA CUADRAR LOS FORMULARIOS"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE "5000-CUADRAR-CONTRA-RDEP" TO WS-ERR-PARRAFO
             MOVE "RDP" TO WS-ERR-ARCHIVO
             MOVE FL-RDP TO WS-ERR-ESTADO
             MOVE "A" TO WS-ERR-SEVERIDAD
             MOVE "NO SE ENCONTRO EL ANEXO RDEP DEL ANIO"
               TO WS-ERR-MENSAJE
             PERFORM 8000-REGISTRAR-ERROR
             MOVE 0 TO WS-BANDERA-CUADRE
           ELSE
             PERFORM 5010-LEER-RDEP
             PERFORM UNTIL FL-RDP NOT = "00"
               PERFORM 5020-ACUMULAR-RENGLON
               PERFORM 5010-LEER-RDEP
             END-PERFORM
             CLOSE ARCHIVO-RDEP
             MOVE 1 TO WS-BANDERA-CUADRE
           END-IF.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING "CONCEPTO                     FORMULARIOS 107"
               "        ANEXO RDEP        DIFERENCIA"
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE "EMPLEADOS"          TO WS-CONCEPTO.
           MOVE WS-T107-FORMULARIOS  TO WS-VALOR-107.
           MOVE WS-TRDP-RENGLONES    TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "INGRESOS GRAVADOS"  TO WS-CONCEPTO.
           MOVE WS-T107-INGRESOS     TO WS-VALOR-107.
           MOVE WS-TRDP-INGRESOS     TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "APORTE PERSONAL IESS" TO WS-CONCEPTO.
           MOVE WS-T107-APORTES      TO WS-VALOR-107.
           MOVE WS-TRDP-APORTES      TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "GASTOS PERSONALES"  TO WS-CONCEPTO.
           MOVE WS-T107-GASTOS       TO WS-VALOR-107.
           MOVE WS-TRDP-GASTOS       TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "IMPUESTO RETENIDO"  TO WS-CONCEPTO.
           MOVE WS-T107-RETENCIONES  TO WS-VALOR-107.
           MOVE WS-TRDP-RETENCIONES  TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "INGRESOS OTROS EMPL."  TO WS-CONCEPTO.
           MOVE WS-T107-ING-OTROS    TO WS-VALOR-107.
           MOVE WS-TRDP-ING-OTROS    TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           MOVE "RETENIDO OTROS EMPL."  TO WS-CONCEPTO.
           MOVE WS-T107-RET-OTROS    TO WS-VALOR-107.
           MOVE WS-TRDP-RET-OTROS    TO WS-VALOR-RDEP.
           PERFORM 5030-IMPRIMIR-CONCEPTO.

           IF WS-TRDP-OTROS > ZEROS
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "RENGLONES DEL ANEXO DE OTRA EMPRESA O EJERCICIO "
                 "(NO CONSIDERADOS): " WS-TRDP-OTROS
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

           MOVE WS-DECORADOR TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

           IF WS-RDEP-CUADRA
             MOVE "LOS FORMULARIOS 107 CUADRAN CON EL ANEXO RDEP"
               TO WS-LINEA-SPOOL
           ELSE
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "*** LOS FORMULARIOS 107 NO CUADRAN CON EL "
                 "ANEXO RDEP: REVISE Y REGENERE EL ANEXO ***"
                 DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       5010-LEER-RDEP.
      *----------------
           READ ARCHIVO-RDEP
           END-READ.

       5020-ACUMULAR-RENGLON.
      *-----------------------
           IF RDP-TIPO-REGISTRO = "D" AND
              RDP-RUC-EMPRESA = CIA-RUC AND
              RDP-ANIO-FISCAL = WS-ANIO-FISCAL
             ADD 1                   TO WS-TRDP-RENGLONES
             ADD RDP-INGRESO-GRAVADO TO WS-TRDP-INGRESOS
             ADD RDP-APORTE-IESS     TO WS-TRDP-APORTES
             ADD RDP-GASTOS-PERS     TO WS-TRDP-GASTOS
             ADD RDP-RETENCION       TO WS-TRDP-RETENCIONES
             ADD RDP-INGRESO-OTROS   TO WS-TRDP-ING-OTROS
             ADD RDP-RETENCION-OTROS TO WS-TRDP-RET-OTROS
           ELSE
             ADD 1 TO WS-TRDP-OTROS
           END-IF.

       5030-IMPRIMIR-CONCEPTO.
      *------------------------
           COMPUTE WS-DIFERENCIA = WS-VALOR-107 - WS-VALOR-RDEP.
           IF WS-DIFERENCIA NOT = ZEROS
             MOVE 0 TO WS-BANDERA-CUADRE
           END-IF.

           MOVE WS-VALOR-107  TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-RDEP TO WS-VALOR-EDITADO-2.
           MOVE WS-DIFERENCIA TO WS-DIF-EDITADA.

           MOVE SPACES TO WS-LINEA-SPOOL.
           STRING WS-CONCEPTO "  " WS-VALOR-EDITADO
               "  " WS-VALOR-EDITADO-2 "  " WS-DIF-EDITADA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
           END-STRING.
           PERFORM 9000-ESCRIBIR-LINEA.

       9000-ESCRIBIR-LINEA.
      *---------------------
      *    CADA LINEA SALE A LA PANTALLA DEL OPERADOR Y AL SPOOL
      *    PAGINADO DEL MODULO CENTRAL DE REPORTES.
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; SIN CLAVE PROPIA SE REGISTRA LA DEL EMPLEADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-107"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.
           IF WS-ERR-CLAVE = SPACES
             MOVE EMP-CLAVE    TO WS-ERR-CLAVE
           END-IF.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
