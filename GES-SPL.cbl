      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GES-SPL.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-CRP.cpy".
            COPY "./Copys/FISI-DRP.cpy".
            COPY "./Copys/FISI-AUD.cpy".

           SELECT ARCHIVO-SPOOL
             ASSIGN TO WS-RUTA-SPOOL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-SPL.

           SELECT ARCHIVO-COPIA
             ASSIGN TO WS-RUTA-COPIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-COP.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-CRP.cpy".
            COPY "./Copys/LOGI-DRP.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       FD  ARCHIVO-SPOOL.
           01 SPL-LINEA             PIC X(132).

       FD  ARCHIVO-COPIA.
           01 COP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.

       01  FL-CRP                  PIC XX.
       01  FL-DRP                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-SPL                  PIC XX.
       01  FL-COP                  PIC XX.

      *    CATALOGO DE REPORTES: CADA SPOOL QUE GRABA REP-WRT QUEDA
      *    REGISTRADO CON SU REPORTE, EMPRESA, PERIODO, OPERADOR,
      *    PAGINAS Y CLASE DE RETENCION. DESDE AQUI SE CONSULTA, SE
      *    REIMPRIME Y SE ENTREGA; CADA MOVIMIENTO QUEDA EN LA
      *    BITACORA DE DISTRIBUCION. NOMINA Y ADMINISTRACION VEN
      *    TODOS LOS REPORTES; LOS DEMAS ROLES, SOLO LOS SUYOS.
       01  WS-OPCION                PIC S9(2).

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       01  WS-BANDERA-ACCESO        PIC 9.
           88 WS-ACCESO-PERMITIDO   VALUE 1.
           88 WS-ACCESO-DENEGADO    VALUE 0.

       01  WS-BANDERA-FIN           PIC 9.
           88 WS-FIN-ARCHIVO        VALUE 1.

       01  WS-BANDERA-CORTE         PIC 9.
           88 WS-CORTAR-CONSULTA    VALUE 1.

       01  WS-CRITERIOS.
           03 WS-CRI-REPORTE        PIC X(8).
           03 WS-CRI-EMPRESA        PIC 9(3).
           03 WS-CRI-PERIODO        PIC X(9).
           03 WS-CRI-OPERADOR       PIC X(10).

       01  WS-NUMERO-PEDIDO         PIC 9(8).
       01  WS-CONFIRMA              PIC X(1).
       01  WS-CONTINUAR             PIC X(1).
       01  WS-CLASE-NUEVA           PIC X(1).
       01  WS-MOTIVO                PIC X(60).
       01  WS-DIAS-RETENCION        PIC 9(4).
       01  WS-FECHA-GENERA          PIC 9(8).
       01  WS-IMAGEN-ANTES          PIC X(200).

       01  WS-RUTA-SPOOL            PIC X(40).
       01  WS-RUTA-COPIA            PIC X(60).

       01  WS-DISTRIBUCION.
           03 WS-DIS-TIPO           PIC X(1).
           03 WS-DIS-COPIA          PIC 9(3).
           03 WS-DIS-DESTINATARIO   PIC X(40).
           03 WS-DIS-MEDIO          PIC X(15).
           03 WS-DIS-OBSERVACION    PIC X(60).

       01  WS-CONTADORES.
           03 WS-TOT-LISTADOS       PIC 9(7).
           03 WS-TOT-PAGINAS        PIC 9(7).
           03 WS-TOT-LINEAS         PIC 9(7).
           03 WS-TOT-MOVIMIENTOS    PIC 9(7).
           03 WS-LINEAS-PANTALLA    PIC 9(3).

       77  WS-LINEAS-POR-PANTALLA   PIC 9(3) VALUE 60.

       01  WS-FECHA-SISTEMA.
           03 WS-FEC-AA             PIC 9(4).
           03 WS-FEC-MM             PIC 9(2).
           03 WS-FEC-DD             PIC 9(2).
       01  WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(8).

       01  WS-HORA-SISTEMA.
           03 WS-HOR-HH             PIC 9(2).
           03 WS-HOR-MM             PIC 9(2).
           03 WS-HOR-SS             PIC 9(2).
           03 WS-HOR-CC             PIC 9(2).

       77  WS-DECORADOR             PIC X(60) VALUE ALL "-".
       77  WS-DECORADOR-2           PIC X(30) VALUE ALL "-".
       77  WS-ESPACIADO             PIC X(10) VALUE ALL " ".

       LINKAGE SECTION.
      *----------------

       01  LK-CIA-ACTIVA            PIC 9(3).
       01  LK-OPERADOR              PIC X(10).

      *    ROL VERIFICADO DEL OPERADOR: NOMINA Y ADMINISTRACION VEN
      *    TODO EL CATALOGO; LA RETENCION Y LA PURGA SON DEL
      *    ADMINISTRADOR.
       01  LK-ROL                   PIC X(1).
           88 LK-ROL-ADMINISTRADOR  VALUE "A".
           88 LK-ROL-VE-TODO        VALUE "A" "N".

       PROCEDURE DIVISION USING LK-CIA-ACTIVA LK-OPERADOR LK-ROL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       0000-MAIN.
      *----------
           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 8.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-CRP WS-BANDERA-REGISTRO
           WS-BANDERA-ACCESO CRP-DATOS.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           IF (WS-OPCION = 6 OR WS-OPCION = 7) AND
              NOT LK-ROL-ADMINISTRADOR
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
                 PERFORM 2000-PEDIR-CRITERIOS
                 PERFORM 5000-LISTAR
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 2

                 PERFORM 4000-ABRIR-ARCHIVO-I-O
                 PERFORM 2100-PEDIR-REPORTE
                 IF WS-REG-ENCONTRADO AND WS-ACCESO-PERMITIDO
                   PERFORM 6000-VER-REPORTE
                 END-IF
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 3

                 PERFORM 4000-ABRIR-ARCHIVO-I-O
                 PERFORM 2100-PEDIR-REPORTE
                 IF WS-REG-ENCONTRADO AND WS-ACCESO-PERMITIDO
                   PERFORM 6100-REIMPRIMIR-REPORTE
                 END-IF
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 4

                 PERFORM 4000-ABRIR-ARCHIVO-I-O
                 PERFORM 2100-PEDIR-REPORTE
                 IF WS-REG-ENCONTRADO AND WS-ACCESO-PERMITIDO
                   PERFORM 6200-REGISTRAR-ENTREGA
                 END-IF
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 5

                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
                 PERFORM 2100-PEDIR-REPORTE
                 IF WS-REG-ENCONTRADO AND WS-ACCESO-PERMITIDO
                   PERFORM 6300-HISTORIAL-DISTRIBUCION
                 END-IF
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 6

                 PERFORM 4000-ABRIR-ARCHIVO-I-O
                 PERFORM 2100-PEDIR-REPORTE
                 IF WS-REG-ENCONTRADO
                   PERFORM 6400-CAMBIAR-RETENCION
                 END-IF
                 PERFORM 4000-CERRAR-ARCHIVO

               WHEN WS-OPCION = 7

                 CALL "PURGA-SPL" USING BY CONTENT LK-CIA-ACTIVA
                                        BY CONTENT LK-OPERADOR

               WHEN WS-OPCION = 8

                 CONTINUE

               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"

           END-EVALUATE.


       2000-PEDIR-CRITERIOS.
      *---------------------
           INITIALIZE WS-CRITERIOS.

           DISPLAY "REPORTE (ENTER = TODOS): ".
           ACCEPT WS-CRI-REPORTE.
           DISPLAY "EMPRESA (0 = TODAS): ".
           ACCEPT WS-CRI-EMPRESA.
           DISPLAY "PERIODO (ENTER = TODOS): ".
           ACCEPT WS-CRI-PERIODO.
           DISPLAY "OPERADOR QUE LO GENERO (ENTER = TODOS): ".
           ACCEPT WS-CRI-OPERADOR.

       2100-PEDIR-REPORTE.
      *-------------------
           MOVE 0 TO WS-BANDERA-REGISTRO.
           MOVE 0 TO WS-BANDERA-ACCESO.

           DISPLAY "INGRESE EL NUMERO DEL REPORTE EN EL CATALOGO: ".
           ACCEPT WS-NUMERO-PEDIDO.

           IF WS-NUMERO-PEDIDO = ZEROS
             DISPLAY "NUMERO DE REPORTE INVALIDO"
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-NUMERO-PEDIDO TO CRP-NUMERO.
           PERFORM 4000-LEER-REGISTRO.

           IF WS-REG-NO-ENCONTRADO
             DISPLAY "EL REPORTE NO EXISTE EN EL CATALOGO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-VALIDAR-ACCESO.

           IF WS-ACCESO-DENEGADO
             DISPLAY "SU ROL SOLO PUEDE CONSULTAR LOS REPORTES QUE "
                 "USTED GENERO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 9999-IMPRESION-DATOS.

       3000-VALIDAR-ACCESO.
      *--------------------
           IF LK-ROL-VE-TODO OR CRP-OPERADOR = LK-OPERADOR
             MOVE 1 TO WS-BANDERA-ACCESO
           ELSE
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.

       3000-CUMPLE-CRITERIOS.
      *----------------------
           MOVE 1 TO WS-BANDERA-ACCESO.

           IF WS-CRI-REPORTE NOT = SPACES AND
              CRP-REPORTE NOT = WS-CRI-REPORTE
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.

           IF WS-CRI-EMPRESA NOT = ZEROS AND
              CRP-EMPRESA NOT = WS-CRI-EMPRESA
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.

           IF WS-CRI-PERIODO NOT = SPACES AND
              CRP-PERIODO NOT = WS-CRI-PERIODO
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.

           IF WS-CRI-OPERADOR NOT = SPACES AND
              CRP-OPERADOR NOT = WS-CRI-OPERADOR
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.

           IF NOT LK-ROL-VE-TODO AND CRP-OPERADOR NOT = LK-OPERADOR
             MOVE 0 TO WS-BANDERA-ACCESO
           END-IF.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-CATALOGO-REPORTES.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-CATALOGO-REPORTES.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-CATALOGO-REPORTES
           END-READ.

           IF FL-CRP = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-CATALOGO-REPORTES.

       5000-LISTAR.
      *------------
           INITIALIZE WS-CONTADORES.

           IF FL-CRP NOT = "00"
             DISPLAY "EL CATALOGO DE REPORTES ESTA VACIO"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "NUMERO   REPORTE  EMP PERIODO   OPERADOR   "
               "FECHA    PAGS RET VENCE    EST COP".

      *    EL NUMERO CERO ES LA FILA DE CONTROL Y NO SE LISTA.
           MOVE 1 TO CRP-NUMERO.
           START ARCHIVO-CATALOGO-REPORTES
             KEY IS NOT LESS THAN CRP-NUMERO
             INVALID KEY
               MOVE "10" TO FL-CRP
           END-START.

           IF FL-CRP = "00"
             PERFORM 5010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-CRP NOT = "00"
             PERFORM 3000-CUMPLE-CRITERIOS
             IF WS-ACCESO-PERMITIDO
               ADD 1 TO WS-TOT-LISTADOS
               ADD CRP-PAGINAS TO WS-TOT-PAGINAS
               DISPLAY CRP-NUMERO " " CRP-REPORTE " " CRP-EMPRESA " "
                   CRP-PERIODO " " CRP-OPERADOR " " CRP-FEC-GENERA " "
                   CRP-PAGINAS "  " CRP-RETENCION " " CRP-FEC-VENCE
                   "  " CRP-ESTADO " " CRP-COPIAS
             END-IF
             PERFORM 5010-LEER-SIGUIENTE
           END-PERFORM.

           DISPLAY WS-DECORADOR.
           DISPLAY "REPORTES LISTADOS: " WS-TOT-LISTADOS
               "   PAGINAS: " WS-TOT-PAGINAS.
           DISPLAY "EST: A DISPONIBLE  G EN GENERACION  P PURGADO".

       5010-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-CATALOGO-REPORTES NEXT RECORD
           END-READ.

       6000-VER-REPORTE.
      *-----------------
           IF NOT CRP-DISPONIBLE
             PERFORM 6900-AVISAR-NO-DISPONIBLE
             EXIT PARAGRAPH
           END-IF.

           MOVE CRP-RUTA TO WS-RUTA-SPOOL.
           OPEN INPUT ARCHIVO-SPOOL.

           IF FL-SPL NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL SPOOL " WS-RUTA-SPOOL " - "
                 FL-SPL
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-BANDERA-FIN.
           MOVE 0 TO WS-BANDERA-CORTE.

           PERFORM 6010-LEER-SPOOL.

           PERFORM UNTIL WS-FIN-ARCHIVO OR WS-CORTAR-CONSULTA
             DISPLAY SPL-LINEA
             ADD 1 TO WS-LINEAS-PANTALLA
             IF WS-LINEAS-PANTALLA >= WS-LINEAS-POR-PANTALLA
               MOVE ZEROS TO WS-LINEAS-PANTALLA
               DISPLAY "ENTER = CONTINUAR, F = TERMINAR: "
               ACCEPT WS-CONTINUAR
               IF WS-CONTINUAR = "F" OR WS-CONTINUAR = "f"
                 MOVE 1 TO WS-BANDERA-CORTE
               END-IF
             END-IF
             PERFORM 6010-LEER-SPOOL
           END-PERFORM.

           CLOSE ARCHIVO-SPOOL.

           INITIALIZE WS-DISTRIBUCION.
           MOVE "V"           TO WS-DIS-TIPO.
           MOVE LK-OPERADOR   TO WS-DIS-DESTINATARIO.
           MOVE "PANTALLA"    TO WS-DIS-MEDIO.
           PERFORM 7000-REGISTRAR-DISTRIBUCION.

       6010-LEER-SPOOL.
      *----------------
           READ ARCHIVO-SPOOL
             AT END
               MOVE 1 TO WS-BANDERA-FIN
           END-READ.

       6100-REIMPRIMIR-REPORTE.
      *------------------------
      *    LA REIMPRESION ES UNA COPIA NUMERADA DEL SPOOL ORIGINAL,
      *    MARCADA COMO TAL EN SU PRIMERA LINEA; EL ORIGINAL NO SE
      *    TOCA.
           IF NOT CRP-DISPONIBLE
             PERFORM 6900-AVISAR-NO-DISPONIBLE
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-DISTRIBUCION.
           DISPLAY "DESTINATARIO DE LA COPIA: ".
           ACCEPT WS-DIS-DESTINATARIO.
           IF WS-DIS-DESTINATARIO = SPACES
             DISPLAY "EL DESTINATARIO ES OBLIGATORIO"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "MEDIO (ENTER = IMPRESO): ".
           ACCEPT WS-DIS-MEDIO.
           IF WS-DIS-MEDIO = SPACES
             MOVE "IMPRESO" TO WS-DIS-MEDIO
           END-IF.
           DISPLAY "OBSERVACION: ".
           ACCEPT WS-DIS-OBSERVACION.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE CRP-RUTA TO WS-RUTA-SPOOL.
           OPEN INPUT ARCHIVO-SPOOL.

           IF FL-SPL NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL SPOOL " WS-RUTA-SPOOL " - "
                 FL-SPL
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIS-COPIA = CRP-COPIAS + 1.

           MOVE SPACES TO WS-RUTA-COPIA.
           STRING "../Archivos/Reimp-" DELIMITED BY SIZE
                  CRP-REPORTE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  CRP-NUMERO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DIS-COPIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RUTA-COPIA
           END-STRING.

           OPEN OUTPUT ARCHIVO-COPIA.

           IF FL-COP NOT = "00"
             DISPLAY "NO SE PUDO CREAR LA COPIA " WS-RUTA-COPIA " - "
                 FL-COP
             CLOSE ARCHIVO-SPOOL
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO COP-LINEA.
           STRING "*** COPIA " WS-DIS-COPIA " DEL REPORTE " CRP-NUMERO
                  " - REIMPRESA POR " LK-OPERADOR " EL "
                  WS-FEC-AA "-" WS-FEC-MM "-" WS-FEC-DD " "
                  WS-HOR-HH ":" WS-HOR-MM ":" WS-HOR-SS
                  " PARA " WS-DIS-DESTINATARIO " ***"
             DELIMITED BY SIZE INTO COP-LINEA
           END-STRING.
           WRITE COP-LINEA.

           INITIALIZE WS-CONTADORES.
           MOVE 0 TO WS-BANDERA-FIN.
           PERFORM 6010-LEER-SPOOL.

           PERFORM UNTIL WS-FIN-ARCHIVO
             WRITE COP-LINEA FROM SPL-LINEA
             ADD 1 TO WS-TOT-LINEAS
             PERFORM 6010-LEER-SPOOL
           END-PERFORM.

           CLOSE ARCHIVO-SPOOL.
           CLOSE ARCHIVO-COPIA.

           MOVE WS-DIS-COPIA TO CRP-COPIAS.
           REWRITE CRP-DATOS.

           MOVE "R" TO WS-DIS-TIPO.
           PERFORM 7000-REGISTRAR-DISTRIBUCION.

           DISPLAY "COPIA " WS-DIS-COPIA " GRABADA EN " WS-RUTA-COPIA.
           DISPLAY "LINEAS COPIADAS: " WS-TOT-LINEAS.

       6200-REGISTRAR-ENTREGA.
      *-----------------------
      *    ENTREGA DEL ORIGINAL (COPIA CERO) O DE UNA REIMPRESION YA
      *    EMITIDA A UN DESTINATARIO: AREA, ENTE DE CONTROL, BANCO.
           IF CRP-PURGADO
             PERFORM 6900-AVISAR-NO-DISPONIBLE
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-DISTRIBUCION.
           DISPLAY "COPIA ENTREGADA (0 = ORIGINAL): ".
           ACCEPT WS-DIS-COPIA.
           IF WS-DIS-COPIA > CRP-COPIAS
             DISPLAY "LA COPIA " WS-DIS-COPIA " NO FUE EMITIDA; USE "
                 "LA OPCION DE REIMPRIMIR"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESTINATARIO: ".
           ACCEPT WS-DIS-DESTINATARIO.
           IF WS-DIS-DESTINATARIO = SPACES
             DISPLAY "EL DESTINATARIO ES OBLIGATORIO"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "MEDIO (IMPRESO, CORREO, MEDIO MAGNETICO...): ".
           ACCEPT WS-DIS-MEDIO.
           IF WS-DIS-MEDIO = SPACES
             MOVE "IMPRESO" TO WS-DIS-MEDIO
           END-IF.
           DISPLAY "OBSERVACION: ".
           ACCEPT WS-DIS-OBSERVACION.

           DISPLAY "CONFIRMA EL REGISTRO DE LA ENTREGA? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "REGISTRO CANCELADO"
             EXIT PARAGRAPH
           END-IF.

           MOVE "E" TO WS-DIS-TIPO.
           PERFORM 7000-REGISTRAR-DISTRIBUCION.

           DISPLAY "ENTREGA REGISTRADA CORRECTAMENTE".

       6300-HISTORIAL-DISTRIBUCION.
      *----------------------------
           INITIALIZE WS-CONTADORES.

           OPEN INPUT ARCHIVO-DISTRIBUCION.

           IF FL-DRP NOT = "00"
             DISPLAY "NO HAY MOVIMIENTOS DE DISTRIBUCION"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "FECHA    HORA   T OPERADOR   COP DESTINATARIO"
               "                             MEDIO".

           MOVE 0 TO WS-BANDERA-FIN.
           PERFORM 6310-LEER-DISTRIBUCION.

           PERFORM UNTIL WS-FIN-ARCHIVO
             IF DRP-NUMERO = CRP-NUMERO
               ADD 1 TO WS-TOT-MOVIMIENTOS
               DISPLAY DRP-FECHA " " DRP-HORA " " DRP-TIPO " "
                   DRP-OPERADOR " " DRP-COPIA " " DRP-DESTINATARIO
                   " " DRP-MEDIO
               IF DRP-OBSERVACION NOT = SPACES
                 DISPLAY "                  " DRP-OBSERVACION
               END-IF
             END-IF
             PERFORM 6310-LEER-DISTRIBUCION
           END-PERFORM.

           CLOSE ARCHIVO-DISTRIBUCION.

           DISPLAY WS-DECORADOR.
           DISPLAY "MOVIMIENTOS: " WS-TOT-MOVIMIENTOS.
           DISPLAY "T: V CONSULTA  R REIMPRESION  E ENTREGA  P PURGA".

       6310-LEER-DISTRIBUCION.
      *-----------------------
           READ ARCHIVO-DISTRIBUCION
             AT END
               MOVE 1 TO WS-BANDERA-FIN
           END-READ.

       6400-CAMBIAR-RETENCION.
      *-----------------------
      *    EL VENCIMIENTO SE RECALCULA DESDE LA FECHA DE GENERACION;
      *    LA CLASE P RETIENE EL REPORTE HASTA NUEVO AVISO (POR
      *    EJEMPLO, MIENTRAS DURE UNA INSPECCION O UN JUICIO).
           IF CRP-PURGADO
             PERFORM 6900-AVISAR-NO-DISPONIBLE
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUEVA CLASE (T=90 DIAS A=1 ANIO L=7 ANIOS "
               "P=PERMANENTE): ".
           ACCEPT WS-CLASE-NUEVA.

           IF WS-CLASE-NUEVA NOT = "T" AND WS-CLASE-NUEVA NOT = "A" AND
              WS-CLASE-NUEVA NOT = "L" AND WS-CLASE-NUEVA NOT = "P"
             DISPLAY "CLASE DE RETENCION INVALIDA"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "MOTIVO DEL CAMBIO: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
             DISPLAY "EL MOTIVO ES OBLIGATORIO"
             EXIT PARAGRAPH
           END-IF.

           MOVE CRP-DATOS TO WS-IMAGEN-ANTES.

           MOVE WS-CLASE-NUEVA TO CRP-RETENCION.
           EVALUATE TRUE
               WHEN CRP-RET-TEMPORAL
                 MOVE 90 TO WS-DIAS-RETENCION
               WHEN CRP-RET-LEGAL
                 MOVE 2557 TO WS-DIAS-RETENCION
               WHEN OTHER
                 MOVE 365 TO WS-DIAS-RETENCION
           END-EVALUATE.
           MOVE CRP-FEC-GENERA TO WS-FECHA-GENERA.
           IF CRP-RET-PERMANENTE
             MOVE ZERO TO CRP-FEC-VENCE
           ELSE
             COMPUTE CRP-FEC-VENCE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-GENERA)
                 + WS-DIAS-RETENCION)
           END-IF.

           REWRITE CRP-DATOS.

           IF FL-CRP = "00"
             DISPLAY "RETENCION ACTUALIZADA, VENCE: " CRP-FEC-VENCE
             PERFORM 7100-AUDITAR-RETENCION
           ELSE
             DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-CRP
           END-IF.

       6900-AVISAR-NO-DISPONIBLE.
      *--------------------------
           IF CRP-PURGADO
             DISPLAY "EL REPORTE FUE PURGADO EL " CRP-FEC-PURGA
                 " POR " CRP-OPE-PURGA
           ELSE
             DISPLAY "EL REPORTE NO TERMINO DE GENERARSE"
           END-IF.

       7000-REGISTRAR-DISTRIBUCION.
      *----------------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-DISTRIBUCION.
           IF FL-DRP NOT = "00"
             OPEN OUTPUT ARCHIVO-DISTRIBUCION
           END-IF.

           INITIALIZE DRP-DATOS.
           MOVE CRP-NUMERO           TO DRP-NUMERO.
           MOVE WS-FECHA-SISTEMA-NUM TO DRP-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO DRP-HORA.
           MOVE LK-OPERADOR          TO DRP-OPERADOR.
           MOVE WS-DIS-TIPO          TO DRP-TIPO.
           MOVE WS-DIS-COPIA         TO DRP-COPIA.
           MOVE WS-DIS-DESTINATARIO  TO DRP-DESTINATARIO.
           MOVE WS-DIS-MEDIO         TO DRP-MEDIO.
           MOVE WS-DIS-OBSERVACION   TO DRP-OBSERVACION.

           WRITE DRP-DATOS.

           CLOSE ARCHIVO-DISTRIBUCION.

       7100-AUDITAR-RETENCION.
      *-----------------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           INITIALIZE AUD-DATOS.
           MOVE WS-FEC-AA        TO AUD-FEC-AA.
           MOVE WS-FEC-MM        TO AUD-FEC-MM.
           MOVE WS-FEC-DD        TO AUD-FEC-DD.
           MOVE WS-HOR-HH        TO AUD-HOR-HH.
           MOVE WS-HOR-MM        TO AUD-HOR-MM.
           MOVE WS-HOR-SS        TO AUD-HOR-SS.
           MOVE "GES-SPL"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "U"              TO AUD-OPERACION.
           MOVE "CRP"            TO AUD-ARCHIVO.
           MOVE CRP-NUMERO       TO AUD-CLAVE.
           MOVE WS-IMAGEN-ANTES  TO AUD-ANTES.
           MOVE CRP-DATOS        TO AUD-DESPUES.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

      *    EL MOTIVO VA EN UN SEGUNDO REGISTRO PARA NO RECORTAR LA
      *    IMAGEN DEL CATALOGO.
           OPEN EXTEND ARCHIVO-AUDITORIA.
           MOVE SPACES           TO AUD-ANTES.
           MOVE WS-MOTIVO        TO AUD-DESPUES.
           WRITE AUD-DATOS.
           CLOSE ARCHIVO-AUDITORIA.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- CATALOGO DE REPORTES ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- LISTAR REPORTES".
           DISPLAY " 2.- VER REPORTE EN PANTALLA".
           DISPLAY " 3.- REIMPRIMIR REPORTE".
           DISPLAY " 4.- REGISTRAR ENTREGA DE REPORTE".
           DISPLAY " 5.- HISTORIAL DE DISTRIBUCION".
           DISPLAY " 6.- CAMBIAR CLASE DE RETENCION".
           DISPLAY " 7.- PURGAR REPORTES VENCIDOS".
           DISPLAY " 8.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "NUMERO:        " CRP-NUMERO.
           DISPLAY "REPORTE:       " CRP-REPORTE.
           DISPLAY "TITULO:        " CRP-TITULO.
           DISPLAY "EMPRESA:       " CRP-EMPRESA.
           DISPLAY "PERIODO:       " CRP-PERIODO.
           DISPLAY "GENERADO POR:  " CRP-OPERADOR " EL "
               CRP-FEC-GENERA " " CRP-HORA-GENERA.
           DISPLAY "PAGINAS:       " CRP-PAGINAS
               "  LINEAS: " CRP-LINEAS.
           DISPLAY "ARCHIVO:       " CRP-RUTA.
           DISPLAY "RETENCION:     " CRP-RETENCION
               "  VENCE: " CRP-FEC-VENCE.
           DISPLAY "ESTADO:        " CRP-ESTADO
               "  COPIAS EMITIDAS: " CRP-COPIAS.
           DISPLAY WS-DECORADOR-2.
