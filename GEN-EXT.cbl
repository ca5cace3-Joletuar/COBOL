      *******************************************************************
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *                                                                 *
      *******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GEN-EXT.
       AUTHOR. JOHAN TUAREZ.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
            COPY "./Copys/FISI-EXD.cpy".
            COPY "./Copys/FISI-EMP.cpy".
            COPY "./Copys/FISI-CIA.cpy".
            COPY "./Copys/FISI-NOM.cpy".
            COPY "./Copys/FISI-HEX.cpy".
            COPY "./Copys/FISI-DES.cpy".
            COPY "./Copys/FISI-BCO.cpy".
            COPY "./Copys/FISI-OFI.cpy".
            COPY "./Copys/FISI-DEP.cpy".
            COPY "./Copys/FISI-CAR.cpy".
            COPY "./Copys/FISI-RUB.cpy".
            COPY "./Copys/FISI-OPE.cpy".
            COPY "./Copys/FISI-AUD.cpy".

           SELECT ARCHIVO-CSV-EXT
             ASSIGN TO WS-RUTA-CSV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-CSV.

            SELECT ARCHIVO-ORDEN-EXT
              ASSIGN TO "../Archivos/Trabajo-EXT-Orden.tmp".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
            COPY "./Copys/LOGI-EXD.cpy".
            COPY "./Copys/LOGI-EMP.cpy".
            COPY "./Copys/LOGI-CIA.cpy".
            COPY "./Copys/LOGI-NOM.cpy".
            COPY "./Copys/LOGI-HEX.cpy".
            COPY "./Copys/LOGI-DES.cpy".
            COPY "./Copys/LOGI-BCO.cpy".
            COPY "./Copys/LOGI-OFI.cpy".
            COPY "./Copys/LOGI-DEP.cpy".
            COPY "./Copys/LOGI-CAR.cpy".
            COPY "./Copys/LOGI-RUB.cpy".
            COPY "./Copys/LOGI-OPE.cpy".
            COPY "./Copys/LOGI-AUD.cpy".

       FD  ARCHIVO-CSV-EXT.
       01  CSV-LINEA                    PIC X(600).

      *    LOS REGISTROS ELEGIDOS SE ORDENAN POR LOS CAMPOS DE LA
      *    DEFINICION; LA SECUENCIA DE LECTURA DESEMPATA Y CONSERVA
      *    EL ORDEN DEL ARCHIVO CUANDO NO HAY ORDENAMIENTO.
       SD  ARCHIVO-ORDEN-EXT.
       01  ORD-DATOS.
           03 ORD-CLAVE.
              05 ORD-CLAVE-CAMPO        PIC X(40) OCCURS 3 TIMES.
           03 ORD-SECUENCIA             PIC 9(9).
           03 ORD-LINEA                 PIC X(600).

       WORKING-STORAGE SECTION.

       01  FL-EXD                  PIC XX.
       01  FL-EMP                  PIC XX.
       01  FS-CIA                  PIC XX.
       01  FL-NOM                  PIC XX.
       01  FL-HEX                  PIC XX.
       01  FL-DES                  PIC XX.
       01  FL-BCO                  PIC XX.
       01  FL-OFI                  PIC XX.
       01  FL-DEP                  PIC XX.
       01  FL-CAR                  PIC XX.
       01  FL-RUB                  PIC XX.
       01  FL-OPE                  PIC XX.
       01  FL-AUD                  PIC XX.
       01  FL-CSV                  PIC XX.
       01  FL-FUENTE               PIC XX.

      *    EXTRACTOS A PEDIDO: EL ADMINISTRADOR DEFINE ARCHIVO
      *    FUENTE, CAMPOS, CONDICIONES Y ORDEN; CUALQUIER OPERADOR
      *    ACTIVO LOS EJECUTA. LOS DATOS PERSONALES SALEN SEGUN EL
      *    PERFIL DE ENMASCARAMIENTO DEL EXTRACTO (UTIL-MSK) Y LOS
      *    MONTOS SEGUN LA CONFIDENCIALIDAD SALARIAL (UTIL-CNF).
       01  WS-OPCION                PIC S9(2).

       01  WS-OPERADOR-ROL.
           03 WS-ROL-OPERADOR       PIC X(1).
               88 WS-ROL-ADMINISTRADOR  VALUE "A".

       01  WS-BANDERA-CAMPOS        PIC 9.
           88 WS-CAMPOS-CORRECTO    VALUE 1.
           88 WS-CAMPOS-INCORRECTO  VALUE 0.

       01  WS-BANDERA-REGISTRO      PIC 9.
           88 WS-REG-ENCONTRADO     VALUE 1.
           88 WS-REG-NO-ENCONTRADO  VALUE 0.

       01  WS-BANDERA-CAPTURA       PIC 9.
           88 WS-FIN-CAPTURA        VALUE 1.

       01  WS-BANDERA-FUENTE        PIC 9.
           88 WS-FIN-FUENTE         VALUE 1.

       01  WS-BANDERA-ORDEN         PIC 9.
           88 WS-FIN-ORDEN          VALUE 1.

       01  WS-BANDERA-CUMPLE        PIC 9.
           88 WS-CUMPLE             VALUE 1.
           88 WS-NO-CUMPLE          VALUE 0.

       01  WS-BANDERA-SUELDOS       PIC 9.
           88 WS-VE-TODOS-SUELDOS   VALUE 1.

       01  WS-CONFIRMA              PIC X(1).
       01  WS-OPERACION-AUD         PIC X(1).
       01  WS-IMAGEN-ANTES          PIC X(600).
       01  WS-IMAGEN-DESPUES        PIC X(600).
       01  WS-TRAMO                 PIC 9(1).
       01  WS-INICIO-TRAMO          PIC 9(3).
       01  WS-TOTAL-DEFINICIONES    PIC 9(5).
       01  WS-MOTIVO-ERROR          PIC X(60).

      *    CATALOGO DE CAMPOS POR ARCHIVO FUENTE: NOMBRE, POSICION Y
      *    LARGO EN EL REGISTRO, TIPO (X ALFANUMERICO, 9 NUMERICO, 2
      *    NUMERICO CON DOS DECIMALES) Y CLASE DE DATO PROTEGIDO (C
      *    CEDULA, D DIRECCION, L CELULAR, B CUENTA BANCARIA, S MONTO
      *    CONFIDENCIAL). UN CAMPO NUEVO EN UN ARCHIVO SE PUBLICA
      *    AGREGANDO SU FILA AQUI.
       01  WS-CATALOGO-VALORES.
           03 FILLER PIC X(29) VALUE "EMPCLAVE             0010089 ".
           03 FILLER PIC X(29) VALUE "EMPCEDULA            0090109C".
           03 FILLER PIC X(29) VALUE "EMPNOMBRES           019040X ".
           03 FILLER PIC X(29) VALUE "EMPDIRECCION         059040XD".
           03 FILLER PIC X(29) VALUE "EMPCERULAR           0990109L".
           03 FILLER PIC X(29) VALUE "EMPCOD-OFICINA       1090039 ".
           03 FILLER PIC X(29) VALUE "EMPSUELDO-ACTUAL     1120102S".
           03 FILLER PIC X(29) VALUE "EMPCOD-CARGO         1220039 ".
           03 FILLER PIC X(29) VALUE "EMPESTADO            125001X ".
           03 FILLER PIC X(29) VALUE "EMPCOD-PROFESION     1260039 ".
           03 FILLER PIC X(29) VALUE "EMPCOD-CIU-RESIDENCIA1290039 ".
           03 FILLER PIC X(29) VALUE "EMPCOD-MONEDA        1320039 ".
           03 FILLER PIC X(29) VALUE "EMPCOD-MOTIVO-BAJA   1350029 ".
           03 FILLER PIC X(29) VALUE "EMPFEC-BAJA          1370089 ".
           03 FILLER PIC X(29) VALUE "EMPCOD-EMPRESA       1450039 ".
           03 FILLER PIC X(29) VALUE "EMPFEC-INGRESO       1480089 ".
           03 FILLER PIC X(29) VALUE "EMPCOD-DEPARTAMENTO  1560039 ".
           03 FILLER PIC X(29) VALUE "EMPFREC-PAGO         159001X ".
           03 FILLER PIC X(29) VALUE "EMPCOD-TURNO         1600029 ".
           03 FILLER PIC X(29) VALUE "EMPFEC-NACIMIENTO    1620089 ".
           03 FILLER PIC X(29) VALUE "EMPGENERO            170001X ".
           03 FILLER PIC X(29) VALUE "EMPESTADO-CIVIL      171001X ".
           03 FILLER PIC X(29) VALUE "EMPCOD-SUPERVISOR    1720089 ".
           03 FILLER PIC X(29) VALUE "CIACODIGO            0010039 ".
           03 FILLER PIC X(29) VALUE "CIADESCRIPCION       004030X ".
           03 FILLER PIC X(29) VALUE "CIAESTADO            034001X ".
           03 FILLER PIC X(29) VALUE "CIAREPRESENTANTE     035030X ".
           03 FILLER PIC X(29) VALUE "CIARUC               0650109 ".
           03 FILLER PIC X(29) VALUE "CIADIRECCION         075040X ".
           03 FILLER PIC X(29) VALUE "CIATELE-CONVENCIONAL 1150109 ".
           03 FILLER PIC X(29) VALUE "CIATELE-CELULAR      1250109 ".
           03 FILLER PIC X(29) VALUE "CIAEMAIL             135040X ".
           03 FILLER PIC X(29) VALUE "NOMCOD-EMPRESA       0010039 ".
           03 FILLER PIC X(29) VALUE "NOMCOD-EMPLEADO      0040089 ".
           03 FILLER PIC X(29) VALUE "NOMFECHA-NOMINA      0120069 ".
           03 FILLER PIC X(29) VALUE "NOMTIPO-RUBRO        0180029 ".
           03 FILLER PIC X(29) VALUE "NOMVALOR             0200102S".
           03 FILLER PIC X(29) VALUE "NOMCOD-MONEDA        0300039 ".
           03 FILLER PIC X(29) VALUE "NOMOBSERVACION       033050X ".
           03 FILLER PIC X(29) VALUE "NOMFECHA-PROCESO     0830089 ".
           03 FILLER PIC X(29) VALUE "NOMHORA-PROCESO      0910069 ".
           03 FILLER PIC X(29) VALUE "HEXCOD-EMPRESA       0010039 ".
           03 FILLER PIC X(29) VALUE "HEXCOD-EMPLEADO      0040089 ".
           03 FILLER PIC X(29) VALUE "HEXFECHA-NOVEDAD     0120089 ".
           03 FILLER PIC X(29) VALUE "HEXTIPO-NOVEDAD      0200029 ".
           03 FILLER PIC X(29) VALUE "HEXFECHA-INICIAL     0220089 ".
           03 FILLER PIC X(29) VALUE "HEXHORA-INICIAL      0300069 ".
           03 FILLER PIC X(29) VALUE "HEXFECHA-FINAL       0360089 ".
           03 FILLER PIC X(29) VALUE "HEXHORA-FINAL        0440069 ".
           03 FILLER PIC X(29) VALUE "HEXOBSERVACION       050050X ".
           03 FILLER PIC X(29) VALUE "HEXVALOR-HORAS       1000102S".
           03 FILLER PIC X(29) VALUE "HEXESTADO            110001X ".
           03 FILLER PIC X(29) VALUE "HEXESTADO-APROBACION 111001X ".
           03 FILLER PIC X(29) VALUE "HEXNUM-LOTE          1120069 ".
           03 FILLER PIC X(29) VALUE "HEXALERTA-DESCANSO   118001X ".
           03 FILLER PIC X(29) VALUE "HEXMOTIVO-EXCEPCION  119050X ".
           03 FILLER PIC X(29) VALUE "HEXAUTORIZA-EXCEPCION169010X ".
           03 FILLER PIC X(29) VALUE "DESCOD-EMPRESA       0010039 ".
           03 FILLER PIC X(29) VALUE "DESCOD-EMPLEADO      0040089 ".
           03 FILLER PIC X(29) VALUE "DESFECHA-NOVEDAD     0120089 ".
           03 FILLER PIC X(29) VALUE "DESTIPO-DESCUENTO    0200029 ".
           03 FILLER PIC X(29) VALUE "DESMOTIVO            022050X ".
           03 FILLER PIC X(29) VALUE "DESVALOR             0720102S".
           03 FILLER PIC X(29) VALUE "DESESTADO            082001X ".
           03 FILLER PIC X(29) VALUE "DESCATEGORIA         083001X ".
           03 FILLER PIC X(29) VALUE "DESDIAS              0840039 ".
           03 FILLER PIC X(29) VALUE "DESESTADO-APROBACION 087001X ".
           03 FILLER PIC X(29) VALUE "BCOCOD-EMPLEADO      0010089 ".
           03 FILLER PIC X(29) VALUE "BCOCOD-BANCO         0090039 ".
           03 FILLER PIC X(29) VALUE "BCOTIPO-CUENTA       012001X ".
           03 FILLER PIC X(29) VALUE "BCONUM-CUENTA        013020XB".
           03 FILLER PIC X(29) VALUE "BCOESTADO            033001X ".
           03 FILLER PIC X(29) VALUE "OFICLAVE             0010039 ".
           03 FILLER PIC X(29) VALUE "OFIDESCRIPCION       004030X ".
           03 FILLER PIC X(29) VALUE "OFIDIRECCION         034040X ".
           03 FILLER PIC X(29) VALUE "OFIESTADO            074001X ".
           03 FILLER PIC X(29) VALUE "DEPCOD-OFICINA       0010039 ".
           03 FILLER PIC X(29) VALUE "DEPCODIGO            0040039 ".
           03 FILLER PIC X(29) VALUE "DEPDESCRIPCION       007030X ".
           03 FILLER PIC X(29) VALUE "DEPESTADO            037001X ".
           03 FILLER PIC X(29) VALUE "CARCODIGO            0010039 ".
           03 FILLER PIC X(29) VALUE "CARDESCRIPCION       004030X ".
           03 FILLER PIC X(29) VALUE "CARESTADO            034001X ".
           03 FILLER PIC X(29) VALUE "CARSUELDO-MINIMO     0350102S".
           03 FILLER PIC X(29) VALUE "CARSUELDO-MAXIMO     0450102S".
           03 FILLER PIC X(29) VALUE "RUBCODIGO            0010029 ".
           03 FILLER PIC X(29) VALUE "RUBDESCRIPCION       003030X ".
           03 FILLER PIC X(29) VALUE "RUBNATURALEZA        033001X ".
           03 FILLER PIC X(29) VALUE "RUBESTADO            034001X ".
           03 FILLER PIC X(29) VALUE "RUBPRIORIDAD         0350029 ".
           03 FILLER PIC X(29) VALUE "RUBBASE-IMPUESTO     037001X ".
           03 FILLER PIC X(29) VALUE "RUBBASE-APORTE       038001X ".
       01  WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
           03 WS-CAT-ENTRADA OCCURS 92 TIMES.
              05 WS-CAT-FUENTE      PIC X(3).
              05 WS-CAT-CAMPO       PIC X(18).
              05 WS-CAT-INICIO      PIC 9(3).
              05 WS-CAT-LARGO       PIC 9(3).
              05 WS-CAT-TIPO        PIC X(1).
              05 WS-CAT-CLASE       PIC X(1).

       77  WS-TOT-CATALOGO          PIC 9(3) VALUE 92.

      *    ARCHIVOS FUENTE. LOS QUE PERTENECEN A UNA EMPRESA O A UN
      *    EMPLEADO SE LIMITAN A LA EMPRESA ACTIVA; LOS CATALOGOS SON
      *    DE TODO EL GRUPO.
       01  WS-FUENTES-VALORES.
           03 FILLER PIC X(28) VALUE "EMPEMPLEADOS                ".
           03 FILLER PIC X(18) VALUE "CLAVE             ".
           03 FILLER PIC X(18) VALUE "COD-EMPRESA       ".
           03 FILLER PIC X(28) VALUE "CIAEMPRESAS                 ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "NOMNOMINAS PROCESADAS       ".
           03 FILLER PIC X(18) VALUE "COD-EMPLEADO      ".
           03 FILLER PIC X(18) VALUE "COD-EMPRESA       ".
           03 FILLER PIC X(28) VALUE "HEXHORAS EXTRAS             ".
           03 FILLER PIC X(18) VALUE "COD-EMPLEADO      ".
           03 FILLER PIC X(18) VALUE "COD-EMPRESA       ".
           03 FILLER PIC X(28) VALUE "DESDESCUENTOS               ".
           03 FILLER PIC X(18) VALUE "COD-EMPLEADO      ".
           03 FILLER PIC X(18) VALUE "COD-EMPRESA       ".
           03 FILLER PIC X(28) VALUE "BCOCUENTAS BANCARIAS        ".
           03 FILLER PIC X(18) VALUE "COD-EMPLEADO      ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "OFIOFICINAS                 ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "DEPDEPARTAMENTOS            ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "CARCARGOS                   ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "RUBRUBROS                   ".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE SPACES.
       01  WS-FUENTES REDEFINES WS-FUENTES-VALORES.
           03 WS-FUE-ENTRADA OCCURS 10 TIMES.
              05 WS-FUE-CODIGO      PIC X(3).
              05 WS-FUE-DESCRIPCION PIC X(25).
              05 WS-FUE-CAMPO-EMP   PIC X(18).
              05 WS-FUE-CAMPO-CIA   PIC X(18).

       77  WS-TOT-FUENTES           PIC 9(2) VALUE 10.

      *    DEFINICION RESUELTA CONTRA EL CATALOGO PARA LA EJECUCION.
       01  WS-DEFINICION-RESUELTA.
           03 WS-IND-FUENTE         PIC 9(2).
           03 WS-IND-CAMPO-EMP      PIC 9(3).
           03 WS-IND-CAMPO-CIA      PIC 9(3).
           03 WS-TOT-SALIDA         PIC 9(2).
           03 WS-SALIDA OCCURS 10 TIMES.
              05 WS-SAL-IND         PIC 9(3).
              05 WS-SAL-COLUMNA     PIC 9(3).
              05 WS-SAL-ANCHO       PIC 9(3).
           03 WS-TOT-FILTROS        PIC 9(2).
           03 WS-FILTRO OCCURS 5 TIMES.
              05 WS-FIL-IND         PIC 9(3).
              05 WS-FIL-OPERADOR    PIC X(2).
              05 WS-FIL-TEXTO       PIC X(40).
              05 WS-FIL-NUMERO      PIC S9(12).
           03 WS-TOT-ORDEN          PIC 9(2).
           03 WS-ORDEN OCCURS 3 TIMES.
              05 WS-ORD-IND         PIC 9(3).
              05 WS-ORD-SENTIDO     PIC X(1).
           03 WS-ANCHO-LISTADO      PIC 9(4).
           03 WS-USA-MONTO-EN-FILTRO PIC X(1).
           03 WS-SALE-MONTO         PIC X(1).

       01  WS-IND                   PIC 9(3).
       01  WS-IND-CAT               PIC 9(3).
       01  WS-BUS-FUENTE            PIC X(3).
       01  WS-BUS-CAMPO             PIC X(18).
       01  WS-BUS-IND               PIC 9(3).
       01  WS-LARGO-NOMBRE          PIC 9(3).

       01  WS-REGISTRO              PIC X(300).
       01  WS-INICIO                PIC 9(3).
       01  WS-LARGO                 PIC 9(3).

       01  WS-VALOR-ALFA            PIC X(40).
       01  WS-VALOR-NUMERO          PIC 9(12).
       01  WS-RESULTADO-COMPARA     PIC X(1).
       01  WS-EMPRESA-REGISTRO      PIC 9(3).
       01  WS-EMPLEADO-REGISTRO     PIC 9(8).

       01  WS-MONTO-TEXTO           PIC X(10).
       01  WS-MONTO REDEFINES WS-MONTO-TEXTO
                                    PIC 9(8)V9(2).
       01  WS-MONTO-EDIT            PIC ZZZZZZZ9.99.

       01  WS-TEXTO-CAMPO           PIC X(50).
       01  WS-PUNTERO               PIC 9(3).

      *    PARA ORDENAR DE MAYOR A MENOR SE INVIERTE CADA CARACTER
      *    DE LA CLAVE CONTRA ESTA SECUENCIA.
       77  WS-ORDEN-DIRECTO         PIC X(37)
           VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WS-ORDEN-INVERSO         PIC X(37)
           VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       01  WS-RUTA-CSV              PIC X(60).

       01  WS-CONTADORES.
           03 WS-TOT-LEIDOS         PIC 9(7).
           03 WS-TOT-ELEGIDOS       PIC 9(7).
           03 WS-TOT-ESCRITOS       PIC 9(7).
           03 WS-TOT-MONTOS-OCULTOS PIC 9(7).

       01  WS-CNF-ULTIMO-EMPLEADO   PIC 9(8).
       01  WS-CNF-ULTIMO-RESULTADO  PIC X(1).
           88 WS-VE-SUELDO-REGISTRO VALUE "S".

       01  WS-CONTROL-CONF.
           03 WS-CNF-OPERADOR       PIC X(10).
           03 WS-CNF-PROGRAMA       PIC X(8).
           03 WS-CNF-COD-EMPLEADO   PIC 9(8).
           03 WS-CNF-RESULTADO      PIC X(1).
               88 WS-PUEDE-VER-SUELDOS  VALUE "S".

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
                  88 WS-MSC-REGISTRADO  VALUE "P".
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

       01  WS-CONTROL-REPORTE.
           03 WS-RPT-OPERACION      PIC X(1).
           03 WS-RPT-NOMBRE         PIC X(8).
           03 WS-RPT-TITULO         PIC X(60).
           03 WS-RPT-EMPRESA        PIC 9(3).
           03 WS-RPT-PERIODO        PIC X(9).

       01  WS-LINEA-SPOOL           PIC X(132).

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
           PERFORM 1100-LEER-OPERADOR.

           IF WS-ROL-OPERADOR = SPACE
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             GOBACK
           END-IF.

           INITIALIZE WS-OPCION.

           PERFORM 1000-PROCESO UNTIL WS-OPCION = 7.

           GOBACK.

       1000-PROCESO.
      *-------------
           INITIALIZE WS-OPCION FL-EXD WS-BANDERA-CAMPOS
           WS-BANDERA-REGISTRO EXD-DATOS.

           PERFORM 9999-DISPLAY-MENU-CRUD.

           ACCEPT WS-OPCION.

           IF (WS-OPCION = 1 OR WS-OPCION = 2 OR WS-OPCION = 4) AND
              NOT WS-ROL-ADMINISTRADOR
             DISPLAY "SU ROL NO TIENE ACCESO A ESTA OPCION"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 1000-PROCESOS.

       1000-PROCESOS.
      *--------------
           PERFORM 1000-SELECCION-MODO.

           EVALUATE TRUE
               WHEN WS-OPCION = 1

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-NO-ENCONTRADO
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDAR-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ESCRIBIR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO REGISTRAR LA DEFINICION"
                   END-IF
                 ELSE
                   IF WS-REG-ENCONTRADO
                     DISPLAY "LA DEFINICION YA EXISTE, USE LA OPCION "
                         "DE ACTUALIZAR"
                   END-IF
                   DISPLAY "NO SE PUDO REGISTRAR LA DEFINICION"
                 END-IF

               WHEN WS-OPCION = 2

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                   MOVE EXD-DATOS TO WS-IMAGEN-ANTES
                   PERFORM 2010-PEDIR-DATOS
                   PERFORM 3000-VALIDAR-DATOS
                   IF WS-CAMPOS-CORRECTO
                     PERFORM 3000-MOVER-DATOS
                     PERFORM 4000-ACTUALIZAR-REGISTRO
                   ELSE
                     DISPLAY "NO SE PUDO ACTUALIZAR LA DEFINICION"
                   END-IF
                 ELSE
                   DISPLAY "NO EXISTE LA DEFINICION INDICADA"
                 END-IF

               WHEN WS-OPCION = 3

                 PERFORM 5000-LISTAR-DEFINICIONES

               WHEN WS-OPCION = 4

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 9999-IMPRESION-DATOS
                   PERFORM 4000-BORAR-REGISTRO
                 ELSE
                   DISPLAY "NO EXISTE LA DEFINICION INDICADA"
                 END-IF

               WHEN WS-OPCION = 5

                 PERFORM 5500-LISTAR-CAMPOS

               WHEN WS-OPCION = 6

                 PERFORM 2000-PEDIR-CLAVE
                 IF WS-CAMPOS-CORRECTO
                   PERFORM 4000-LEER-REGISTRO
                 END-IF

                 IF WS-CAMPOS-CORRECTO AND WS-REG-ENCONTRADO
                   PERFORM 6000-EJECUTAR-EXTRACTO
                 ELSE
                   DISPLAY "NO EXISTE LA DEFINICION INDICADA"
                 END-IF

               WHEN WS-OPCION = 7

                 CONTINUE

               WHEN OTHER
                 DISPLAY "OPCION ELEGIDA NO VALIDA"

           END-EVALUATE.

           PERFORM 4000-CERRAR-ARCHIVO.


       1000-SELECCION-MODO.
      *--------------------
           EVALUATE TRUE
               WHEN WS-OPCION = 1
               WHEN WS-OPCION = 2
               WHEN WS-OPCION = 4
               WHEN WS-OPCION = 6
                 PERFORM 4000-ABRIR-ARCHIVO-I-O
               WHEN WS-OPCION = 3
                 PERFORM 4000-ABRIR-ARCHIVO-INPUT
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1100-LEER-OPERADOR.
      *-------------------
           MOVE SPACE TO WS-ROL-OPERADOR.

           OPEN INPUT ARCHIVO-OPERADORES.
           IF FL-OPE = "00"
             MOVE LK-OPERADOR TO OPE-ID
             READ ARCHIVO-OPERADORES
             END-READ
             IF FL-OPE = "00" AND OPE-ESTADO = "A"
               MOVE OPE-ROL TO WS-ROL-OPERADOR
             END-IF
             CLOSE ARCHIVO-OPERADORES
           END-IF.


       2000-PEDIR-CLAVE.
      *-----------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           DISPLAY "INGRESE EL CODIGO DEL EXTRACTO (8 CARACTERES): ".
           ACCEPT EXD-CODIGO.

           IF EXD-CODIGO = SPACES
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "EL CODIGO DEL EXTRACTO ES OBLIGATORIO"
           END-IF.

       2010-PEDIR-DATOS.
      *-----------------
           DISPLAY "DESCRIPCION DEL EXTRACTO: ".
           ACCEPT EXD-DESCRIPCION.
           DISPLAY "ARCHIVO FUENTE (EMP CIA NOM HEX DES BCO OFI DEP "
               "CAR RUB): ".
           ACCEPT EXD-FUENTE.
           DISPLAY "SALIDA: C=ARCHIVO CSV L=LISTADO EN SPOOL: ".
           ACCEPT EXD-SALIDA.
           DISPLAY "DESTINO PARA EL PERFIL DE ENMASCARAMIENTO "
               "(ENTER = EXTERNO): ".
           ACCEPT EXD-DESTINO.
           IF EXD-DESTINO = SPACES
             MOVE "EXTERNO" TO EXD-DESTINO
           END-IF.

           MOVE SPACES TO EXD-CAMPOS EXD-FILTROS EXD-ORDENES.

           DISPLAY "CAMPOS DE SALIDA EN ORDEN (HASTA 10, ENTER = "
               "TERMINAR; OPCION 5 LISTA LOS CAMPOS):".
           MOVE 0 TO WS-BANDERA-CAPTURA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 10 OR WS-FIN-CAPTURA
             PERFORM 2011-PEDIR-CAMPO
           END-PERFORM.

           DISPLAY "CONDICIONES, TODAS DEBEN CUMPLIRSE (HASTA 5, "
               "ENTER = TERMINAR):".
           MOVE 0 TO WS-BANDERA-CAPTURA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5 OR WS-FIN-CAPTURA
             PERFORM 2012-PEDIR-FILTRO
           END-PERFORM.

           DISPLAY "ORDENAMIENTO (HASTA 3 CAMPOS, ENTER = TERMINAR):".
           MOVE 0 TO WS-BANDERA-CAPTURA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 3 OR WS-FIN-CAPTURA
             PERFORM 2013-PEDIR-ORDEN
           END-PERFORM.

       2011-PEDIR-CAMPO.
      *-----------------
           DISPLAY "  CAMPO " WS-IND ": ".
           ACCEPT EXD-CAMPO (WS-IND).

           IF EXD-CAMPO (WS-IND) = SPACES
             MOVE 1 TO WS-BANDERA-CAPTURA
           END-IF.

       2012-PEDIR-FILTRO.
      *------------------
           DISPLAY "  CONDICION " WS-IND " - CAMPO: ".
           ACCEPT EXD-FIL-CAMPO (WS-IND).

           IF EXD-FIL-CAMPO (WS-IND) = SPACES
             MOVE 1 TO WS-BANDERA-CAPTURA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "  OPERADOR (=  <>  >  >=  <  <=): ".
           ACCEPT EXD-FIL-OPERADOR (WS-IND).
           DISPLAY "  VALOR (NUMEROS SIN SEPARADOR DE MILES, FECHAS "
               "AAAAMMDD): ".
           ACCEPT EXD-FIL-VALOR (WS-IND).

       2013-PEDIR-ORDEN.
      *-----------------
           DISPLAY "  ORDEN " WS-IND " - CAMPO: ".
           ACCEPT EXD-ORD-CAMPO (WS-IND).

           IF EXD-ORD-CAMPO (WS-IND) = SPACES
             MOVE 1 TO WS-BANDERA-CAPTURA
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "  SENTIDO A=ASCENDENTE D=DESCENDENTE (ENTER = A): ".
           ACCEPT EXD-ORD-SENTIDO (WS-IND).
           IF EXD-ORD-SENTIDO (WS-IND) = SPACE
             MOVE "A" TO EXD-ORD-SENTIDO (WS-IND)
           END-IF.


       3000-VALIDAR-DATOS.
      *-------------------
           MOVE 1 TO WS-BANDERA-CAMPOS.

           IF NOT EXD-SALIDA-CSV AND NOT EXD-SALIDA-LISTADO
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY "TIPO DE SALIDA INVALIDO"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-RESOLVER-DEFINICION.

           IF WS-MOTIVO-ERROR NOT = SPACES
             MOVE 0 TO WS-BANDERA-CAMPOS
             DISPLAY WS-MOTIVO-ERROR
           END-IF.

       3000-MOVER-DATOS.
      *-----------------
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "A"                  TO EXD-ESTADO.
           MOVE LK-OPERADOR          TO EXD-OPE-MODIFICA.
           MOVE WS-FECHA-SISTEMA-NUM TO EXD-FEC-MODIFICA.

       3100-BUSCAR-CAMPO.
      *------------------
           MOVE ZEROS TO WS-BUS-IND.

           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-TOT-CATALOGO OR WS-BUS-IND > 0
             IF WS-CAT-FUENTE (WS-IND-CAT) = WS-BUS-FUENTE AND
                WS-CAT-CAMPO (WS-IND-CAT) = WS-BUS-CAMPO
               MOVE WS-IND-CAT TO WS-BUS-IND
             END-IF
           END-PERFORM.

       3200-RESOLVER-DEFINICION.
      *-------------------------
      *    LA DEFINICION SE VALIDA AL GRABARLA Y OTRA VEZ AL
      *    EJECUTARLA, POR SI EL CATALOGO CAMBIO ENTRE TANTO.
           INITIALIZE WS-DEFINICION-RESUELTA.
           MOVE SPACES TO WS-MOTIVO-ERROR.
           MOVE "N" TO WS-USA-MONTO-EN-FILTRO.
           MOVE "N" TO WS-SALE-MONTO.

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOT-FUENTES
             IF WS-FUE-CODIGO (WS-IND) = EXD-FUENTE
               MOVE WS-IND TO WS-IND-FUENTE
             END-IF
           END-PERFORM.

           IF WS-IND-FUENTE = ZEROS
             MOVE "ARCHIVO FUENTE NO DISPONIBLE PARA EXTRACTOS"
               TO WS-MOTIVO-ERROR
             EXIT PARAGRAPH
           END-IF.

           MOVE EXD-FUENTE TO WS-BUS-FUENTE.

           MOVE WS-FUE-CAMPO-EMP (WS-IND-FUENTE) TO WS-BUS-CAMPO.
           IF WS-BUS-CAMPO NOT = SPACES
             PERFORM 3100-BUSCAR-CAMPO
             MOVE WS-BUS-IND TO WS-IND-CAMPO-EMP
           END-IF.

           MOVE WS-FUE-CAMPO-CIA (WS-IND-FUENTE) TO WS-BUS-CAMPO.
           IF WS-BUS-CAMPO NOT = SPACES
             PERFORM 3100-BUSCAR-CAMPO
             MOVE WS-BUS-IND TO WS-IND-CAMPO-CIA
           END-IF.

           MOVE 1 TO WS-ANCHO-LISTADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 10 OR WS-MOTIVO-ERROR NOT = SPACES
             IF EXD-CAMPO (WS-IND) NOT = SPACES
               PERFORM 3210-RESOLVER-SALIDA
             END-IF
           END-PERFORM.

           IF WS-MOTIVO-ERROR = SPACES AND WS-TOT-SALIDA = ZEROS
             MOVE "EL EXTRACTO DEBE TENER AL MENOS UN CAMPO"
               TO WS-MOTIVO-ERROR
           END-IF.

           IF WS-MOTIVO-ERROR = SPACES AND EXD-SALIDA-LISTADO AND
              WS-ANCHO-LISTADO > 133
             MOVE "LOS CAMPOS NO CABEN EN 132 COLUMNAS, USE SALIDA CSV"
               TO WS-MOTIVO-ERROR
           END-IF.

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5 OR WS-MOTIVO-ERROR NOT = SPACES
             IF EXD-FIL-CAMPO (WS-IND) NOT = SPACES
               PERFORM 3220-RESOLVER-FILTRO
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 3 OR WS-MOTIVO-ERROR NOT = SPACES
             IF EXD-ORD-CAMPO (WS-IND) NOT = SPACES
               PERFORM 3230-RESOLVER-ORDEN
             END-IF
           END-PERFORM.

       3210-RESOLVER-SALIDA.
      *---------------------
           MOVE EXD-CAMPO (WS-IND) TO WS-BUS-CAMPO.
           PERFORM 3100-BUSCAR-CAMPO.

           IF WS-BUS-IND = ZEROS
             STRING "CAMPO " WS-BUS-CAMPO " NO EXISTE EN " EXD-FUENTE
               DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-SALIDA.
           MOVE WS-BUS-IND TO WS-SAL-IND (WS-TOT-SALIDA).

           IF WS-CAT-CLASE (WS-BUS-IND) = "S"
             MOVE "S" TO WS-SALE-MONTO
           END-IF.

      *    EN EL LISTADO CADA COLUMNA TOMA EL ANCHO DEL DATO O DEL
      *    NOMBRE DEL CAMPO, EL QUE SEA MAYOR.
           IF WS-CAT-TIPO (WS-BUS-IND) = "2"
             MOVE 11 TO WS-SAL-ANCHO (WS-TOT-SALIDA)
           ELSE
             MOVE WS-CAT-LARGO (WS-BUS-IND)
               TO WS-SAL-ANCHO (WS-TOT-SALIDA)
           END-IF.

           MOVE ZEROS TO WS-LARGO-NOMBRE.
           INSPECT WS-BUS-CAMPO TALLYING WS-LARGO-NOMBRE
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LARGO-NOMBRE > WS-SAL-ANCHO (WS-TOT-SALIDA)
             MOVE WS-LARGO-NOMBRE TO WS-SAL-ANCHO (WS-TOT-SALIDA)
           END-IF.

           MOVE WS-ANCHO-LISTADO TO WS-SAL-COLUMNA (WS-TOT-SALIDA).
           COMPUTE WS-ANCHO-LISTADO = WS-ANCHO-LISTADO +
               WS-SAL-ANCHO (WS-TOT-SALIDA) + 1.

       3220-RESOLVER-FILTRO.
      *---------------------
           MOVE EXD-FIL-CAMPO (WS-IND) TO WS-BUS-CAMPO.
           PERFORM 3100-BUSCAR-CAMPO.

           IF WS-BUS-IND = ZEROS
             STRING "CONDICION SOBRE " WS-BUS-CAMPO " QUE NO EXISTE EN "
                 EXD-FUENTE
               DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           IF EXD-FIL-OPERADOR (WS-IND) NOT = "= " AND
              EXD-FIL-OPERADOR (WS-IND) NOT = "<>" AND
              EXD-FIL-OPERADOR (WS-IND) NOT = "> " AND
              EXD-FIL-OPERADOR (WS-IND) NOT = ">=" AND
              EXD-FIL-OPERADOR (WS-IND) NOT = "< " AND
              EXD-FIL-OPERADOR (WS-IND) NOT = "<="
             STRING "OPERADOR INVALIDO EN LA CONDICION SOBRE "
                 WS-BUS-CAMPO
               DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-FILTROS.
           MOVE WS-BUS-IND TO WS-FIL-IND (WS-TOT-FILTROS).
           MOVE EXD-FIL-OPERADOR (WS-IND)
             TO WS-FIL-OPERADOR (WS-TOT-FILTROS).
           MOVE EXD-FIL-VALOR (WS-IND) TO WS-FIL-TEXTO (WS-TOT-FILTROS).

           IF WS-CAT-CLASE (WS-BUS-IND) = "S"
             MOVE "S" TO WS-USA-MONTO-EN-FILTRO
           END-IF.

      *    LOS CAMPOS NUMERICOS SE COMPARAN POR VALOR; LOS MONTOS SE
      *    LLEVAN A CENTAVOS PARA COMPARARLOS CONTRA EL REGISTRO.
           IF WS-CAT-TIPO (WS-BUS-IND) NOT = "X"
             IF FUNCTION TEST-NUMVAL (EXD-FIL-VALOR (WS-IND)) NOT = 0
               STRING "VALOR NO NUMERICO EN LA CONDICION SOBRE "
                   WS-BUS-CAMPO
                 DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
               END-STRING
               EXIT PARAGRAPH
             END-IF
             IF WS-CAT-TIPO (WS-BUS-IND) = "2"
               COMPUTE WS-FIL-NUMERO (WS-TOT-FILTROS) =
                   FUNCTION NUMVAL (EXD-FIL-VALOR (WS-IND)) * 100
             ELSE
               COMPUTE WS-FIL-NUMERO (WS-TOT-FILTROS) =
                   FUNCTION NUMVAL (EXD-FIL-VALOR (WS-IND))
             END-IF
           END-IF.

       3230-RESOLVER-ORDEN.
      *--------------------
           MOVE EXD-ORD-CAMPO (WS-IND) TO WS-BUS-CAMPO.
           PERFORM 3100-BUSCAR-CAMPO.

           IF WS-BUS-IND = ZEROS
             STRING "ORDEN POR " WS-BUS-CAMPO " QUE NO EXISTE EN "
                 EXD-FUENTE
               DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           IF EXD-ORD-SENTIDO (WS-IND) NOT = "A" AND
              EXD-ORD-SENTIDO (WS-IND) NOT = "D"
             STRING "SENTIDO INVALIDO EN EL ORDEN POR " WS-BUS-CAMPO
               DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-ORDEN.
           MOVE WS-BUS-IND TO WS-ORD-IND (WS-TOT-ORDEN).
           MOVE EXD-ORD-SENTIDO (WS-IND)
             TO WS-ORD-SENTIDO (WS-TOT-ORDEN).

      *    ORDENAR POR UN MONTO REVELA EL MONTO AUNQUE SALGA
      *    ENMASCARADO: SE TRATA IGUAL QUE UNA CONDICION.
           IF WS-CAT-CLASE (WS-BUS-IND) = "S"
             MOVE "S" TO WS-USA-MONTO-EN-FILTRO
           END-IF.


       4000-ABRIR-ARCHIVO-INPUT.
      *-------------------------
           OPEN INPUT ARCHIVO-DEF-EXTRACTOS.

       4000-ABRIR-ARCHIVO-I-O.
      *--------------------------
           OPEN I-O ARCHIVO-DEF-EXTRACTOS.

           IF FL-EXD NOT = "00"
             CLOSE ARCHIVO-DEF-EXTRACTOS
             OPEN OUTPUT ARCHIVO-DEF-EXTRACTOS
             CLOSE ARCHIVO-DEF-EXTRACTOS
             OPEN I-O ARCHIVO-DEF-EXTRACTOS
           END-IF.

       4000-LEER-REGISTRO.
      *-------------------
           READ ARCHIVO-DEF-EXTRACTOS
           END-READ.

           IF FL-EXD = "00"
                 MOVE 1 TO WS-BANDERA-REGISTRO
           ELSE
                 MOVE 0 TO WS-BANDERA-REGISTRO
           END-IF.

       4000-ESCRIBIR-REGISTRO.
      *-----------------------
           WRITE EXD-DATOS.

           IF FL-EXD = "00"
              DISPLAY "DEFINICION REGISTRADA CORRECTAMENTE"
              MOVE "I"    TO WS-OPERACION-AUD
              MOVE SPACES TO WS-IMAGEN-ANTES
              PERFORM 7000-AUDITAR-DEFINICION
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL REGISTRAR - " FL-EXD
              MOVE "4000-ESCRIBIR-REGISTRO" TO WS-ERR-PARRAFO
              MOVE "EXD" TO WS-ERR-ARCHIVO
              MOVE FL-EXD TO WS-ERR-ESTADO
              MOVE "E" TO WS-ERR-SEVERIDAD
              PERFORM 8000-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO REGISTRAR LA DEFINICION"
           END-IF.

       4000-ACTUALIZAR-REGISTRO.
      *-------------------------
           REWRITE EXD-DATOS.

           IF FL-EXD = "00"
              DISPLAY "DEFINICION ACTUALIZADA CORRECTAMENTE"
              MOVE "U" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-DEFINICION
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL ACTUALIZAR - " FL-EXD
              MOVE "4000-ACTUALIZAR-REGISTRO" TO WS-ERR-PARRAFO
              MOVE "EXD" TO WS-ERR-ARCHIVO
              MOVE FL-EXD TO WS-ERR-ESTADO
              MOVE "E" TO WS-ERR-SEVERIDAD
              PERFORM 8000-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO ACTUALIZAR LA DEFINICION"
           END-IF.

       4000-BORAR-REGISTRO.
      *--------------------
      *    LA DEFINICION SE INACTIVA Y NO SE BORRA: LA AUDITORIA DE
      *    SUS EJECUCIONES SIGUE APUNTANDO A ELLA.
           DISPLAY "CONFIRMA LA INACTIVACION DE LA DEFINICION? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "INACTIVACION CANCELADA"
             EXIT PARAGRAPH
           END-IF.

           MOVE EXD-DATOS TO WS-IMAGEN-ANTES.
           PERFORM 3000-MOVER-DATOS.
           MOVE "I" TO EXD-ESTADO.

           REWRITE EXD-DATOS.

           IF FL-EXD = "00"
              DISPLAY "DEFINICION INACTIVADA CORRECTAMENTE"
              MOVE "D" TO WS-OPERACION-AUD
              PERFORM 7000-AUDITAR-DEFINICION
           ELSE
              DISPLAY "ERROR DE ARCHIVO AL INACTIVAR - " FL-EXD
              MOVE "4000-BORAR-REGISTRO" TO WS-ERR-PARRAFO
              MOVE "EXD" TO WS-ERR-ARCHIVO
              MOVE FL-EXD TO WS-ERR-ESTADO
              MOVE "E" TO WS-ERR-SEVERIDAD
              PERFORM 8000-REGISTRAR-ERROR
              DISPLAY "NO SE PUDO INACTIVAR LA DEFINICION"
           END-IF.

       4000-CERRAR-ARCHIVO.
      *--------------------
           CLOSE ARCHIVO-DEF-EXTRACTOS.

       5000-LISTAR-DEFINICIONES.
      *-------------------------
           MOVE ZEROS TO WS-TOTAL-DEFINICIONES.

           IF FL-EXD NOT = "00"
             DISPLAY "NO HAY EXTRACTOS DEFINIDOS"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DECORADOR.
           DISPLAY "CODIGO   FTE S EST ULT.EJEC  REGISTROS DESCRIPCION".

           MOVE LOW-VALUES TO EXD-CODIGO.
           START ARCHIVO-DEF-EXTRACTOS
             KEY IS NOT LESS THAN EXD-CODIGO
             INVALID KEY
               MOVE "10" TO FL-EXD
           END-START.

           IF FL-EXD = "00"
             PERFORM 5010-LEER-SIGUIENTE
           END-IF.

           PERFORM UNTIL FL-EXD NOT = "00"
             ADD 1 TO WS-TOTAL-DEFINICIONES
             DISPLAY EXD-CODIGO " " EXD-FUENTE " " EXD-SALIDA "  "
                 EXD-ESTADO "  " EXD-FEC-EJECUTA " " EXD-REG-EJECUTA
                 "   " EXD-DESCRIPCION
             PERFORM 5010-LEER-SIGUIENTE
           END-PERFORM.

           DISPLAY WS-DECORADOR.
           DISPLAY "EXTRACTOS DEFINIDOS: " WS-TOTAL-DEFINICIONES.

       5010-LEER-SIGUIENTE.
      *--------------------
           READ ARCHIVO-DEF-EXTRACTOS NEXT RECORD
           END-READ.

       5500-LISTAR-CAMPOS.
      *-------------------
           DISPLAY "ARCHIVO FUENTE (EMP CIA NOM HEX DES BCO OFI DEP "
               "CAR RUB): ".
           ACCEPT WS-BUS-FUENTE.

           DISPLAY WS-DECORADOR.
           DISPLAY "CAMPO              LARGO TIPO PROTECCION".

           MOVE ZEROS TO WS-TOTAL-DEFINICIONES.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-TOT-CATALOGO
             IF WS-CAT-FUENTE (WS-IND-CAT) = WS-BUS-FUENTE
               ADD 1 TO WS-TOTAL-DEFINICIONES
               PERFORM 5510-MOSTRAR-CAMPO
             END-IF
           END-PERFORM.

           DISPLAY WS-DECORADOR.
           IF WS-TOTAL-DEFINICIONES = ZEROS
             DISPLAY "ARCHIVO FUENTE NO DISPONIBLE PARA EXTRACTOS"
           ELSE
             DISPLAY "TIPO X=TEXTO 9=NUMERO 2=MONTO CON DECIMALES"
           END-IF.

       5510-MOSTRAR-CAMPO.
      *-------------------
           EVALUATE WS-CAT-CLASE (WS-IND-CAT)
               WHEN "C"
               WHEN "D"
               WHEN "L"
               WHEN "B"
                 DISPLAY WS-CAT-CAMPO (WS-IND-CAT) " "
                     WS-CAT-LARGO (WS-IND-CAT) "   "
                     WS-CAT-TIPO (WS-IND-CAT) "   "
                     "SEGUN PERFIL DE ENMASCARAMIENTO"
               WHEN "S"
                 DISPLAY WS-CAT-CAMPO (WS-IND-CAT) " "
                     WS-CAT-LARGO (WS-IND-CAT) "   "
                     WS-CAT-TIPO (WS-IND-CAT) "   "
                     "CONFIDENCIALIDAD SALARIAL"
               WHEN OTHER
                 DISPLAY WS-CAT-CAMPO (WS-IND-CAT) " "
                     WS-CAT-LARGO (WS-IND-CAT) "   "
                     WS-CAT-TIPO (WS-IND-CAT)
           END-EVALUATE.

       6000-EJECUTAR-EXTRACTO.
      *-----------------------
           PERFORM 9999-IMPRESION-DATOS.

           IF EXD-ESTADO NOT = "A"
             DISPLAY "LA DEFINICION ESTA INACTIVA"
             EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-RESOLVER-DEFINICION.
           IF WS-MOTIVO-ERROR NOT = SPACES
             DISPLAY WS-MOTIVO-ERROR
             DISPLAY "CORRIJA LA DEFINICION ANTES DE EJECUTARLA"
             EXIT PARAGRAPH
           END-IF.

      *    UN OPERADOR QUE NO VE SUELDOS NO PUEDE FILTRAR NI ORDENAR
      *    POR MONTOS: EL RESULTADO REVELARIA LO QUE LA SALIDA OCULTA.
           MOVE LK-OPERADOR TO WS-CNF-OPERADOR.
           MOVE "GEN-EXT "  TO WS-CNF-PROGRAMA.
           MOVE ZEROS       TO WS-CNF-COD-EMPLEADO.
           MOVE "N"         TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           IF WS-PUEDE-VER-SUELDOS
             MOVE 1 TO WS-BANDERA-SUELDOS
           ELSE
             MOVE 0 TO WS-BANDERA-SUELDOS
             IF WS-USA-MONTO-EN-FILTRO = "S"
               DISPLAY "SU PERFIL NO TIENE ACCESO A LOS MONTOS: NO "
                   "PUEDE FILTRAR NI ORDENAR POR ELLOS"
               EXIT PARAGRAPH
             END-IF
             IF WS-SALE-MONTO = "S"
               DISPLAY "NOTA: LOS MONTOS QUE SU PERFIL NO PUEDE VER "
                   "SALDRAN ENMASCARADOS"
             END-IF
           END-IF.

           DISPLAY "SE EXTRAE DE LA EMPRESA " LK-CIA-ACTIVA
               " (LOS CATALOGOS SON DE TODO EL GRUPO)".
           DISPLAY "CONFIRMA LA EJECUCION DEL EXTRACTO? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "EJECUCION CANCELADA"
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           INITIALIZE WS-CONTADORES.
           MOVE 99999999 TO WS-CNF-ULTIMO-EMPLEADO.

           INITIALIZE WS-CONTROL-MASCARA.
           MOVE "A"            TO WS-MSC-OPERACION.
           MOVE EXD-CODIGO     TO WS-MSC-EXTRACTO.
           MOVE EXD-DESTINO    TO WS-MSC-DESTINO.
           MOVE LK-OPERADOR    TO WS-MSC-OPERADOR.
           MOVE "N"            TO WS-MSC-IRREVERSIBLE.

           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           IF WS-MSC-REGISTRADO
             DISPLAY "PERFIL APLICADO: " EXD-CODIGO " / " EXD-DESTINO
           ELSE
             DISPLAY "SIN PERFIL PARA EL EXTRACTO, SE APLICA EL "
                 "PERFIL POR OMISION"
           END-IF.

           PERFORM 6100-ABRIR-FUENTE.
           IF FL-FUENTE NOT = "00"
             DISPLAY "NO SE PUDO ABRIR EL ARCHIVO " EXD-FUENTE " - "
                 FL-FUENTE
             MOVE "6000-EJECUTAR-EXTRACTO" TO WS-ERR-PARRAFO
             MOVE "FUENTE" TO WS-ERR-ARCHIVO
             MOVE FL-FUENTE TO WS-ERR-ESTADO
             MOVE "E" TO WS-ERR-SEVERIDAD
             PERFORM 8000-REGISTRAR-ERROR
             PERFORM 6190-CERRAR-FUENTE
             MOVE "C" TO WS-MSC-OPERACION
             CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
             EXIT PARAGRAPH
           END-IF.

           PERFORM 6400-ABRIR-SALIDA.

           SORT ARCHIVO-ORDEN-EXT
               ON ASCENDING KEY ORD-CLAVE
                                ORD-SECUENCIA
               INPUT PROCEDURE IS 6200-SELECCIONAR-REGISTROS
               OUTPUT PROCEDURE IS 6500-GRABAR-SALIDA.

           PERFORM 6190-CERRAR-FUENTE.
           PERFORM 6490-CERRAR-SALIDA.

           MOVE "C" TO WS-MSC-OPERACION.
           CALL "UTIL-MSK" USING WS-CONTROL-MASCARA.

           MOVE LK-OPERADOR          TO EXD-OPE-EJECUTA.
           MOVE WS-FECHA-SISTEMA-NUM TO EXD-FEC-EJECUTA.
           MOVE WS-TOT-ESCRITOS      TO EXD-REG-EJECUTA.
           REWRITE EXD-DATOS.

           PERFORM 6900-AUDITAR-EJECUCION.

           DISPLAY WS-DECORADOR.
           DISPLAY "REGISTROS LEIDOS:        " WS-TOT-LEIDOS.
           DISPLAY "REGISTROS EXTRAIDOS:     " WS-TOT-ESCRITOS.
           DISPLAY "MONTOS ENMASCARADOS:     " WS-TOT-MONTOS-OCULTOS.
           IF EXD-SALIDA-CSV
             DISPLAY "ARCHIVO GENERADO: " WS-RUTA-CSV
           END-IF.
           DISPLAY WS-DECORADOR.

       6100-ABRIR-FUENTE.
      *------------------
      *    EL MAESTRO DE EMPLEADOS SE ABRE SIEMPRE: LAS CUENTAS
      *    BANCARIAS SE UBICAN EN LA EMPRESA A TRAVES DE EL.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           MOVE FL-EMP TO FL-FUENTE.

           EVALUATE EXD-FUENTE
               WHEN "CIA"
                 OPEN INPUT ARCHIVO-EMPRESAS
                 MOVE FS-CIA TO FL-FUENTE
               WHEN "NOM"
                 OPEN INPUT ARCHIVO-NOMINAS
                 MOVE FL-NOM TO FL-FUENTE
               WHEN "HEX"
                 OPEN INPUT ARCHIVO-HORAS-EXTRAS
                 MOVE FL-HEX TO FL-FUENTE
               WHEN "DES"
                 OPEN INPUT ARCHIVO-DESCUENTOS
                 MOVE FL-DES TO FL-FUENTE
               WHEN "BCO"
                 OPEN INPUT ARCHIVO-CUENTAS-BANCO
                 MOVE FL-BCO TO FL-FUENTE
               WHEN "OFI"
                 OPEN INPUT ARCHIVO-OFICINAS
                 MOVE FL-OFI TO FL-FUENTE
               WHEN "DEP"
                 OPEN INPUT ARCHIVO-DEPARTAMENTOS
                 MOVE FL-DEP TO FL-FUENTE
               WHEN "CAR"
                 OPEN INPUT ARCHIVO-CARGOS
                 MOVE FL-CAR TO FL-FUENTE
               WHEN "RUB"
                 OPEN INPUT ARCHIVO-RUBROS
                 MOVE FL-RUB TO FL-FUENTE
           END-EVALUATE.

       6190-CERRAR-FUENTE.
      *-------------------
           CLOSE ARCHIVO-EMPLEADOS.

           EVALUATE EXD-FUENTE
               WHEN "CIA"
                 CLOSE ARCHIVO-EMPRESAS
               WHEN "NOM"
                 CLOSE ARCHIVO-NOMINAS
               WHEN "HEX"
                 CLOSE ARCHIVO-HORAS-EXTRAS
               WHEN "DES"
                 CLOSE ARCHIVO-DESCUENTOS
               WHEN "BCO"
                 CLOSE ARCHIVO-CUENTAS-BANCO
               WHEN "OFI"
                 CLOSE ARCHIVO-OFICINAS
               WHEN "DEP"
                 CLOSE ARCHIVO-DEPARTAMENTOS
               WHEN "CAR"
                 CLOSE ARCHIVO-CARGOS
               WHEN "RUB"
                 CLOSE ARCHIVO-RUBROS
           END-EVALUATE.

       6200-SELECCIONAR-REGISTROS.
      *---------------------------
           MOVE 0 TO WS-BANDERA-FUENTE.

           PERFORM 6210-POSICIONAR-FUENTE.

           IF NOT WS-FIN-FUENTE
             PERFORM 6220-LEER-FUENTE
           END-IF.

           PERFORM UNTIL WS-FIN-FUENTE
             ADD 1 TO WS-TOT-LEIDOS
             PERFORM 6300-EVALUAR-REGISTRO
             PERFORM 6220-LEER-FUENTE
           END-PERFORM.

       6210-POSICIONAR-FUENTE.
      *-----------------------
      *    NOMINAS, HORAS EXTRAS Y DESCUENTOS TIENEN LA EMPRESA AL
      *    INICIO DE LA CLAVE: SE POSICIONA DIRECTO EN LA ACTIVA.
           MOVE "00" TO FL-FUENTE.

           EVALUATE EXD-FUENTE
               WHEN "EMP"
                 MOVE LOW-VALUES TO EMP-CLAVE
                 START ARCHIVO-EMPLEADOS
                     KEY IS NOT LESS THAN EMP-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "CIA"
                 MOVE LOW-VALUES TO CIA-CODIGO
                 START ARCHIVO-EMPRESAS
                     KEY IS NOT LESS THAN CIA-CODIGO
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "NOM"
                 MOVE LOW-VALUES    TO NOM-CLAVE
                 MOVE LK-CIA-ACTIVA TO NOM-COD-EMPRESA
                 START ARCHIVO-NOMINAS
                     KEY IS NOT LESS THAN NOM-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "HEX"
                 MOVE LOW-VALUES    TO HEX-CLAVE
                 MOVE LK-CIA-ACTIVA TO HEX-COD-EMPRESA
                 START ARCHIVO-HORAS-EXTRAS
                     KEY IS NOT LESS THAN HEX-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "DES"
                 MOVE LOW-VALUES    TO DES-CLAVE
                 MOVE LK-CIA-ACTIVA TO DES-COD-EMPRESA
                 START ARCHIVO-DESCUENTOS
                     KEY IS NOT LESS THAN DES-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "BCO"
                 MOVE LOW-VALUES TO BCO-COD-EMPLEADO
                 START ARCHIVO-CUENTAS-BANCO
                     KEY IS NOT LESS THAN BCO-COD-EMPLEADO
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "OFI"
                 MOVE LOW-VALUES TO OFI-CLAVE
                 START ARCHIVO-OFICINAS
                     KEY IS NOT LESS THAN OFI-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "DEP"
                 MOVE LOW-VALUES TO DEP-CLAVE
                 START ARCHIVO-DEPARTAMENTOS
                     KEY IS NOT LESS THAN DEP-CLAVE
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "CAR"
                 MOVE LOW-VALUES TO CAR-CODIGO
                 START ARCHIVO-CARGOS
                     KEY IS NOT LESS THAN CAR-CODIGO
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
               WHEN "RUB"
                 MOVE LOW-VALUES TO RUB-CODIGO
                 START ARCHIVO-RUBROS
                     KEY IS NOT LESS THAN RUB-CODIGO
                   INVALID KEY
                     MOVE "10" TO FL-FUENTE
                 END-START
           END-EVALUATE.

           IF FL-FUENTE NOT = "00"
             MOVE 1 TO WS-BANDERA-FUENTE
           END-IF.

       6220-LEER-FUENTE.
      *-----------------
           MOVE SPACES TO WS-REGISTRO.

           EVALUATE EXD-FUENTE
               WHEN "EMP"
                 READ ARCHIVO-EMPLEADOS NEXT RECORD
                 END-READ
                 MOVE FL-EMP    TO FL-FUENTE
                 MOVE EMP-DATOS TO WS-REGISTRO
               WHEN "CIA"
                 READ ARCHIVO-EMPRESAS NEXT RECORD
                 END-READ
                 MOVE FS-CIA    TO FL-FUENTE
                 MOVE CIA-DATOS TO WS-REGISTRO
               WHEN "NOM"
                 READ ARCHIVO-NOMINAS NEXT RECORD
                 END-READ
                 MOVE FL-NOM    TO FL-FUENTE
                 MOVE NOM-DATOS TO WS-REGISTRO
                 IF FL-NOM = "00" AND NOM-COD-EMPRESA > LK-CIA-ACTIVA
                   MOVE "10" TO FL-FUENTE
                 END-IF
               WHEN "HEX"
                 READ ARCHIVO-HORAS-EXTRAS NEXT RECORD
                 END-READ
                 MOVE FL-HEX    TO FL-FUENTE
                 MOVE HEX-DATOS TO WS-REGISTRO
                 IF FL-HEX = "00" AND HEX-COD-EMPRESA > LK-CIA-ACTIVA
                   MOVE "10" TO FL-FUENTE
                 END-IF
               WHEN "DES"
                 READ ARCHIVO-DESCUENTOS NEXT RECORD
                 END-READ
                 MOVE FL-DES    TO FL-FUENTE
                 MOVE DES-DATOS TO WS-REGISTRO
                 IF FL-DES = "00" AND DES-COD-EMPRESA > LK-CIA-ACTIVA
                   MOVE "10" TO FL-FUENTE
                 END-IF
               WHEN "BCO"
                 READ ARCHIVO-CUENTAS-BANCO NEXT RECORD
                 END-READ
                 MOVE FL-BCO    TO FL-FUENTE
                 MOVE BCO-DATOS TO WS-REGISTRO
               WHEN "OFI"
                 READ ARCHIVO-OFICINAS NEXT RECORD
                 END-READ
                 MOVE FL-OFI    TO FL-FUENTE
                 MOVE OFI-DATOS TO WS-REGISTRO
               WHEN "DEP"
                 READ ARCHIVO-DEPARTAMENTOS NEXT RECORD
                 END-READ
                 MOVE FL-DEP    TO FL-FUENTE
                 MOVE DEP-DATOS TO WS-REGISTRO
               WHEN "CAR"
                 READ ARCHIVO-CARGOS NEXT RECORD
                 END-READ
                 MOVE FL-CAR    TO FL-FUENTE
                 MOVE CAR-DATOS TO WS-REGISTRO
               WHEN "RUB"
                 READ ARCHIVO-RUBROS NEXT RECORD
                 END-READ
                 MOVE FL-RUB    TO FL-FUENTE
                 MOVE RUB-DATOS TO WS-REGISTRO
           END-EVALUATE.

           IF FL-FUENTE NOT = "00"
             MOVE 1 TO WS-BANDERA-FUENTE
           END-IF.

       6300-EVALUAR-REGISTRO.
      *----------------------
           MOVE ZEROS TO WS-EMPLEADO-REGISTRO.
           IF WS-IND-CAMPO-EMP > ZEROS
             MOVE WS-CAT-INICIO (WS-IND-CAMPO-EMP) TO WS-INICIO
             MOVE WS-REGISTRO (WS-INICIO:8) TO WS-EMPLEADO-REGISTRO
           END-IF.

           IF WS-IND-CAMPO-CIA > ZEROS
             MOVE WS-CAT-INICIO (WS-IND-CAMPO-CIA) TO WS-INICIO
             MOVE WS-REGISTRO (WS-INICIO:3) TO WS-EMPRESA-REGISTRO
             IF WS-EMPRESA-REGISTRO NOT = LK-CIA-ACTIVA
               EXIT PARAGRAPH
             END-IF
           ELSE
             IF WS-IND-CAMPO-EMP > ZEROS
               MOVE WS-EMPLEADO-REGISTRO TO EMP-CLAVE
               READ ARCHIVO-EMPLEADOS
               END-READ
               IF FL-EMP NOT = "00" OR
                  EMP-COD-EMPRESA NOT = LK-CIA-ACTIVA
                 EXIT PARAGRAPH
               END-IF
             END-IF
           END-IF.

           MOVE 1 TO WS-BANDERA-CUMPLE.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOT-FILTROS OR WS-NO-CUMPLE
             PERFORM 6310-EVALUAR-FILTRO
           END-PERFORM.

           IF WS-NO-CUMPLE
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOT-ELEGIDOS.

           IF WS-SALE-MONTO = "S" AND NOT WS-VE-TODOS-SUELDOS
             PERFORM 6320-EVALUAR-CONFIDENCIA
           END-IF.

           MOVE SPACES TO ORD-DATOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOT-ORDEN
             PERFORM 6330-ARMAR-CLAVE-ORDEN
           END-PERFORM.
           MOVE WS-TOT-ELEGIDOS TO ORD-SECUENCIA.

           PERFORM 6340-ARMAR-LINEA.

           RELEASE ORD-DATOS.

       6310-EVALUAR-FILTRO.
      *--------------------
           MOVE WS-FIL-IND (WS-IND)                TO WS-IND-CAT.
           MOVE WS-CAT-INICIO (WS-IND-CAT)         TO WS-INICIO.
           MOVE WS-CAT-LARGO (WS-IND-CAT)          TO WS-LARGO.

           IF WS-CAT-TIPO (WS-IND-CAT) = "X"
             MOVE SPACES TO WS-VALOR-ALFA
             MOVE WS-REGISTRO (WS-INICIO:WS-LARGO) TO WS-VALOR-ALFA
             EVALUATE TRUE
                 WHEN WS-VALOR-ALFA < WS-FIL-TEXTO (WS-IND)
                   MOVE "<" TO WS-RESULTADO-COMPARA
                 WHEN WS-VALOR-ALFA > WS-FIL-TEXTO (WS-IND)
                   MOVE ">" TO WS-RESULTADO-COMPARA
                 WHEN OTHER
                   MOVE "=" TO WS-RESULTADO-COMPARA
             END-EVALUATE
           ELSE
             MOVE WS-REGISTRO (WS-INICIO:WS-LARGO) TO WS-VALOR-NUMERO
             EVALUATE TRUE
                 WHEN WS-VALOR-NUMERO < WS-FIL-NUMERO (WS-IND)
                   MOVE "<" TO WS-RESULTADO-COMPARA
                 WHEN WS-VALOR-NUMERO > WS-FIL-NUMERO (WS-IND)
                   MOVE ">" TO WS-RESULTADO-COMPARA
                 WHEN OTHER
                   MOVE "=" TO WS-RESULTADO-COMPARA
             END-EVALUATE
           END-IF.

           EVALUATE WS-FIL-OPERADOR (WS-IND)
               WHEN "= "
                 IF WS-RESULTADO-COMPARA NOT = "="
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
               WHEN "<>"
                 IF WS-RESULTADO-COMPARA = "="
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
               WHEN "> "
                 IF WS-RESULTADO-COMPARA NOT = ">"
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
               WHEN ">="
                 IF WS-RESULTADO-COMPARA = "<"
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
               WHEN "< "
                 IF WS-RESULTADO-COMPARA NOT = "<"
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
               WHEN "<="
                 IF WS-RESULTADO-COMPARA = ">"
                   MOVE 0 TO WS-BANDERA-CUMPLE
                 END-IF
           END-EVALUATE.

       6320-EVALUAR-CONFIDENCIA.
      *-------------------------
      *    LA CONSULTA SE REPITE SOLO CUANDO CAMBIA EL EMPLEADO: LOS
      *    RUBROS DE UN MISMO EMPLEADO VIENEN SEGUIDOS.
           IF WS-EMPLEADO-REGISTRO = WS-CNF-ULTIMO-EMPLEADO
             EXIT PARAGRAPH
           END-IF.

           MOVE LK-OPERADOR          TO WS-CNF-OPERADOR.
           MOVE "GEN-EXT "           TO WS-CNF-PROGRAMA.
           MOVE WS-EMPLEADO-REGISTRO TO WS-CNF-COD-EMPLEADO.
           MOVE "N"                  TO WS-CNF-RESULTADO.

           CALL "UTIL-CNF" USING WS-CONTROL-CONF.

           MOVE WS-EMPLEADO-REGISTRO TO WS-CNF-ULTIMO-EMPLEADO.
           MOVE WS-CNF-RESULTADO     TO WS-CNF-ULTIMO-RESULTADO.

       6330-ARMAR-CLAVE-ORDEN.
      *-----------------------
           MOVE WS-ORD-IND (WS-IND)          TO WS-IND-CAT.
           MOVE WS-CAT-INICIO (WS-IND-CAT)   TO WS-INICIO.
           MOVE WS-CAT-LARGO (WS-IND-CAT)    TO WS-LARGO.

           MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
             TO ORD-CLAVE-CAMPO (WS-IND).

           IF WS-ORD-SENTIDO (WS-IND) = "D"
             INSPECT ORD-CLAVE-CAMPO (WS-IND)
                 CONVERTING WS-ORDEN-DIRECTO TO WS-ORDEN-INVERSO
           END-IF.

       6340-ARMAR-LINEA.
      *-----------------
           MOVE SPACES TO ORD-LINEA.
           MOVE 1 TO WS-PUNTERO.

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOT-SALIDA
             PERFORM 6350-FORMATEAR-CAMPO
             IF EXD-SALIDA-CSV
      *        UNA COMA DENTRO DEL DATO ROMPERIA LAS COLUMNAS.
               INSPECT WS-TEXTO-CAMPO REPLACING ALL "," BY ";"
               IF WS-IND > 1
                 STRING "," DELIMITED BY SIZE
                   INTO ORD-LINEA WITH POINTER WS-PUNTERO
                 END-STRING
               END-IF
               STRING FUNCTION TRIM (WS-TEXTO-CAMPO) DELIMITED BY SIZE
                 INTO ORD-LINEA WITH POINTER WS-PUNTERO
               END-STRING
             ELSE
               MOVE WS-SAL-COLUMNA (WS-IND) TO WS-INICIO
               MOVE WS-SAL-ANCHO (WS-IND)   TO WS-LARGO
               MOVE WS-TEXTO-CAMPO TO ORD-LINEA (WS-INICIO:WS-LARGO)
             END-IF
           END-PERFORM.

       6350-FORMATEAR-CAMPO.
      *---------------------
           MOVE WS-SAL-IND (WS-IND)          TO WS-IND-CAT.
           MOVE WS-CAT-INICIO (WS-IND-CAT)   TO WS-INICIO.
           MOVE WS-CAT-LARGO (WS-IND-CAT)    TO WS-LARGO.

           MOVE SPACES TO WS-TEXTO-CAMPO.

           EVALUATE WS-CAT-CLASE (WS-IND-CAT)
               WHEN "C"
                 MOVE "M" TO WS-MSC-OPERACION
                 INITIALIZE WS-MSC-ENTRADA
                 MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
                   TO WS-MSC-CED-ENT
                 CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
                 MOVE WS-MSC-CED-SAL TO WS-TEXTO-CAMPO
               WHEN "D"
                 MOVE "M" TO WS-MSC-OPERACION
                 INITIALIZE WS-MSC-ENTRADA
                 MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
                   TO WS-MSC-DIR-ENT
                 CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
                 MOVE WS-MSC-DIR-SAL TO WS-TEXTO-CAMPO
               WHEN "L"
                 MOVE "M" TO WS-MSC-OPERACION
                 INITIALIZE WS-MSC-ENTRADA
                 MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
                   TO WS-MSC-CEL-ENT
                 CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
                 MOVE WS-MSC-CEL-SAL TO WS-TEXTO-CAMPO
               WHEN "B"
                 MOVE "M" TO WS-MSC-OPERACION
                 INITIALIZE WS-MSC-ENTRADA
                 MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
                   TO WS-MSC-CTA-ENT
                 CALL "UTIL-MSK" USING WS-CONTROL-MASCARA
                 MOVE WS-MSC-CTA-SAL TO WS-TEXTO-CAMPO
               WHEN "S"
                 IF WS-VE-TODOS-SUELDOS OR WS-VE-SUELDO-REGISTRO
                   PERFORM 6360-EDITAR-MONTO
                 ELSE
                   MOVE "**********" TO WS-TEXTO-CAMPO
                   ADD 1 TO WS-TOT-MONTOS-OCULTOS
                 END-IF
               WHEN OTHER
                 IF WS-CAT-TIPO (WS-IND-CAT) = "2"
                   PERFORM 6360-EDITAR-MONTO
                 ELSE
                   MOVE WS-REGISTRO (WS-INICIO:WS-LARGO)
                     TO WS-TEXTO-CAMPO
                 END-IF
           END-EVALUATE.

       6360-EDITAR-MONTO.
      *------------------
           MOVE WS-REGISTRO (WS-INICIO:10) TO WS-MONTO-TEXTO.
           MOVE WS-MONTO                   TO WS-MONTO-EDIT.
           MOVE WS-MONTO-EDIT              TO WS-TEXTO-CAMPO.

       6400-ABRIR-SALIDA.
      *------------------
           IF EXD-SALIDA-CSV
             MOVE SPACES TO WS-RUTA-CSV
             STRING "../Archivos/Extracto-" DELIMITED BY SIZE
                 EXD-CODIGO DELIMITED BY SPACE
                 ".csv" DELIMITED BY SIZE
               INTO WS-RUTA-CSV
             END-STRING
             OPEN OUTPUT ARCHIVO-CSV-EXT
             MOVE SPACES TO CSV-LINEA
             MOVE 1 TO WS-PUNTERO
             PERFORM VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND > WS-TOT-SALIDA
               MOVE WS-SAL-IND (WS-IND) TO WS-IND-CAT
               IF WS-IND > 1
                 STRING "," DELIMITED BY SIZE
                   INTO CSV-LINEA WITH POINTER WS-PUNTERO
                 END-STRING
               END-IF
               STRING WS-CAT-CAMPO (WS-IND-CAT) DELIMITED BY SPACE
                 INTO CSV-LINEA WITH POINTER WS-PUNTERO
               END-STRING
             END-PERFORM
             WRITE CSV-LINEA
             EXIT PARAGRAPH
           END-IF.

           MOVE "A"                  TO WS-RPT-OPERACION.
           MOVE EXD-CODIGO           TO WS-RPT-NOMBRE.
           MOVE EXD-DESCRIPCION      TO WS-RPT-TITULO.
           MOVE LK-CIA-ACTIVA        TO WS-RPT-EMPRESA.
           MOVE WS-FECHA-SISTEMA-NUM TO WS-RPT-PERIODO.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.

           MOVE SPACES TO WS-LINEA-SPOOL.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOT-SALIDA
             MOVE WS-SAL-IND (WS-IND)     TO WS-IND-CAT
             MOVE WS-SAL-COLUMNA (WS-IND) TO WS-INICIO
             MOVE WS-SAL-ANCHO (WS-IND)   TO WS-LARGO
             MOVE WS-CAT-CAMPO (WS-IND-CAT)
               TO WS-LINEA-SPOOL (WS-INICIO:WS-LARGO)
           END-PERFORM.
           PERFORM 9000-ESCRIBIR-LINEA.

           MOVE ALL "-" TO WS-LINEA-SPOOL.
           PERFORM 9000-ESCRIBIR-LINEA.

       6490-CERRAR-SALIDA.
      *-------------------
           IF EXD-SALIDA-CSV
             CLOSE ARCHIVO-CSV-EXT
           ELSE
             MOVE ALL "-" TO WS-LINEA-SPOOL
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-SPOOL
             STRING "REGISTROS: " WS-TOT-ESCRITOS
                 "   MONTOS ENMASCARADOS: " WS-TOT-MONTOS-OCULTOS
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL
             END-STRING
             PERFORM 9000-ESCRIBIR-LINEA
             MOVE "C" TO WS-RPT-OPERACION
             CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL
           END-IF.

       6500-GRABAR-SALIDA.
      *-------------------
           MOVE 0 TO WS-BANDERA-ORDEN.

           PERFORM 6510-LEER-ORDEN.

           PERFORM UNTIL WS-FIN-ORDEN
             ADD 1 TO WS-TOT-ESCRITOS
             IF EXD-SALIDA-CSV
               WRITE CSV-LINEA FROM ORD-LINEA
             ELSE
               MOVE ORD-LINEA TO WS-LINEA-SPOOL
               PERFORM 9000-ESCRIBIR-LINEA
             END-IF
             PERFORM 6510-LEER-ORDEN
           END-PERFORM.

       6510-LEER-ORDEN.
      *----------------
           RETURN ARCHIVO-ORDEN-EXT
             AT END
               MOVE 1 TO WS-BANDERA-ORDEN
           END-RETURN.

       6900-AUDITAR-EJECUCION.
      *-----------------------
      *    CADA EJECUCION QUEDA EN LA AUDITORIA: QUE DEFINICION, DE
      *    QUE EMPRESA, CON QUE CONDICIONES, CUANTOS REGISTROS Y A
      *    DONDE SALIERON.
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
           MOVE "GEN-EXT"        TO AUD-PROGRAMA.
           MOVE LK-OPERADOR      TO AUD-OPERADOR.
           MOVE "R"              TO AUD-OPERACION.
           MOVE EXD-FUENTE       TO AUD-ARCHIVO.
           MOVE EXD-CODIGO       TO AUD-CLAVE.
           MOVE EXD-FILTROS      TO AUD-ANTES.

           MOVE 1 TO WS-PUNTERO.
           IF EXD-SALIDA-CSV
             STRING "EMPRESA " LK-CIA-ACTIVA " REGISTROS "
                 WS-TOT-ESCRITOS " MONTOS OCULTOS "
                 WS-TOT-MONTOS-OCULTOS " PERFIL " WS-MSC-PERFIL
                 " DESTINO " EXD-DESTINO " ARCHIVO "
               DELIMITED BY SIZE
               INTO AUD-DESPUES WITH POINTER WS-PUNTERO
             END-STRING
             STRING WS-RUTA-CSV DELIMITED BY SPACE
               INTO AUD-DESPUES WITH POINTER WS-PUNTERO
             END-STRING
           ELSE
             STRING "EMPRESA " LK-CIA-ACTIVA " REGISTROS "
                 WS-TOT-ESCRITOS " MONTOS OCULTOS "
                 WS-TOT-MONTOS-OCULTOS " PERFIL " WS-MSC-PERFIL
                 " DESTINO " EXD-DESTINO " LISTADO EN SPOOL"
               DELIMITED BY SIZE
               INTO AUD-DESPUES WITH POINTER WS-PUNTERO
             END-STRING
           END-IF.

           WRITE AUD-DATOS.

           CLOSE ARCHIVO-AUDITORIA.

       7000-AUDITAR-DEFINICION.
      *------------------------
      *    LA DEFINICION NO CABE EN UNA IMAGEN DE AUDITORIA: SE GRABA
      *    EN TRAMOS DE 200 POSICIONES, CON EL TRAMO AL FINAL DE LA
      *    CLAVE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE EXD-DATOS TO WS-IMAGEN-DESPUES.

           OPEN EXTEND ARCHIVO-AUDITORIA.
           IF FL-AUD NOT = "00"
             OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF.

           PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 3
             COMPUTE WS-INICIO-TRAMO = (WS-TRAMO - 1) * 200 + 1
             INITIALIZE AUD-DATOS
             MOVE WS-FEC-AA        TO AUD-FEC-AA
             MOVE WS-FEC-MM        TO AUD-FEC-MM
             MOVE WS-FEC-DD        TO AUD-FEC-DD
             MOVE WS-HOR-HH        TO AUD-HOR-HH
             MOVE WS-HOR-MM        TO AUD-HOR-MM
             MOVE WS-HOR-SS        TO AUD-HOR-SS
             MOVE "GEN-EXT"        TO AUD-PROGRAMA
             MOVE LK-OPERADOR      TO AUD-OPERADOR
             MOVE WS-OPERACION-AUD TO AUD-OPERACION
             MOVE "EXD"            TO AUD-ARCHIVO
             STRING EXD-CODIGO "-" WS-TRAMO
               DELIMITED BY SIZE INTO AUD-CLAVE
             END-STRING
             MOVE WS-IMAGEN-ANTES (WS-INICIO-TRAMO:200)   TO AUD-ANTES
             MOVE WS-IMAGEN-DESPUES (WS-INICIO-TRAMO:200) TO AUD-DESPUES
             WRITE AUD-DATOS
           END-PERFORM.

           CLOSE ARCHIVO-AUDITORIA.

       9000-ESCRIBIR-LINEA.
      *--------------------
           DISPLAY WS-LINEA-SPOOL.

           MOVE "D" TO WS-RPT-OPERACION.
           CALL "REP-WRT" USING WS-CONTROL-REPORTE WS-LINEA-SPOOL.


       9999-DISPLAY-MENU-CRUD.
      *-----------------------
           DISPLAY WS-ESPACIADO.
           DISPLAY "--- EXTRACTOS DEFINIDOS POR EL USUARIO ---".
           DISPLAY WS-ESPACIADO.
           DISPLAY " 1.- REGISTRAR DEFINICION".
           DISPLAY " 2.- ACTUALIZAR DEFINICION".
           DISPLAY " 3.- CONSULTAR DEFINICIONES".
           DISPLAY " 4.- INACTIVAR DEFINICION".
           DISPLAY " 5.- CAMPOS DISPONIBLES POR ARCHIVO".
           DISPLAY " 6.- EJECUTAR EXTRACTO".
           DISPLAY " 7.- SALIR".

       9999-IMPRESION-DATOS.
      *---------------------
           DISPLAY WS-DECORADOR-2.
           DISPLAY "CODIGO:        " EXD-CODIGO.
           DISPLAY "DESCRIPCION:   " EXD-DESCRIPCION.
           DISPLAY "FUENTE:        " EXD-FUENTE.
           DISPLAY "SALIDA:        " EXD-SALIDA.
           DISPLAY "DESTINO:       " EXD-DESTINO.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
             IF EXD-CAMPO (WS-IND) NOT = SPACES
               DISPLAY "CAMPO " WS-IND ":     " EXD-CAMPO (WS-IND)
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
             IF EXD-FIL-CAMPO (WS-IND) NOT = SPACES
               DISPLAY "CONDICION " WS-IND ": "
                   EXD-FIL-CAMPO (WS-IND) " "
                   EXD-FIL-OPERADOR (WS-IND) " "
                   EXD-FIL-VALOR (WS-IND)
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
             IF EXD-ORD-CAMPO (WS-IND) NOT = SPACES
               DISPLAY "ORDEN " WS-IND ":     "
                   EXD-ORD-CAMPO (WS-IND) " " EXD-ORD-SENTIDO (WS-IND)
             END-IF
           END-PERFORM.
           DISPLAY "ESTADO:        " EXD-ESTADO.
           DISPLAY "MODIFICADO:    " EXD-FEC-MODIFICA " "
               EXD-OPE-MODIFICA.
           DISPLAY "ULTIMA EJEC.:  " EXD-FEC-EJECUTA " "
               EXD-OPE-EJECUTA " " EXD-REG-EJECUTA " REGISTROS".
           DISPLAY WS-DECORADOR-2.

       8000-REGISTRAR-ERROR.
      *---------------------
      *    EL LLAMADOR DEJA PARRAFO, ARCHIVO, ESTADO, SEVERIDAD Y
      *    MENSAJE; UN MENSAJE EN BLANCO SE TOMA DEL ESTADO.
           MOVE "R"            TO WS-ERR-OPERACION.
           MOVE "GEN-EXT"      TO WS-ERR-PROGRAMA.
           MOVE LK-OPERADOR    TO WS-ERR-OPERADOR.

           CALL "UTIL-ERR" USING WS-CONTROL-ERROR.

           INITIALIZE WS-CONTROL-ERROR.
