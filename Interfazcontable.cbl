      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Interfaz contable de cada run consolidado de
      *    VENTAS-A-TOTALVENTAS. Hasta ahora finanzas tecleaba la
      *    recaudacion de la noche en contabilidad a partir de
      *    TOTALVENTAS.CSV y de INFORME-VENTAS.RPT.
      *
      *    Lee el fichero de trabajo de la ultima generacion
      *    (TOTALVENTAS-TRABAJO.DAT, que lleva cada venta y devolucion
      *    valida con su tipo, su ingreso firmado y su lote) y genera
      *    INTERFAZ-CONTABLE.DAT con un asiento cuadrado por lote,
      *    tienda y fecha de venta:
      *      ventas:       DEBE caja de la tienda / HABER ventas
      *      devoluciones: DEBE devoluciones / HABER caja de la tienda
      *    Cada linea del asiento lleva el numero de asiento, el lote,
      *    la fecha de proceso de la generacion, la tienda, la fecha
      *    de venta, la cuenta, DEBE o HABER y el importe.
      *
      *    Las cuentas salen de CUENTAS-CONTABLES.DAT, que se mantiene
      *    a mano como el resto de ficheros de texto de la instalacion:
      *      ambito (1): T=tienda, R=region, G=general
      *      clave (15): codigo de tienda o nombre de region tal como
      *                  figura en TIENDAS.DAT (en blanco en G)
      *      cuenta de ventas (10)
      *      cuenta de devoluciones (10)
      *      cuenta de caja de la tienda (10)
      *    Para cada tienda se busca primero su linea T, despues la R
      *    de su region y por ultimo la G.
      *
      *    Finanzas nunca debe importar una noche a medias: los
      *    asientos se preparan en INTERFAZ-CONTABLE.TMP y solo se
      *    publican en INTERFAZ-CONTABLE.DAT si todos cuadran (DEBE =
      *    HABER y neto de caja = neto de las ventas del asiento),
      *    todas las tiendas tienen cuentas y el neto total coincide
      *    con el ingreso del resumen del run en
      *    TOTALVENTAS-CONTROL.DAT. Si algo falla no se publica nada,
      *    el informe INTERFAZ-CONTABLE.RPT dice por que y queda
      *    anotado como abandono en CADENA-NOCTURNA.DAT.
      *
      *    Las anulaciones de lotes que ANULA-LOTE deja en
      *    INTERFAZ-ANULACIONES.DAT (ventas y devoluciones anuladas por
      *    lote, tienda y fecha de venta) salen en el mismo run como
      *    asientos inversos, con el DEBE y el HABER cambiados:
      *      ventas:       DEBE ventas / HABER caja de la tienda
      *      devoluciones: DEBE caja de la tienda / HABER devoluciones
      *    Cuadran igual que los demas (DEBE = HABER y caja = neto
      *    anulado), pero su neto no entra en el contraste con el
      *    resumen del run, que no las incluye. Al publicar la interfaz
      *    el fichero se vacia; si no se publica, esperan al siguiente
      *    intento.
      *
      *    Es el sexto paso de la cadena nocturna: exige que
      *    VENTAS-A-TOTALVENTAS haya terminado la generacion y se
      *    niega a pasarla dos veces a contabilidad (CADENA-FORZAR=SI
      *    lo salta y queda anotado). Un paso abandonado se puede
      *    repetir una vez corregido el motivo.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFAZ-CONTABLE.

      ******************************************************************
      *                 ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *--------------ARCHIVO DE ENTRADA: VENTAS Y DEVOLUCIONES VALIDAS
      *--------------DE LA GENERACION (VER VENTAS-A-TOTALVENTAS)
           SELECT TRABAJO ASSIGN TO "TOTALVENTAS-TRABAJO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
           SELECT ORDENADO ASSIGN TO "ORDENADO.TMP".
      *--------------ARCHIVO DE TRABAJO: TOTALES POR LOTE, TIENDA Y
      *--------------FECHA DE VENTA
           SELECT GRUPOS ASSIGN TO "INTERFAZ-GRUPOS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GRUPOS.
      *--------------ARCHIVO DE ENTRADA: HISTORIA DE CUADRES
           SELECT CONTROL-VENTAS ASSIGN TO "TOTALVENTAS-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.
      *--------------ARCHIVO DE ENTRADA: CUENTAS POR TIENDA/REGION
           SELECT CUENTAS ASSIGN TO "CUENTAS-CONTABLES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE ENTRADA/SALIDA: VENTAS DE LOTES
      *--------------ANULADOS PENDIENTES DE PASAR (VER ANULA-LOTE)
           SELECT ANULACIONES ASSIGN TO "INTERFAZ-ANULACIONES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULACIONES.
      *--------------ARCHIVO DE TRABAJO: ASIENTOS EN PREPARACION
           SELECT PREPARACION ASSIGN TO "INTERFAZ-CONTABLE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PREPARACION.
      *--------------ARCHIVO DE SALIDA: INTERFAZ PARA CONTABILIDAD
           SELECT INTERFAZ ASSIGN TO "INTERFAZ-CONTABLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTERFAZ.
      *--------------ARCHIVO DE SALIDA: INFORME DE LA INTERFAZ
           SELECT INFORME ASSIGN TO "INTERFAZ-CONTABLE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.
      *--------------ARCHIVO DE ENTRADA/SALIDA: ESTADO DE LA CADENA
      *--------------NOCTURNA (UN REGISTRO POR EVENTO)
           SELECT CADENA ASSIGN TO "CADENA-NOCTURNA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CADENA.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD TRABAJO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *2200-GRABAR-TRABAJO
       01  REG-TRABAJO-DAT PIC X(38).

           FD GRUPOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    LOTE(8) + TIENDA(3) + FECHA(8) + VENTAS(13) +
      *    DEVOLUCIONES(13) + NETO CON SIGNO(14) + ANOTACIONES(7)
       01  REG-GRUPOS-DAT PIC X(66).

           FD CONTROL-VENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *3150-GRABAR-CONTROL
       01  REG-CONTROL-DAT PIC X(108).

           FD CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    AMBITO(1) + CLAVE(15) + CUENTA VENTAS(10) + CUENTA
      *    DEVOLUCIONES(10) + CUENTA CAJA(10)
       01  REG-CUENTAS-DAT PIC X(46).

           FD TIENDAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MAESTRO DE TIENDAS: CODIGO(3) + NOMBRE(30) + REGION(15) +
      *ESTADO(1)
       01  REG-TIENDAS-DAT PIC X(49).

           FD ANULACIONES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE REG-GRUPOS-DAT, CON LAS VENTAS ANULADAS DE
      *UN LOTE EN UNA TIENDA Y FECHA DE VENTA
       01  REG-ANULACIONES-DAT PIC X(66).

           FD PREPARACION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE REG-INTERFAZ-DAT
       01  REG-PREPARACION-DAT PIC X(89).

           FD INTERFAZ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    ASIENTO(6) + LINEA(2) + FECHA PROCESO(8) + LOTE(8) +
      *    TIENDA(3) + FECHA VENTA(8) + CUENTA(10) + DEBE/HABER(1) +
      *    IMPORTE(13) + CONCEPTO(30)
       01  REG-INTERFAZ-DAT PIC X(89).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

           SD ORDENADO.
      *MISMO REGISTRO QUE REG-TRABAJO-DAT, ORDENADO POR LOTE, TIENDA
      *Y FECHA DE VENTA
       01  REG-ORDENADO.
           05 ORD-CODIGO  PIC X(5).
           05 ORD-TIENDA  PIC X(3).
           05 ORD-FECHA   PIC 9(8).
           05 ORD-TIPO    PIC X(1).
           05 ORD-CANT    PIC S9(3) SIGN LEADING SEPARATE.
           05 ORD-INGRESO PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ORD-LOTE    PIC X(8).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-TRABAJO     PIC 9(2) VALUES ZEROS.
           05 FS-GRUPOS      PIC 9(2) VALUES ZEROS.
           05 FS-CONTROL     PIC 9(2) VALUES ZEROS.
           05 FS-CUENTAS     PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS     PIC 9(2) VALUES ZEROS.
           05 FS-PREPARACION PIC 9(2) VALUES ZEROS.
           05 FS-INTERFAZ    PIC 9(2) VALUES ZEROS.
           05 FS-INFORME     PIC 9(2) VALUES ZEROS.
           05 FS-CADENA      PIC 9(2) VALUES ZEROS.
           05 FS-ANULACIONES PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-ORDENADO    PIC X(2) VALUES "NO".
           05 SW-EOF-GRUPOS      PIC X(2) VALUES "NO".
           05 SW-EOF-CONTROL     PIC X(2) VALUES "NO".
           05 SW-EOF-CUENTAS     PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS     PIC X(2) VALUES "NO".
           05 SW-EOF-PREPARACION PIC X(2) VALUES "NO".
           05 SW-EOF-CADENA      PIC X(2) VALUES "NO".
           05 SW-EOF-ANULACIONES PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *TOTALES DE UN LOTE+TIENDA+FECHA: VENTAS Y DEVOLUCIONES EN
      *POSITIVO, Y EL NETO SUMADO APARTE CON EL SIGNO DEL FICHERO DE
      *TRABAJO PARA CONTRASTAR EL ASIENTO
           02 REG-GRUPO.
               05 GRU-LOTE         PIC X(8) VALUES SPACES.
               05 GRU-TIENDA       PIC X(3) VALUES SPACES.
               05 GRU-FECHA        PIC 9(8) VALUES ZEROS.
               05 GRU-VENTAS       PIC 9(11)V99 VALUES ZEROS.
               05 GRU-DEVOLUCIONES PIC 9(11)V99 VALUES ZEROS.
               05 GRU-NETO         PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 GRU-ANOTACIONES  PIC 9(7) VALUES ZEROS.

      *LINEA DE ASIENTO DE LA INTERFAZ
           02 REG-INTERFAZ.
               05 ITF-ASIENTO       PIC 9(6) VALUES ZEROS.
               05 ITF-LINEA         PIC 9(2) VALUES ZEROS.
               05 ITF-FECHA-PROCESO PIC 9(8) VALUES ZEROS.
               05 ITF-LOTE          PIC X(8) VALUES SPACES.
               05 ITF-TIENDA        PIC X(3) VALUES SPACES.
               05 ITF-FECHA-VENTA   PIC 9(8) VALUES ZEROS.
               05 ITF-CUENTA        PIC X(10) VALUES SPACES.
      *D=DEBE, H=HABER
               05 ITF-DEBE-HABER    PIC X(1) VALUES SPACES.
               05 ITF-IMPORTE       PIC 9(11)V99 VALUES ZEROS.
               05 ITF-CONCEPTO      PIC X(30) VALUES SPACES.

      *LINEA DE CUENTAS-CONTABLES.DAT
           02 REG-CUENTA.
               05 CTA-AMBITO       PIC X(1) VALUES SPACES.
               05 CTA-CLAVE        PIC X(15) VALUES SPACES.
               05 CTA-VENTAS       PIC X(10) VALUES SPACES.
               05 CTA-DEVOLUCIONES PIC X(10) VALUES SPACES.
               05 CTA-CAJA         PIC X(10) VALUES SPACES.

      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *3150-GRABAR-CONTROL
           02 REG-CONTROL.
               05 CONTROL-REG-LEIDOS      PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-VALIDAS     PIC 9(7) VALUES ZEROS.
               05 CONTROL-CANT-TOTAL      PIC S9(10)
                                          SIGN LEADING SEPARATE
                                          VALUES ZEROS.
               05 CONTROL-INGRESO-TOTAL   PIC S9(13)V99
                                          SIGN LEADING SEPARATE
                                          VALUES ZEROS.
               05 CONTROL-REG-TOTAL       PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-ERRORCODIGO PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-ERRORVENTA  PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-ERRORFECHA  PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-ERRORTIENDA PIC 9(7) VALUES ZEROS.
               05 CONTROL-REG-DEVOLUCIONES PIC 9(7) VALUES ZEROS.
               05 CONTROL-LOTE            PIC X(8) VALUES SPACES.
               05 CONTROL-MODO-EJECUCION  PIC X(10) VALUES SPACES.
               05 CONTROL-REG-ERRORPRECIO PIC 9(7) VALUES ZEROS.
      *EVENTO DE LA CADENA NOCTURNA: GENERACION(6) + PASO(20) +
      *EVENTO(10) + FECHA PROCESO(8) + FECHA(8) + HORA(8) + PRIMER Y
      *ULTIMO LOTE(8+8) + NUMERO DE LOTES(3) + MODO(10) + MENSAJE(60)
           02 REG-CADENA.
               05 CAD-GENERACION    PIC 9(6) VALUES ZEROS.
               05 CAD-PASO          PIC X(20) VALUES SPACES.
               05 CAD-EVENTO        PIC X(10) VALUES SPACES.
               05 CAD-FECHA-PROCESO PIC 9(8) VALUES ZEROS.
               05 CAD-FECHA         PIC 9(8) VALUES ZEROS.
               05 CAD-HORA          PIC 9(8) VALUES ZEROS.
               05 CAD-LOTE-DESDE    PIC X(8) VALUES SPACES.
               05 CAD-LOTE-HASTA    PIC X(8) VALUES SPACES.
               05 CAD-NUM-LOTES     PIC 9(3) VALUES ZEROS.
               05 CAD-MODO          PIC X(10) VALUES SPACES.
               05 CAD-MENSAJE       PIC X(60) VALUES SPACES.

      *MAESTRO DE TIENDAS CARGADO EN TABLA, COMO EN
      *VENTAS-A-TOTALVENTAS (1080-CARGAR-TIENDAS)
       01  MAESTRO-TIENDAS.
           05 CONT-TIENDAS PIC 9(3) VALUES ZEROS.
           05 TIENDA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-TIENDA.
               10 TIE-CODIGO PIC X(3) VALUES SPACES.
               10 TIE-NOMBRE PIC X(30) VALUES SPACES.
               10 TIE-REGION PIC X(15) VALUES SPACES.
               10 TIE-ESTADO PIC X(1) VALUES SPACES.

      *CUENTAS-CONTABLES.DAT CARGADO EN TABLA
       01  MAESTRO-CUENTAS.
           05 CONT-CUENTAS PIC 9(3) VALUES ZEROS.
           05 CUENTA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-CUENTA.
               10 MCT-AMBITO       PIC X(1) VALUES SPACES.
               10 MCT-CLAVE        PIC X(15) VALUES SPACES.
               10 MCT-VENTAS       PIC X(10) VALUES SPACES.
               10 MCT-DEVOLUCIONES PIC X(10) VALUES SPACES.
               10 MCT-CAJA         PIC X(10) VALUES SPACES.

      *CUENTAS DEL ASIENTO EN CURSO (VER 2100-BUSCAR-CUENTAS)
       01  CUENTAS-ASIENTO.
           05 SW-CUENTAS-ENCONTRADAS PIC X(2) VALUES "NO".
           05 BUS-AMBITO             PIC X(1) VALUES SPACES.
           05 BUS-CLAVE              PIC X(15) VALUES SPACES.
           05 BUS-REGION             PIC X(15) VALUES SPACES.
           05 ASI-CUENTA-VENTAS      PIC X(10) VALUES SPACES.
           05 ASI-CUENTA-DEVOL       PIC X(10) VALUES SPACES.
           05 ASI-CUENTA-CAJA        PIC X(10) VALUES SPACES.
           05 ASI-DEBE               PIC 9(11)V99 VALUES ZEROS.
           05 ASI-HABER              PIC 9(11)V99 VALUES ZEROS.
           05 ASI-NETO-CAJA          PIC S9(11)V99 VALUES ZEROS.
           05 ASI-SITUACION          PIC X(40) VALUES SPACES.

      *RESUMEN DEL RUN DE VENTAS EN TOTALVENTAS-CONTROL.DAT: EL ULTIMO
      *REGISTRO QUE NO ES CUADRE DE UN LOTE NI UNA ANULACION
       01  RESUMEN-RUN.
           05 SW-RESUMEN-ENCONTRADO PIC X(2) VALUES "NO".
           05 RES-MODO              PIC X(10) VALUES SPACES.
           05 RES-INGRESO           PIC S9(13)V99 VALUES ZEROS.

      *CORTE DE CONTROL DEL FICHERO DE TRABAJO ORDENADO (VER 1310)
       01  CONSOLIDACION.
           05 SW-GRUPO-SALIDA-ABIERTO PIC X(2) VALUES "NO".

      *FECHA DE PROCESO QUE LLEVAN LOS ASIENTOS: LA DE LA GENERACION
      *(LA QUE SELLA EL HISTORICO); SIN CADENA, LA DE HOY
       01  FECHA-ASIENTOS PIC 9(8) VALUES ZEROS.

      *MOTIVO POR EL QUE LA INTERFAZ NO SE PUBLICA (EN BLANCO SI SE
      *PUBLICA)
       01  MOTIVO-NO-PUBLICAR PIC X(60) VALUES SPACES.

       01  CONTADORES.
      *CONTADOR DE ANOTACIONES LEIDAS DEL FICHERO DE TRABAJO
           05 CONT-ANOTACIONES    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE GRUPOS LOTE+TIENDA+FECHA
           05 CONT-GRUPOS         PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ASIENTOS PREPARADOS
           05 CONT-ASIENTOS       PIC 9(6) VALUES ZEROS.
      *CONTADOR DE LINEAS DE ASIENTO PREPARADAS
           05 CONT-LINEAS         PIC 9(7) VALUES ZEROS.
      *CONTADOR DE LINEAS PUBLICADAS EN INTERFAZ-CONTABLE.DAT
           05 CONT-PUBLICADAS     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ASIENTOS QUE NO CUADRAN
           05 CONT-DESCUADRES     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE GRUPOS DE TIENDAS SIN CUENTAS
           05 CONT-SIN-CUENTAS    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE GRUPOS SIN IMPORTE (NO GENERAN ASIENTO)
           05 CONT-SIN-IMPORTE    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ANULACIONES LEIDAS DE INTERFAZ-ANULACIONES.DAT Y
      *DE ASIENTOS INVERSOS PREPARADOS CON ELLAS
           05 CONT-ANULACIONES    PIC 9(7) VALUES ZEROS.
           05 CONT-ASIENTOS-INV   PIC 9(6) VALUES ZEROS.

       01  ACUMULADORES.
           05 ACU-VENTAS       PIC 9(13)V99 VALUES ZEROS.
           05 ACU-DEVOLUCIONES PIC 9(13)V99 VALUES ZEROS.
           05 ACU-NETO         PIC S9(13)V99 VALUES ZEROS.
           05 ACU-DEBE         PIC 9(13)V99 VALUES ZEROS.
           05 ACU-HABER        PIC 9(13)V99 VALUES ZEROS.
           05 ACU-DIFERENCIA   PIC S9(13)V99 VALUES ZEROS.
      *NETO DE LAS VENTAS ANULADAS (EL QUE SE DESHACE EN CAJA)
           05 ACU-NETO-ANULADO PIC S9(13)V99 VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-ASIENTO-ED        PIC Z(6)9.
           05 RPT-ASIENTO-TXT       PIC X(7) VALUES SPACES.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-IMPORTE-ED        PIC -(13)9,99.
           05 RPT-IMPORTE2-ED       PIC -(13)9,99.
           05 RPT-IMPORTE3-ED       PIC -(13)9,99.

      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(25) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      *ESTADO DE LA ULTIMA GENERACION DE LA CADENA NOCTURNA, CARGADO
      *DE CADENA-NOCTURNA.DAT EN 1070-CONTROL-CADENA. LOS PASOS VAN EN
      *EL ORDEN DE EXPLOTACION
       01  CADENA-NOCTURNA.
           05 CAD-ULT-GENERACION    PIC 9(6) VALUES ZEROS.
           05 CAD-GEN-FECHA-PROCESO PIC 9(8) VALUES ZEROS.
           05 CAD-GEN-LOTE-DESDE    PIC X(8) VALUES SPACES.
           05 CAD-GEN-LOTE-HASTA    PIC X(8) VALUES SPACES.
           05 CAD-GEN-NUM-LOTES     PIC 9(3) VALUES ZEROS.
           05 CAD-POS               PIC 9(2) VALUES ZEROS.
           05 CAD-FORZAR-TXT        PIC X(2) VALUES SPACES.
           05 CAD-MOTIVO            PIC X(60) VALUES SPACES.
           05 CAD-NOMBRES.
               10 FILLER PIC X(20) VALUES "VENTAS-A-TOTALVENTAS".
               10 FILLER PIC X(20) VALUES "ACTUALIZA-STOCK".
               10 FILLER PIC X(20) VALUES "DEPURA-HISTORICO".
               10 FILLER PIC X(20) VALUES "INFORME-REGIONAL".
               10 FILLER PIC X(20) VALUES "INFORME-COMPARATIVO".
               10 FILLER PIC X(20) VALUES "INTERFAZ-CONTABLE".
           05 CAD-TABLA-NOMBRES REDEFINES CAD-NOMBRES.
               10 CAD-NOMBRE-PASO PIC X(20) OCCURS 6.
           05 CAD-ESTADO-PASO OCCURS 6.
               10 CAD-INICIADO  PIC X(2).
               10 CAD-TERMINADO PIC X(2).

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO
           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                UNTIL SW-EOF-GRUPOS = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      ACUMULADORES
                      MAESTRO-TIENDAS
                      MAESTRO-CUENTAS

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           PERFORM 1060-CARGAR-CUENTAS THRU 1060-FIN-CARGAR-CUENTAS

           PERFORM 1070-CONTROL-CADENA THRU 1070-FIN-CONTROL-CADENA

           IF CAD-GEN-FECHA-PROCESO > 0
             MOVE CAD-GEN-FECHA-PROCESO TO FECHA-ASIENTOS
           ELSE
             MOVE RPT-FECHA-PROCESO TO FECHA-ASIENTOS
           END-IF

           PERFORM 1100-LEER-RESUMEN THRU 1100-FIN-LEER-RESUMEN

           PERFORM 1300-AGRUPAR-TRABAJO THRU 1300-FIN-AGRUPAR-TRABAJO

           PERFORM 1400-ABRIR-SALIDAS THRU 1400-FIN-ABRIR-SALIDAS

      *REALIZAMOS UNA LECTURA ANTICIPADA
           PERFORM 4000-LEER-GRUPO THRU 4000-FIN-LEER-GRUPO.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA, COMO HACE
      *VENTAS-A-TOTALVENTAS EN 1080-CARGAR-TIENDAS: DA LA REGION DE
      *CADA TIENDA PARA BUSCAR SUS CUENTAS
           OPEN INPUT TIENDAS

           IF FS-TIENDAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TIENDAS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-TIENDAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-TIENDAS = "SI"
             IF CONT-TIENDAS >= 500
               DISPLAY "TIENDAS.DAT TRAE MAS DE 500 TIENDAS: HAY QUE "
                       "AMPLIAR LA TABLA MAESTRO-TIENDAS, PROCESO "
                       "ABANDONADO"
               STOP RUN
             END-IF
             READ TIENDAS INTO TIENDA-ENTRADA(CONT-TIENDAS + 1)
               AT END
                 MOVE "SI" TO SW-EOF-TIENDAS
               NOT AT END
                 ADD 1 TO CONT-TIENDAS
             END-READ

             IF FS-TIENDAS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "TIENDAS.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-TIENDAS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE TIENDAS.

       1050-FIN-CARGAR-TIENDAS.
      *------------------------
           EXIT.

       1060-CARGAR-CUENTAS.
      *--------------------
      *UNA LINEA MAL RELLENADA DEJARIA ASIENTOS SIN CUENTA: SE PARA
      *ANTES DE EMPEZAR PARA QUE SE CORRIJA EL FICHERO
           OPEN INPUT CUENTAS

           IF FS-CUENTAS = 35
             DISPLAY "NO EXISTE CUENTAS-CONTABLES.DAT CON LAS CUENTAS "
                     "POR TIENDA/REGION, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF FS-CUENTAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CUENTAS-CONTABLES.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CUENTAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-CUENTAS = "SI"
             READ CUENTAS INTO REG-CUENTA
               AT END
                 MOVE "SI" TO SW-EOF-CUENTAS
               NOT AT END
                 PERFORM 1065-ANOTAR-CUENTA
                    THRU 1065-FIN-ANOTAR-CUENTA
             END-READ

             IF FS-CUENTAS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "CUENTAS-CONTABLES.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-CUENTAS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE CUENTAS.

       1060-FIN-CARGAR-CUENTAS.
      *------------------------
           EXIT.

       1065-ANOTAR-CUENTA.
      *-------------------
           IF (CTA-AMBITO <> "T" AND "R" AND "G") OR
              (CTA-AMBITO <> "G" AND CTA-CLAVE = SPACES) OR
              CTA-VENTAS = SPACES OR CTA-DEVOLUCIONES = SPACES OR
              CTA-CAJA = SPACES
             DISPLAY "LINEA INCOMPLETA EN CUENTAS-CONTABLES.DAT: "
                     REG-CUENTA
             DISPLAY "PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF CONT-CUENTAS >= 500
             DISPLAY "CUENTAS-CONTABLES.DAT TRAE MAS DE 500 LINEAS: HAY"
                     " QUE AMPLIAR LA TABLA MAESTRO-CUENTAS, PROCESO "
                     "ABANDONADO"
             STOP RUN
           END-IF

           ADD 1 TO CONT-CUENTAS
           MOVE CTA-AMBITO       TO MCT-AMBITO(CONT-CUENTAS)
           MOVE CTA-CLAVE        TO MCT-CLAVE(CONT-CUENTAS)
           MOVE CTA-VENTAS       TO MCT-VENTAS(CONT-CUENTAS)
           MOVE CTA-DEVOLUCIONES TO MCT-DEVOLUCIONES(CONT-CUENTAS)
           MOVE CTA-CAJA         TO MCT-CAJA(CONT-CUENTAS).

       1065-FIN-ANOTAR-CUENTA.
      *-----------------------
           EXIT.

       1070-CONTROL-CADENA.
      *--------------------
      *LA INTERFAZ LEE EL FICHERO DE TRABAJO DE LA ULTIMA GENERACION:
      *EXIGE QUE VENTAS-A-TOTALVENTAS LA HAYA TERMINADO Y QUE NO SE
      *HAYA PASADO YA A CONTABILIDAD. UN PASO ABANDONADO (INICIADO Y
      *NO TERMINADO) SE PUEDE REPETIR: LA INTERFAZ SE REHACE ENTERA
           PERFORM 1072-CARGAR-CADENA THRU 1072-FIN-CARGAR-CADENA

           MOVE SPACES TO CAD-MOTIVO

           EVALUATE TRUE
             WHEN CAD-ULT-GENERACION = 0
               CONTINUE
             WHEN CAD-TERMINADO(1) = "NO"
               MOVE "VENTAS-A-TOTALVENTAS NO HA TERMINADO LA GENERACION"
                 TO CAD-MOTIVO
             WHEN CAD-TERMINADO(6) = "SI"
               MOVE "LA GENERACION YA SE PASO A CONTABILIDAD"
                 TO CAD-MOTIVO
           END-EVALUATE

           IF CAD-MOTIVO <> SPACES
             PERFORM 1076-RECHAZAR-CADENA THRU 1076-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "INICIO" TO CAD-EVENTO
           MOVE SPACES   TO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA.

       1070-FIN-CONTROL-CADENA.
      *------------------------
           EXIT.

       1072-CARGAR-CADENA.
      *-------------------
      *RECORRE CADENA-NOCTURNA.DAT Y SE QUEDA CON EL ESTADO DE LA
      *ULTIMA GENERACION: QUE PASOS LA EMPEZARON Y CUALES LA
      *TERMINARON, Y LOS LOTES Y LA FECHA DE PROCESO CON QUE LA CERRO
      *VENTAS-A-TOTALVENTAS
           MOVE ZEROS TO CAD-ULT-GENERACION

           PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 6
             MOVE "NO" TO CAD-INICIADO(CAD-POS)
                          CAD-TERMINADO(CAD-POS)
           END-PERFORM

           OPEN INPUT CADENA

      *SIN FICHERO TODAVIA NO HAY NINGUNA GENERACION
           IF FS-CADENA = 35
             GO TO 1072-FIN-CARGAR-CADENA
           END-IF

           IF FS-CADENA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-CADENA
           PERFORM UNTIL SW-EOF-CADENA = "SI"
             READ CADENA INTO REG-CADENA
               AT END
                 MOVE "SI" TO SW-EOF-CADENA
               NOT AT END
                 PERFORM 1074-TRATAR-EVENTO
                    THRU 1074-FIN-TRATAR-EVENTO
             END-READ

             IF FS-CADENA <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "CADENA-NOCTURNA" TO ERRORFI-EN-FICHERO
               MOVE FS-CADENA TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE CADENA.

       1072-FIN-CARGAR-CADENA.
      *-----------------------
           EXIT.

       1074-TRATAR-EVENTO.
      *-------------------
      *UNA GENERACION NUEVA (SOLO LAS ABRE VENTAS-A-TOTALVENTAS)
      *DEJA ATRAS EL ESTADO DE LA ANTERIOR
           IF CAD-GENERACION > CAD-ULT-GENERACION
             MOVE CAD-GENERACION TO CAD-ULT-GENERACION
             MOVE ZEROS  TO CAD-GEN-FECHA-PROCESO
                            CAD-GEN-NUM-LOTES
             MOVE SPACES TO CAD-GEN-LOTE-DESDE
                            CAD-GEN-LOTE-HASTA
             PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 6
               MOVE "NO" TO CAD-INICIADO(CAD-POS)
                            CAD-TERMINADO(CAD-POS)
             END-PERFORM
           END-IF

           IF CAD-GENERACION < CAD-ULT-GENERACION
             GO TO 1074-FIN-TRATAR-EVENTO
           END-IF

           PERFORM VARYING CAD-POS FROM 1 BY 1
                   UNTIL CAD-POS > 6
                      OR CAD-NOMBRE-PASO(CAD-POS) = CAD-PASO
             CONTINUE
           END-PERFORM

      *LOS RECHAZOS Y LOS FORZADOS NO CAMBIAN EL ESTADO DE LOS PASOS
           IF CAD-POS > 6
             GO TO 1074-FIN-TRATAR-EVENTO
           END-IF

           IF CAD-EVENTO = "INICIO"
             MOVE "SI" TO CAD-INICIADO(CAD-POS)
           END-IF

           IF CAD-EVENTO = "FIN"
             MOVE "SI" TO CAD-TERMINADO(CAD-POS)
             IF CAD-POS = 1
               MOVE CAD-FECHA-PROCESO TO CAD-GEN-FECHA-PROCESO
               MOVE CAD-LOTE-DESDE    TO CAD-GEN-LOTE-DESDE
               MOVE CAD-LOTE-HASTA    TO CAD-GEN-LOTE-HASTA
               MOVE CAD-NUM-LOTES     TO CAD-GEN-NUM-LOTES
             END-IF
           END-IF.

       1074-FIN-TRATAR-EVENTO.
      *-----------------------
           EXIT.

       1076-RECHAZAR-CADENA.
      *---------------------
      *EL PASO NO LE TOCA: SE PARA CON EL MOTIVO, SALVO QUE EL
      *OPERADOR LO FUERCE CON CADENA-FORZAR=SI. EN AMBOS CASOS QUEDA
      *ANOTADO EN CADENA-NOCTURNA.DAT
           ACCEPT CAD-FORZAR-TXT FROM ENVIRONMENT "CADENA-FORZAR"

           DISPLAY "CADENA NOCTURNA, GENERACION " CAD-ULT-GENERACION
                   ": " CAD-MOTIVO

           MOVE CAD-MOTIVO TO CAD-MENSAJE

           IF CAD-FORZAR-TXT = "SI"
             DISPLAY "CADENA-FORZAR=SI: EL PASO CONTINUA POR "
                     "ORDEN DEL OPERADOR"
             MOVE "FORZADO" TO CAD-EVENTO
             PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA
             GO TO 1076-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "RECHAZO" TO CAD-EVENTO
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           DISPLAY "INTERFAZ-CONTABLE NO PUEDE EMPEZAR, "
                   "PROCESO ABANDONADO"

           STOP RUN.

       1076-FIN-RECHAZAR-CADENA.
      *-------------------------
           EXIT.

       1100-LEER-RESUMEN.
      *------------------
      *EL RESUMEN DEL RUN ES EL ULTIMO REGISTRO DE CONTROL QUE NO ES
      *EL CUADRE DE UN LOTE (NORMAL CON LOTE) NI UNA ANULACION: EL
      *GLOBAL DE UN NORMAL (LOTE EN BLANCO), UN RESTART O UNA
      *CORRECCION
           OPEN INPUT CONTROL-VENTAS

           IF FS-CONTROL = 35
             DISPLAY "NO EXISTE TOTALVENTAS-CONTROL.DAT: NO HAY RUN "
                     "DE VENTAS QUE PASAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF FS-CONTROL <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTROL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-CONTROL
           PERFORM UNTIL SW-EOF-CONTROL = "SI"
             READ CONTROL-VENTAS INTO REG-CONTROL
               AT END
                 MOVE "SI" TO SW-EOF-CONTROL
               NOT AT END
                 IF CONTROL-MODO-EJECUCION = "RESTART" OR
                    CONTROL-MODO-EJECUCION = "CORRECCION" OR
                    (CONTROL-MODO-EJECUCION = "NORMAL" AND
                     CONTROL-LOTE = SPACES)
                   MOVE "SI" TO SW-RESUMEN-ENCONTRADO
                   MOVE CONTROL-MODO-EJECUCION TO RES-MODO
                   MOVE CONTROL-INGRESO-TOTAL  TO RES-INGRESO
                 END-IF
             END-READ

             IF FS-CONTROL <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-CONTROL TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE CONTROL-VENTAS

           IF SW-RESUMEN-ENCONTRADO = "NO"
             DISPLAY "TOTALVENTAS-CONTROL.DAT NO TIENE EL RESUMEN DE "
                     "NINGUN RUN DE VENTAS, PROCESO ABANDONADO"
             STOP RUN
           END-IF.

       1100-FIN-LEER-RESUMEN.
      *----------------------
           EXIT.

       1300-AGRUPAR-TRABAJO.
      *---------------------
      *ORDENA EL FICHERO DE TRABAJO POR LOTE + TIENDA + FECHA DE VENTA
      *Y DEJA EN INTERFAZ-GRUPOS.TMP UN REGISTRO POR COMBINACION CON
      *SUS VENTAS, SUS DEVOLUCIONES Y SU NETO: CADA UNO SERA UN ASIENTO
           OPEN INPUT TRABAJO

           IF FS-TRABAJO = 35
             DISPLAY "NO EXISTE TOTALVENTAS-TRABAJO.DAT: NO HAY RUN DE "
                     "VENTAS QUE PASAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-TRABAJO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE TRABAJO

           OPEN OUTPUT GRUPOS

           IF FS-GRUPOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           SORT ORDENADO ON ASCENDING KEY ORD-LOTE
                                          ORD-TIENDA
                                          ORD-FECHA
             USING TRABAJO
             OUTPUT PROCEDURE IS 1310-SALIDA-TRABAJO
                           THRU 1318-FIN-SALIDA-TRABAJO

           CLOSE GRUPOS

           IF FS-GRUPOS <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       1300-FIN-AGRUPAR-TRABAJO.
      *-------------------------
           EXIT.

       1310-SALIDA-TRABAJO.
      *--------------------
           MOVE "NO" TO SW-EOF-ORDENADO
           MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO

           PERFORM 1315-RETORNAR-ORDENADO
              THRU 1315-FIN-RETORNAR-ORDENADO

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 1312-TRATAR-ORDENADO
                THRU 1312-FIN-TRATAR-ORDENADO
             PERFORM 1315-RETORNAR-ORDENADO
                THRU 1315-FIN-RETORNAR-ORDENADO
           END-PERFORM

      *ULTIMO GRUPO PENDIENTE DE GRABAR
           IF SW-GRUPO-SALIDA-ABIERTO = "SI"
             PERFORM 1320-GRABAR-GRUPO THRU 1320-FIN-GRABAR-GRUPO
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 1318-FIN-SALIDA-TRABAJO.

       1312-TRATAR-ORDENADO.
      *---------------------
           ADD 1 TO CONT-ANOTACIONES

           IF SW-GRUPO-SALIDA-ABIERTO = "SI" AND
              (ORD-LOTE   <> GRU-LOTE OR
               ORD-TIENDA <> GRU-TIENDA OR
               ORD-FECHA  <> GRU-FECHA)
             PERFORM 1320-GRABAR-GRUPO THRU 1320-FIN-GRABAR-GRUPO
             MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO
           END-IF

           IF SW-GRUPO-SALIDA-ABIERTO = "NO"
             MOVE "SI" TO SW-GRUPO-SALIDA-ABIERTO
             MOVE ORD-LOTE   TO GRU-LOTE
             MOVE ORD-TIENDA TO GRU-TIENDA
             MOVE ORD-FECHA  TO GRU-FECHA
             MOVE ZEROS TO GRU-VENTAS
                           GRU-DEVOLUCIONES
                           GRU-NETO
                           GRU-ANOTACIONES
           END-IF

      *LAS DEVOLUCIONES LLEGAN CON EL INGRESO EN NEGATIVO
           IF ORD-TIPO = "D"
             SUBTRACT ORD-INGRESO FROM GRU-DEVOLUCIONES
           ELSE
             ADD ORD-INGRESO TO GRU-VENTAS
           END-IF

           ADD ORD-INGRESO TO GRU-NETO
           ADD 1 TO GRU-ANOTACIONES.

       1312-FIN-TRATAR-ORDENADO.
      *-------------------------
           EXIT.

       1315-RETORNAR-ORDENADO.
      *-----------------------
           RETURN ORDENADO
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       1315-FIN-RETORNAR-ORDENADO.
      *---------------------------
           EXIT.

       1318-FIN-SALIDA-TRABAJO.
      *------------------------
           EXIT.

       1320-GRABAR-GRUPO.
      *------------------
           WRITE REG-GRUPOS-DAT FROM REG-GRUPO

           IF FS-GRUPOS <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-GRUPOS.

       1320-FIN-GRABAR-GRUPO.
      *----------------------
           EXIT.

       1400-ABRIR-SALIDAS.
      *-------------------
      *LA INTERFAZ DEFINITIVA NO SE ABRE AQUI: SOLO SE ESCRIBE AL
      *FINAL, SI TODO CUADRA (VER 3200-PUBLICAR-INTERFAZ)
           OPEN INPUT GRUPOS

           IF FS-GRUPOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT PREPARACION

           IF FS-PREPARACION <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-PREPARACION TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           STRING "GENERACION " CAD-ULT-GENERACION
                  "   FECHA DE PROCESO DE LOS ASIENTOS: "
                  FECHA-ASIENTOS
                  "   RUN DE VENTAS: " RES-MODO
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "ASIENTO  LOTE      TDA  FECHA VT             VENTAS"
                  "       DEVOLUCIONES               NETO  SITUACION"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       1400-FIN-ABRIR-SALIDAS.
      *-----------------------
           EXIT.

       2000-PROCESO.
      *-------------
           ADD GRU-VENTAS       TO ACU-VENTAS
           ADD GRU-DEVOLUCIONES TO ACU-DEVOLUCIONES
           ADD GRU-NETO         TO ACU-NETO

           MOVE ZEROS  TO ASI-DEBE
                          ASI-HABER
                          ASI-NETO-CAJA
           MOVE SPACES TO ASI-SITUACION
                          RPT-ASIENTO-TXT

           IF GRU-VENTAS = 0 AND GRU-DEVOLUCIONES = 0
             ADD 1 TO CONT-SIN-IMPORTE
             MOVE "SIN IMPORTE, NO GENERA ASIENTO" TO ASI-SITUACION
             GO TO 2050-LINEA-INFORME
           END-IF

           PERFORM 2100-BUSCAR-CUENTAS THRU 2100-FIN-BUSCAR-CUENTAS

           IF SW-CUENTAS-ENCONTRADAS = "NO"
             ADD 1 TO CONT-SIN-CUENTAS
             MOVE "*** TIENDA SIN CUENTAS CONTABLES ***"
               TO ASI-SITUACION
             GO TO 2050-LINEA-INFORME
           END-IF

           ADD 1 TO CONT-ASIENTOS
           MOVE CONT-ASIENTOS TO RPT-ASIENTO-ED
           MOVE RPT-ASIENTO-ED TO RPT-ASIENTO-TXT
           PERFORM 2200-GRABAR-ASIENTO THRU 2200-FIN-GRABAR-ASIENTO

      *EL ASIENTO CUADRA SI DEBE = HABER Y SI LO QUE ENTRA EN CAJA ES
      *EL NETO DE LAS VENTAS Y DEVOLUCIONES QUE LO FORMAN
           IF ASI-DEBE <> ASI-HABER OR ASI-NETO-CAJA <> GRU-NETO
             ADD 1 TO CONT-DESCUADRES
             MOVE "*** ASIENTO DESCUADRADO ***" TO ASI-SITUACION
           ELSE
             MOVE "CUADRADO" TO ASI-SITUACION
           END-IF.

       2050-LINEA-INFORME.
      *-------------------
           MOVE GRU-VENTAS       TO RPT-IMPORTE-ED
           MOVE GRU-DEVOLUCIONES TO RPT-IMPORTE2-ED
           MOVE GRU-NETO         TO RPT-IMPORTE3-ED
           STRING RPT-ASIENTO-TXT "  " GRU-LOTE "  " GRU-TIENDA
                  "  " GRU-FECHA "  " RPT-IMPORTE-ED
                  "  " RPT-IMPORTE2-ED "  " RPT-IMPORTE3-ED
                  "  " ASI-SITUACION
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM 4000-LEER-GRUPO THRU 4000-FIN-LEER-GRUPO.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-BUSCAR-CUENTAS.
      *--------------------
      *PRIMERO LA LINEA DE LA TIENDA, DESPUES LA DE SU REGION Y POR
      *ULTIMO LA GENERAL
           MOVE SPACES TO BUS-REGION

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             AT END
               CONTINUE
             WHEN IDX-TIENDA > CONT-TIENDAS
               CONTINUE
             WHEN TIE-CODIGO(IDX-TIENDA) = GRU-TIENDA
               MOVE TIE-REGION(IDX-TIENDA) TO BUS-REGION
           END-SEARCH

           MOVE "T"        TO BUS-AMBITO
           MOVE GRU-TIENDA TO BUS-CLAVE
           PERFORM 2110-BUSCAR-AMBITO THRU 2110-FIN-BUSCAR-AMBITO

           IF SW-CUENTAS-ENCONTRADAS = "NO" AND BUS-REGION <> SPACES
             MOVE "R"        TO BUS-AMBITO
             MOVE BUS-REGION TO BUS-CLAVE
             PERFORM 2110-BUSCAR-AMBITO THRU 2110-FIN-BUSCAR-AMBITO
           END-IF

           IF SW-CUENTAS-ENCONTRADAS = "NO"
             MOVE "G"    TO BUS-AMBITO
             MOVE SPACES TO BUS-CLAVE
             PERFORM 2110-BUSCAR-AMBITO THRU 2110-FIN-BUSCAR-AMBITO
           END-IF.

       2100-FIN-BUSCAR-CUENTAS.
      *------------------------
           EXIT.

       2110-BUSCAR-AMBITO.
      *-------------------
           MOVE "NO" TO SW-CUENTAS-ENCONTRADAS

           SET IDX-CUENTA TO 1
           SEARCH CUENTA-ENTRADA
             AT END
               CONTINUE
             WHEN IDX-CUENTA > CONT-CUENTAS
               CONTINUE
             WHEN MCT-AMBITO(IDX-CUENTA) = BUS-AMBITO AND
                  (BUS-AMBITO = "G" OR
                   MCT-CLAVE(IDX-CUENTA) = BUS-CLAVE)
               MOVE "SI" TO SW-CUENTAS-ENCONTRADAS
               MOVE MCT-VENTAS(IDX-CUENTA)       TO ASI-CUENTA-VENTAS
               MOVE MCT-DEVOLUCIONES(IDX-CUENTA) TO ASI-CUENTA-DEVOL
               MOVE MCT-CAJA(IDX-CUENTA)         TO ASI-CUENTA-CAJA
           END-SEARCH.

       2110-FIN-BUSCAR-AMBITO.
      *-----------------------
           EXIT.

       2200-GRABAR-ASIENTO.
      *--------------------
      *VENTAS: DEBE CAJA / HABER VENTAS. DEVOLUCIONES: DEBE
      *DEVOLUCIONES / HABER CAJA. UN LADO A CERO NO GENERA LINEAS
           MOVE CONT-ASIENTOS  TO ITF-ASIENTO
           MOVE ZEROS          TO ITF-LINEA
           MOVE FECHA-ASIENTOS TO ITF-FECHA-PROCESO
           MOVE GRU-LOTE       TO ITF-LOTE
           MOVE GRU-TIENDA     TO ITF-TIENDA
           MOVE GRU-FECHA      TO ITF-FECHA-VENTA

           IF GRU-VENTAS > 0
             MOVE ASI-CUENTA-CAJA TO ITF-CUENTA
             MOVE "D"             TO ITF-DEBE-HABER
             MOVE GRU-VENTAS      TO ITF-IMPORTE
             MOVE SPACES          TO ITF-CONCEPTO
             STRING "VENTAS TIENDA " GRU-TIENDA " " GRU-FECHA
                    DELIMITED BY SIZE INTO ITF-CONCEPTO
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA

             MOVE ASI-CUENTA-VENTAS TO ITF-CUENTA
             MOVE "H"               TO ITF-DEBE-HABER
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA
           END-IF

           IF GRU-DEVOLUCIONES > 0
             MOVE ASI-CUENTA-DEVOL TO ITF-CUENTA
             MOVE "D"              TO ITF-DEBE-HABER
             MOVE GRU-DEVOLUCIONES TO ITF-IMPORTE
             MOVE SPACES           TO ITF-CONCEPTO
             STRING "DEVOLUCIONES TDA " GRU-TIENDA " " GRU-FECHA
                    DELIMITED BY SIZE INTO ITF-CONCEPTO
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA

             MOVE ASI-CUENTA-CAJA TO ITF-CUENTA
             MOVE "H"             TO ITF-DEBE-HABER
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA
           END-IF.

       2200-FIN-GRABAR-ASIENTO.
      *------------------------
           EXIT.

       2210-GRABAR-LINEA.
      *------------------
           ADD 1 TO ITF-LINEA

           IF ITF-DEBE-HABER = "D"
             ADD ITF-IMPORTE TO ASI-DEBE
                                ACU-DEBE
           ELSE
             ADD ITF-IMPORTE TO ASI-HABER
                                ACU-HABER
           END-IF

      *MOVIMIENTO DE LA CAJA DE LA TIENDA, PARA CONTRASTAR CON EL NETO
           IF ITF-CUENTA = ASI-CUENTA-CAJA
             IF ITF-DEBE-HABER = "D"
               ADD ITF-IMPORTE TO ASI-NETO-CAJA
             ELSE
               SUBTRACT ITF-IMPORTE FROM ASI-NETO-CAJA
             END-IF
           END-IF

           WRITE REG-PREPARACION-DAT FROM REG-INTERFAZ

           IF FS-PREPARACION <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-PREPARACION TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-LINEAS.

       2210-FIN-GRABAR-LINEA.
      *----------------------
           EXIT.

       2500-ANULACIONES-PENDIENTES.
      *----------------------------
      *ASIENTOS INVERSOS DE LOS LOTES QUE ANULA-LOTE HA ANULADO DESDE
      *LA ULTIMA INTERFAZ PUBLICADA. SIN FICHERO NO HAY NINGUNO
           OPEN INPUT ANULACIONES

           IF FS-ANULACIONES = 35
             GO TO 2500-FIN-ANULACIONES-PENDIENTES
           END-IF

           IF FS-ANULACIONES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-ANULACIONES.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULACIONES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-ANULACIONES
           PERFORM UNTIL SW-EOF-ANULACIONES = "SI"
             READ ANULACIONES INTO REG-GRUPO
               AT END
                 MOVE "SI" TO SW-EOF-ANULACIONES
               NOT AT END
                 PERFORM 2600-ASIENTO-INVERSO
                    THRU 2600-FIN-ASIENTO-INVERSO
             END-READ

             IF FS-ANULACIONES <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "INTERFAZ-ANULACIONES.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-ANULACIONES TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE ANULACIONES.

       2500-FIN-ANULACIONES-PENDIENTES.
      *--------------------------------
           EXIT.

       2600-ASIENTO-INVERSO.
      *---------------------
      *COMO 2000-PROCESO, PERO EL ASIENTO DESHACE LAS VENTAS DEL LOTE
      *ANULADO: LO QUE SALE DE CAJA ES SU NETO
           ADD 1 TO CONT-ANULACIONES

           IF CONT-ANULACIONES = 1
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE "ASIENTOS INVERSOS DE LOTES ANULADOS (ANULA-LOTE)"
               TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           ADD GRU-NETO TO ACU-NETO-ANULADO

           MOVE ZEROS  TO ASI-DEBE
                          ASI-HABER
                          ASI-NETO-CAJA
           MOVE SPACES TO ASI-SITUACION
                          RPT-ASIENTO-TXT

           IF GRU-VENTAS = 0 AND GRU-DEVOLUCIONES = 0
             ADD 1 TO CONT-SIN-IMPORTE
             MOVE "SIN IMPORTE, NO GENERA ASIENTO" TO ASI-SITUACION
             GO TO 2650-LINEA-INVERSO
           END-IF

           PERFORM 2100-BUSCAR-CUENTAS THRU 2100-FIN-BUSCAR-CUENTAS

           IF SW-CUENTAS-ENCONTRADAS = "NO"
             ADD 1 TO CONT-SIN-CUENTAS
             MOVE "*** TIENDA SIN CUENTAS CONTABLES ***"
               TO ASI-SITUACION
             GO TO 2650-LINEA-INVERSO
           END-IF

           ADD 1 TO CONT-ASIENTOS
           ADD 1 TO CONT-ASIENTOS-INV
           MOVE CONT-ASIENTOS TO RPT-ASIENTO-ED
           MOVE RPT-ASIENTO-ED TO RPT-ASIENTO-TXT
           PERFORM 2700-GRABAR-ASIENTO-INVERSO
              THRU 2700-FIN-GRABAR-ASIENTO-INVERSO

      *CUADRA SI DEBE = HABER Y SI LO QUE SALE DE CAJA ES EL NETO
      *ANULADO
           IF ASI-DEBE <> ASI-HABER OR ASI-NETO-CAJA + GRU-NETO <> 0
             ADD 1 TO CONT-DESCUADRES
             MOVE "*** ASIENTO DESCUADRADO ***" TO ASI-SITUACION
           ELSE
             MOVE "CUADRADO" TO ASI-SITUACION
           END-IF.

       2650-LINEA-INVERSO.
      *-------------------
           MOVE GRU-VENTAS       TO RPT-IMPORTE-ED
           MOVE GRU-DEVOLUCIONES TO RPT-IMPORTE2-ED
           COMPUTE RPT-IMPORTE3-ED = GRU-NETO * -1
           STRING RPT-ASIENTO-TXT "  " GRU-LOTE "  " GRU-TIENDA
                  "  " GRU-FECHA "  " RPT-IMPORTE-ED
                  "  " RPT-IMPORTE2-ED "  " RPT-IMPORTE3-ED
                  "  " ASI-SITUACION
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2600-FIN-ASIENTO-INVERSO.
      *-------------------------
           EXIT.

       2700-GRABAR-ASIENTO-INVERSO.
      *----------------------------
      *EL DE 2200-GRABAR-ASIENTO CON DEBE Y HABER CAMBIADOS. VENTAS
      *ANULADAS: DEBE VENTAS / HABER CAJA. DEVOLUCIONES ANULADAS:
      *DEBE CAJA / HABER DEVOLUCIONES
           MOVE CONT-ASIENTOS  TO ITF-ASIENTO
           MOVE ZEROS          TO ITF-LINEA
           MOVE FECHA-ASIENTOS TO ITF-FECHA-PROCESO
           MOVE GRU-LOTE       TO ITF-LOTE
           MOVE GRU-TIENDA     TO ITF-TIENDA
           MOVE GRU-FECHA      TO ITF-FECHA-VENTA

           IF GRU-VENTAS > 0
             MOVE ASI-CUENTA-VENTAS TO ITF-CUENTA
             MOVE "D"               TO ITF-DEBE-HABER
             MOVE GRU-VENTAS        TO ITF-IMPORTE
             MOVE SPACES            TO ITF-CONCEPTO
             STRING "ANUL. VENTAS TDA " GRU-TIENDA " " GRU-FECHA
                    DELIMITED BY SIZE INTO ITF-CONCEPTO
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA

             MOVE ASI-CUENTA-CAJA TO ITF-CUENTA
             MOVE "H"             TO ITF-DEBE-HABER
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA
           END-IF

           IF GRU-DEVOLUCIONES > 0
             MOVE ASI-CUENTA-CAJA  TO ITF-CUENTA
             MOVE "D"              TO ITF-DEBE-HABER
             MOVE GRU-DEVOLUCIONES TO ITF-IMPORTE
             MOVE SPACES           TO ITF-CONCEPTO
             STRING "ANUL. DEVOL. TDA " GRU-TIENDA " " GRU-FECHA
                    DELIMITED BY SIZE INTO ITF-CONCEPTO
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA

             MOVE ASI-CUENTA-DEVOL TO ITF-CUENTA
             MOVE "H"              TO ITF-DEBE-HABER
             PERFORM 2210-GRABAR-LINEA THRU 2210-FIN-GRABAR-LINEA
           END-IF.

       2700-FIN-GRABAR-ASIENTO-INVERSO.
      *--------------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE GRUPOS

           PERFORM 2500-ANULACIONES-PENDIENTES
              THRU 2500-FIN-ANULACIONES-PENDIENTES

           CLOSE PREPARACION

           IF FS-PREPARACION <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-PREPARACION TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 3100-CUADRE-INTERFAZ THRU 3100-FIN-CUADRE-INTERFAZ

           IF MOTIVO-NO-PUBLICAR = SPACES
             PERFORM 3200-PUBLICAR-INTERFAZ
                THRU 3200-FIN-PUBLICAR-INTERFAZ
             PERFORM 3300-VACIAR-ANULACIONES
                THRU 3300-FIN-VACIAR-ANULACIONES
             MOVE "INTERFAZ PUBLICADA EN INTERFAZ-CONTABLE.DAT"
               TO RPT-LINEA
           ELSE
             STRING "*** INTERFAZ NO PUBLICADA: " MOTIVO-NO-PUBLICAR
                    DELIMITED BY SIZE INTO RPT-LINEA
           END-IF
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "ANOTACIONES DEL FICHERO DE TRABAJO: "
                   CONT-ANOTACIONES
           DISPLAY "ASIENTOS PREPARADOS:                " CONT-ASIENTOS
           DISPLAY "  DE ELLOS INVERSOS DE LOTES ANULADOS: "
                   CONT-ASIENTOS-INV
           DISPLAY "LINEAS DE ASIENTO:                  " CONT-LINEAS
           DISPLAY "INFORME GENERADO EN INTERFAZ-CONTABLE.RPT"

           IF MOTIVO-NO-PUBLICAR <> SPACES
             DISPLAY "INTERFAZ NO PUBLICADA: " MOTIVO-NO-PUBLICAR
             MOVE "ABANDONO" TO CAD-EVENTO
             MOVE MOTIVO-NO-PUBLICAR TO CAD-MENSAJE
             PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA
             DISPLAY "PROCESO ABANDONADO"
             STOP RUN
           END-IF

           DISPLAY "LINEAS PUBLICADAS EN INTERFAZ-CONTABLE.DAT: "
                   CONT-PUBLICADAS

           MOVE "FIN" TO CAD-EVENTO
           MOVE SPACES TO CAD-MENSAJE
           STRING "ASIENTOS " CONT-ASIENTOS
                  " LINEAS " CONT-LINEAS
                  " INVERSOS " CONT-ASIENTOS-INV
                  DELIMITED BY SIZE INTO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-CUADRE-INTERFAZ.
      *---------------------
      *TOTALES DEL RUN Y CONTRASTE CONTRA EL RESUMEN DE CONTROL. EL
      *PRIMER MOTIVO QUE SE ENCUENTRA ES EL QUE SE INFORMA
           COMPUTE ACU-DIFERENCIA = ACU-NETO - RES-INGRESO

           EVALUATE TRUE
             WHEN CONT-SIN-CUENTAS > 0
               MOVE "HAY TIENDAS SIN CUENTAS EN CUENTAS-CONTABLES.DAT"
                 TO MOTIVO-NO-PUBLICAR
             WHEN CONT-DESCUADRES > 0
               MOVE "HAY ASIENTOS DESCUADRADOS" TO MOTIVO-NO-PUBLICAR
             WHEN ACU-DEBE <> ACU-HABER
               MOVE "EL TOTAL DEL DEBE NO ES IGUAL AL DEL HABER"
                 TO MOTIVO-NO-PUBLICAR
             WHEN ACU-DIFERENCIA <> 0
               MOVE "EL NETO NO CUADRA CON TOTALVENTAS-CONTROL.DAT"
                 TO MOTIVO-NO-PUBLICAR
           END-EVALUATE

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "CUADRE DE LA INTERFAZ" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "---------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ANOTACIONES TO RPT-NUM7-ED
           STRING "ANOTACIONES DEL FICHERO DE TRABAJO ....: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ASIENTOS TO RPT-NUM7-ED
           STRING "ASIENTOS ...............................: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-LINEAS TO RPT-NUM7-ED
           STRING "LINEAS DE ASIENTO ......................: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-SIN-CUENTAS TO RPT-NUM7-ED
           STRING "GRUPOS DE TIENDAS SIN CUENTAS ..........: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-DESCUADRES TO RPT-NUM7-ED
           STRING "ASIENTOS DESCUADRADOS ..................: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ASIENTOS-INV TO RPT-NUM7-ED
           STRING "ASIENTOS INVERSOS DE LOTES ANULADOS ....: "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-NETO-ANULADO TO RPT-IMPORTE-ED
           STRING "NETO DE LAS VENTAS ANULADAS ............: "
                  RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-VENTAS TO RPT-IMPORTE-ED
           STRING "TOTAL VENTAS ...........................: "
                  RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-DEVOLUCIONES TO RPT-IMPORTE-ED
           STRING "TOTAL DEVOLUCIONES .....................: "
                  RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-DEBE  TO RPT-IMPORTE-ED
           MOVE ACU-HABER TO RPT-IMPORTE2-ED
           STRING "TOTAL DEBE .............................: "
                  RPT-IMPORTE-ED "   HABER: " RPT-IMPORTE2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-NETO    TO RPT-IMPORTE-ED
           MOVE RES-INGRESO TO RPT-IMPORTE2-ED
           STRING "NETO DE LOS ASIENTOS ...................: "
                  RPT-IMPORTE-ED "   CONTROL: " RPT-IMPORTE2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-DIFERENCIA TO RPT-IMPORTE-ED
           STRING "DIFERENCIA CONTRA TOTALVENTAS-CONTROL ..: "
                  RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3100-FIN-CUADRE-INTERFAZ.
      *-------------------------
           EXIT.

       3200-PUBLICAR-INTERFAZ.
      *-----------------------
      *COPIA LOS ASIENTOS PREPARADOS A LA INTERFAZ DEFINITIVA
           OPEN INPUT PREPARACION

           IF FS-PREPARACION <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-PREPARACION TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT INTERFAZ

           IF FS-INTERFAZ <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-INTERFAZ TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-PREPARACION
           PERFORM UNTIL SW-EOF-PREPARACION = "SI"
             READ PREPARACION INTO REG-INTERFAZ
               AT END
                 MOVE "SI" TO SW-EOF-PREPARACION
               NOT AT END
                 PERFORM 3210-COPIAR-LINEA THRU 3210-FIN-COPIAR-LINEA
             END-READ

             IF FS-PREPARACION <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "INTERFAZ-CONTABLE.TMP" TO ERRORFI-EN-FICHERO
               MOVE FS-PREPARACION TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE PREPARACION
           CLOSE INTERFAZ

           IF FS-INTERFAZ <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-INTERFAZ TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       3200-FIN-PUBLICAR-INTERFAZ.
      *---------------------------
           EXIT.

       3210-COPIAR-LINEA.
      *------------------
           WRITE REG-INTERFAZ-DAT FROM REG-INTERFAZ

           IF FS-INTERFAZ <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-INTERFAZ TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-PUBLICADAS.

       3210-FIN-COPIAR-LINEA.
      *----------------------
           EXIT.

       3300-VACIAR-ANULACIONES.
      *------------------------
      *LAS ANULACIONES YA ESTAN EN LA INTERFAZ PUBLICADA: SE VACIA EL
      *FICHERO PARA QUE NO SE PASEN DOS VECES
           IF CONT-ANULACIONES = 0
             GO TO 3300-FIN-VACIAR-ANULACIONES
           END-IF

           OPEN OUTPUT ANULACIONES

           IF FS-ANULACIONES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-ANULACIONES.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULACIONES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE ANULACIONES.

       3300-FIN-VACIAR-ANULACIONES.
      *----------------------------
           EXIT.

       4000-LEER-GRUPO.
      *----------------
           READ GRUPOS INTO REG-GRUPO
                 AT END MOVE "SI" TO SW-EOF-GRUPOS
           END-READ

           IF FS-GRUPOS <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       4000-FIN-LEER-GRUPO.
      *--------------------
           EXIT.

       7000-GRABAR-CADENA.
      *-------------------
      *ANOTA EN CADENA-NOCTURNA.DAT EL EVENTO PREPARADO EN CAD-EVENTO
      *Y CAD-MENSAJE, SELLADO CON LA GENERACION, SUS LOTES Y SU FECHA
      *DE PROCESO. SE ABRE Y SE CIERRA EN CADA EVENTO PARA QUE QUEDE
      *GRABADO AUNQUE EL PROGRAMA CAIGA DESPUES
           MOVE CAD-ULT-GENERACION    TO CAD-GENERACION
           MOVE "INTERFAZ-CONTABLE"   TO CAD-PASO
           MOVE CAD-GEN-FECHA-PROCESO TO CAD-FECHA-PROCESO
           MOVE CAD-GEN-LOTE-DESDE    TO CAD-LOTE-DESDE
           MOVE CAD-GEN-LOTE-HASTA    TO CAD-LOTE-HASTA
           MOVE CAD-GEN-NUM-LOTES     TO CAD-NUM-LOTES
           MOVE "INTERFAZ"            TO CAD-MODO
           ACCEPT CAD-FECHA FROM DATE YYYYMMDD
           ACCEPT CAD-HORA  FROM TIME

           OPEN EXTEND CADENA

           IF FS-CADENA = 35
             OPEN OUTPUT CADENA
           END-IF

           IF FS-CADENA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           WRITE REG-CADENA-DAT FROM REG-CADENA

           IF FS-CADENA <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE CADENA.

       7000-FIN-GRABAR-CADENA.
      *-----------------------
           EXIT.

       8100-ESCRIBIR-LINEA.
      *--------------------
      *ESCRIBE RPT-LINEA CONTROLANDO EL SALTO DE PAGINA, Y LA DEJA
      *LIMPIA PARA QUE EL SIGUIENTE STRING NO ARRASTRE RESTOS
           IF RPT-CONT-LINEAS >= RPT-LINEAS-POR-PAGINA
             PERFORM 8200-CABECERA-PAGINA
                THRU 8200-FIN-CABECERA-PAGINA
           END-IF

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO RPT-CONT-LINEAS
           MOVE SPACES TO RPT-LINEA.

       8100-FIN-ESCRIBIR-LINEA.
      *------------------------
           EXIT.

       8200-CABECERA-PAGINA.
      *---------------------
           ADD 1 TO RPT-CONT-PAGINAS
           MOVE RPT-CONT-PAGINAS TO RPT-PAGINA-ED

           MOVE SPACES TO RPT-LINEA
           STRING "INTERFAZ CONTABLE DE VENTAS - INTERFAZ-CONTABLE"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-CONTABLE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 3 TO RPT-CONT-LINEAS.

       8200-FIN-CABECERA-PAGINA.
      *-------------------------
           EXIT.

       9000-ERROR-FICHERO.
      *-------------------
           DISPLAY "ERROR DE FICHERO EN " ERRORFI-EN-FICHERO "EN LA ACCI
      -"ON: " ERRORFI-EN-ACCION
           DISPLAY "FILE STATUS: " ERRORFI-FS

           STOP RUN.

       9000-FIN-ERROR-FICHERO.
      *-----------------------
           EXIT.

       END PROGRAM INTERFAZ-CONTABLE.
