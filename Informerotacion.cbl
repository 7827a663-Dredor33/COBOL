      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Informe de rotacion del stock: mercancia parada y de
      *    venta lenta, cruzando el maestro de stock STOCK.DAT, el
      *    historico VENTAS-HISTORICO.DAT y el maestro de productos
      *    PRODUCTOS.DAT. INFORME-STOCK solo dice que hay que reponer;
      *    este dice donde esta el stock que no se mueve.
      *
      *    Para cada producto y tienda con existencias (stock mayor
      *    que cero) da la fecha de la ultima venta, las unidades
      *    netas vendidas (las devoluciones restan) en los ultimos 30,
      *    60 y 90 dias, los dias de cobertura al ritmo de venta de
      *    los ultimos 90 dias (stock * 90 / unidades) y el valor del
      *    stock a PROD-PRECIO-REF, y lo clasifica:
      *      MUERTO: sin venta neta en los ultimos 90 dias
      *      LENTO:  sin venta en los ultimos 30 dias o con mas dias de
      *              cobertura que el limite
      *      NORMAL: el resto
      *    Despues, un resumen por tienda con lineas y valor de cada
      *    clase, y dos listas aparte para compras: los productos
      *    activos con stock que no se han vendido en ninguna tienda
      *    en los ultimos 90 dias, y los productos de baja (estado B)
      *    que todavia tienen stock, para organizar traspasos o
      *    rebajas. Los codigos con stock que no estan en el maestro
      *    de productos salen en el detalle con valor cero y no entran
      *    en las listas.
      *
      *    Parametros por variable de entorno:
      *      ROTACION-FECHA: fecha AAAAMMDD de referencia de las
      *        ventanas; sin ella, el dia de hoy
      *      ROTACION-COBERTURA: dias de cobertura a partir de los que
      *        un producto es LENTO; sin ella, 90
      *
      *    El historico se ordena por producto+tienda y se resume en
      *    ROTACION-VENTAS.TMP, que se casa con el maestro de stock
      *    recorrido en orden de clave. El informe sale en
      *    ROTACION.RPT. Es un programa de consulta: no escribe en
      *    ningun fichero de la cadena nocturna.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ROTACION.

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
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE STOCK, SE RECORRE
      *--------------ENTERO EN ORDEN DE CLAVE (PRODUCTO+TIENDA)
           SELECT STOCK ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-CLAVE
           FILE STATUS FS-STOCK.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE PRODUCTOS
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROD-CODIGO
           FILE STATUS FS-PRODUCTOS.
      *--------------ARCHIVO DE ENTRADA: HISTORICO PERMANENTE
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE TRABAJO: VENTAS DEL HISTORICO HASTA LA
      *--------------FECHA DE REFERENCIA
           SELECT TRABAJO ASSIGN TO "ROTACION-TRABAJO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
      *--------------ARCHIVO DE TRABAJO: VENTAS RESUMIDAS POR
      *--------------PRODUCTO+TIENDA, EN ORDEN DE CLAVE
           SELECT VENTAS ASSIGN TO "ROTACION-VENTAS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VENTAS.
      *--------------ARCHIVO DE TRABAJO: PRODUCTOS ACTIVOS CON STOCK
      *--------------Y SIN VENTAS
           SELECT SINVENTA ASSIGN TO "ROTACION-SINVENTA.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SINVENTA.
      *--------------ARCHIVO DE TRABAJO: PRODUCTOS DE BAJA CON STOCK
           SELECT BAJAS ASSIGN TO "ROTACION-BAJAS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BAJAS.
      *--------------FICHERO DE ORDENACION POR PRODUCTO+TIENDA
           SELECT ORDENADO ASSIGN TO "ROTACION-ORDENADO.TMP".
      *--------------ARCHIVO DE SALIDA: INFORME DE ROTACION
           SELECT INFORME ASSIGN TO "ROTACION.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD STOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE DECLARA MANT-STOCK: CLAVE(8) + EXISTENCIAS
      *CON SIGNO(8) + MINIMO(5)
       01  REG-STOCK-DAT.
           05 STK-CLAVE.
               10 STK-CODIGO PIC X(5).
               10 STK-TIENDA PIC X(3).
           05 STK-STOCK  PIC S9(7) SIGN LEADING SEPARATE.
           05 STK-MINIMO PIC 9(5).

           FD PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE DECLARA MANT-PRODUCTOS
       01  REG-PRODUCTOS-DAT.
           05 PROD-CODIGO      PIC X(5).
           05 PROD-DESCRIPCION PIC X(30).
           05 PROD-ESTADO      PIC X(1).
           05 PROD-PRECIO-REF  PIC 9(3)V99.
           05 PROD-FECHA-VIGOR PIC 9(8).
      *CATEGORIA DE IVA (G/R/S/E, EN BLANCO = SIN CATEGORIA), VER
      *MANT-PRODUCTOS
           05 PROD-CATEGORIA-IVA PIC X(1).

           FD HISTORICO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *2270-GRABAR-HISTORICO: LOTE(8) + FECHA PROCESO(8) + CODIGO(5)
      *+ CANTIDAD(7) + INGRESO(13) + FECHA(8) + TIENDA(3)
       01  REG-HISTORICO-DAT PIC X(52).

           FD TIENDAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MAESTRO DE TIENDAS: CODIGO(3) + NOMBRE(30) + REGION(15) +
      *ESTADO(1)
       01  REG-TIENDAS-DAT PIC X(49).

           FD TRABAJO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *CODIGO(5) + TIENDA(3) + FECHA(8) + CANTIDAD CON SIGNO(7)
       01  REG-TRABAJO-DAT PIC X(23).

           FD VENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *CODIGO(5) + TIENDA(3) + ULTIMA VENTA(8) + UNIDADES NETAS EN 30,
      *60 Y 90 DIAS CON SIGNO(8+8+8)
       01  REG-VENTAS-DAT PIC X(40).

           FD SINVENTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *LINEA DE LISTA, VER REG-LISTA
       01  REG-SINVENTA-DAT PIC X(66).

           FD BAJAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *LINEA DE LISTA, VER REG-LISTA
       01  REG-BAJAS-DAT PIC X(66).

           SD ORDENADO.
      *MISMA ANOTACION QUE REG-TRABAJO-DAT
       01  REG-ORDENADO.
           05 ORD-CODIGO   PIC X(5).
           05 ORD-TIENDA   PIC X(3).
           05 ORD-FECHA    PIC 9(8).
           05 ORD-CANTIDAD PIC S9(6) SIGN LEADING SEPARATE.

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-STOCK     PIC 9(2) VALUES ZEROS.
           05 FS-PRODUCTOS PIC 9(2) VALUES ZEROS.
           05 FS-HISTORICO PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS   PIC 9(2) VALUES ZEROS.
           05 FS-TRABAJO   PIC 9(2) VALUES ZEROS.
           05 FS-VENTAS    PIC 9(2) VALUES ZEROS.
           05 FS-SINVENTA  PIC 9(2) VALUES ZEROS.
           05 FS-BAJAS     PIC 9(2) VALUES ZEROS.
           05 FS-INFORME   PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-STOCK     PIC X(2) VALUES "NO".
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS   PIC X(2) VALUES "NO".
           05 SW-EOF-ORDENADO  PIC X(2) VALUES "NO".
           05 SW-EOF-LISTA     PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *VISTA DEL REGISTRO DEL HISTORICO, CALCADA DE REG-HISTORICO EN
      *VENTAS-A-TOTALVENTAS
           02 REG-HISTORICO.
               05 HIST-LOTE          PIC X(8) VALUES SPACES.
               05 HIST-FECHA-PROCESO PIC 9(8) VALUES ZEROS.
               05 HIST-CODIGO        PIC X(5) VALUES SPACES.
               05 HIST-CANT          PIC S9(6) SIGN LEADING SEPARATE
                                     VALUES ZEROS.
               05 HIST-INGRESO       PIC S9(10)V99
                                     SIGN LEADING SEPARATE
                                     VALUES ZEROS.
               05 HIST-FECHA         PIC 9(8) VALUES ZEROS.
               05 HIST-TIENDA        PIC X(3) VALUES SPACES.

      *ANOTACION DE UNA LINEA DEL HISTORICO HASTA LA FECHA DE
      *REFERENCIA
           02 REG-TRABAJO.
               05 TRABAJO-CODIGO   PIC X(5) VALUES SPACES.
               05 TRABAJO-TIENDA   PIC X(3) VALUES SPACES.
               05 TRABAJO-FECHA    PIC 9(8) VALUES ZEROS.
               05 TRABAJO-CANTIDAD PIC S9(6) SIGN LEADING SEPARATE
                                   VALUES ZEROS.

      *VENTAS DE UN PRODUCTO EN UNA TIENDA: ULTIMA FECHA CON VENTA
      *(CEROS SI NO LA HAY) Y UNIDADES NETAS DE CADA VENTANA
           02 REG-VENTA.
               05 VTA-CLAVE.
                   10 VTA-CODIGO   PIC X(5) VALUES SPACES.
                   10 VTA-TIENDA   PIC X(3) VALUES SPACES.
               05 VTA-ULTIMA-VENTA PIC 9(8) VALUES ZEROS.
               05 VTA-UDS-30       PIC S9(7) SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 VTA-UDS-60       PIC S9(7) SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 VTA-UDS-90       PIC S9(7) SIGN LEADING SEPARATE
                                   VALUES ZEROS.

      *LINEA DE LAS LISTAS DE PRODUCTOS SIN VENTAS Y DE BAJA:
      *CODIGO + DESCRIPCION + TIENDAS CON STOCK + STOCK TOTAL + VALOR
      *+ ULTIMA VENTA EN CUALQUIER TIENDA
           02 REG-LISTA.
               05 LIS-CODIGO       PIC X(5) VALUES SPACES.
               05 LIS-DESCRIPCION  PIC X(30) VALUES SPACES.
               05 LIS-TIENDAS      PIC 9(3) VALUES ZEROS.
               05 LIS-STOCK        PIC 9(8) VALUES ZEROS.
               05 LIS-VALOR        PIC 9(10)V99 VALUES ZEROS.
               05 LIS-ULTIMA-VENTA PIC 9(8) VALUES ZEROS.

      *MAESTRO DE TIENDAS CARGADO EN TABLA, COMO EN
      *VENTAS-A-TOTALVENTAS (1080-CARGAR-TIENDAS). LAS TIENDAS CON
      *STOCK QUE NO ESTAN EN EL MAESTRO SE ANADEN AL FINAL
       01  MAESTRO-TIENDAS.
           05 CONT-TIENDAS PIC 9(3) VALUES ZEROS.
           05 TIENDA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-TIENDA.
               10 TIE-CODIGO PIC X(3) VALUES SPACES.
               10 TIE-NOMBRE PIC X(30) VALUES SPACES.
               10 TIE-REGION PIC X(15) VALUES SPACES.
               10 TIE-ESTADO PIC X(1) VALUES SPACES.

      *LINEAS Y VALOR DE CADA CLASE POR TIENDA, EN LA MISMA POSICION
      *QUE LA TIENDA EN MAESTRO-TIENDAS
       01  ACUMULADOS-TIENDAS.
           05 ACU-TIENDA OCCURS 500 TIMES.
               10 ACU-CLASE OCCURS 3 TIMES.
                   15 ACU-LINEAS PIC 9(6).
                   15 ACU-VALOR  PIC 9(10)V99.

      *CLASES DE ROTACION; EL INDICE ES EL DE ACU-CLASE Y TOT-CLASE
       01  CLASES.
           05 CLA-NOMBRES.
               10 FILLER PIC X(6) VALUES "MUERTO".
               10 FILLER PIC X(6) VALUES "LENTO".
               10 FILLER PIC X(6) VALUES "NORMAL".
           05 CLA-TABLA-NOMBRES REDEFINES CLA-NOMBRES.
               10 CLA-NOMBRE PIC X(6) OCCURS 3.
           05 CLA-POS        PIC 9(1) VALUES ZEROS.
           05 TOT-CLASE OCCURS 3 TIMES.
               10 TOT-LINEAS PIC 9(7).
               10 TOT-VALOR  PIC 9(11)V99.

      *PARAMETROS DE ENTORNO (VER 1010-LEER-PARAMETROS) Y VENTANAS
      *DE 30, 60 Y 90 DIAS QUE TERMINAN EN LA FECHA DE REFERENCIA
       01  PARAMETROS.
           05 FECHA-REFERENCIA-TXT PIC X(8) VALUES SPACES.
           05 FECHA-REFERENCIA     PIC 9(8) VALUES ZEROS.
           05 COBERTURA-TXT        PIC X(4) VALUES SPACES.
           05 COBERTURA-AJUSTE     PIC X(4) JUSTIFIED RIGHT
                                   VALUES SPACES.
           05 COBERTURA-LIMITE     PIC 9(4) VALUES 90.
           05 DIAS-REFERENCIA      PIC 9(8) VALUES ZEROS.
           05 DESDE-30             PIC 9(8) VALUES ZEROS.
           05 DESDE-60             PIC 9(8) VALUES ZEROS.
           05 DESDE-90             PIC 9(8) VALUES ZEROS.

      *CRUCE DEL MAESTRO DE STOCK CON LAS VENTAS RESUMIDAS: LA CLAVE
      *DE CADA FICHERO PASA A HIGH-VALUES AL TERMINARSE
       01  CRUCE.
           05 CLAVE-STOCK      PIC X(8) VALUES SPACES.
           05 CLAVE-VENTAS     PIC X(8) VALUES SPACES.
           05 CLAVE-MENOR      PIC X(8) VALUES SPACES.
           05 SW-PRODUCTO-ABIERTO PIC X(2) VALUES "NO".
           05 TIENDA-POS       PIC 9(3) VALUES ZEROS.

      *VENTAS DE LA TIENDA EN CURSO DEL PRODUCTO EN CURSO Y CALCULOS
      *DE LA LINEA
       01  LINEA-ITEM.
           05 ITE-ULTIMA-VENTA PIC 9(8) VALUES ZEROS.
           05 ITE-UDS-30       PIC S9(7) VALUES ZEROS.
           05 ITE-UDS-60       PIC S9(7) VALUES ZEROS.
           05 ITE-UDS-90       PIC S9(7) VALUES ZEROS.
           05 ITE-COBERTURA    PIC 9(7) VALUES ZEROS.
           05 ITE-VALOR        PIC 9(10)V99 VALUES ZEROS.

      *PRODUCTO EN CURSO: DATOS DEL MAESTRO Y TOTALES DE TODAS SUS
      *TIENDAS
       01  PRODUCTO-ACTUAL.
           05 PRD-CODIGO       PIC X(5) VALUES SPACES.
           05 PRD-ENCONTRADO   PIC X(2) VALUES "NO".
           05 PRD-DESCRIPCION  PIC X(30) VALUES SPACES.
           05 PRD-ESTADO       PIC X(1) VALUES SPACES.
           05 PRD-PRECIO-REF   PIC 9(3)V99 VALUES ZEROS.
           05 PRD-TIENDAS      PIC 9(3) VALUES ZEROS.
           05 PRD-STOCK        PIC 9(8) VALUES ZEROS.
           05 PRD-VALOR        PIC 9(10)V99 VALUES ZEROS.
           05 PRD-UDS-90       PIC S9(8) VALUES ZEROS.
           05 PRD-ULTIMA-VENTA PIC 9(8) VALUES ZEROS.

       01  CONTADORES.
      *CONTADOR DE LINEAS LEIDAS DEL HISTORICO
           05 CONT-HIST-LEIDOS   PIC 9(9) VALUES ZEROS.
      *CONTADOR DE LINEAS DEL HISTORICO HASTA LA FECHA DE REFERENCIA
           05 CONT-HIST-TRABAJO  PIC 9(9) VALUES ZEROS.
      *CONTADOR DE PRODUCTO+TIENDA CON VENTAS EN EL HISTORICO
           05 CONT-VENTAS        PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS LEIDOS DEL MAESTRO DE STOCK
           05 CONT-REGISTROS     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS DE STOCK CON EXISTENCIAS (LINEAS)
           05 CONT-CON-STOCK     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE LINEAS CON CODIGO QUE NO ESTA EN PRODUCTOS.DAT
           05 CONT-SIN-MAESTRO   PIC 9(7) VALUES ZEROS.
      *CONTADOR DE PRODUCTOS ACTIVOS CON STOCK Y SIN VENTAS
           05 CONT-SINVENTA      PIC 9(7) VALUES ZEROS.
      *CONTADOR DE PRODUCTOS DE BAJA CON STOCK
           05 CONT-BAJAS         PIC 9(7) VALUES ZEROS.
      *VALOR DEL STOCK DE CADA LISTA
           05 IMP-SINVENTA       PIC 9(11)V99 VALUES ZEROS.
           05 IMP-BAJAS          PIC 9(11)V99 VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-COBERTURA-ED      PIC Z(6)9.
           05 RPT-COBERTURA-TXT     PIC X(7) VALUES SPACES.
           05 RPT-STOCK-ED          PIC -(7)9.
           05 RPT-UDS-30-ED         PIC -(6)9.
           05 RPT-UDS-60-ED         PIC -(6)9.
           05 RPT-UDS-90-ED         PIC -(6)9.
           05 RPT-FECHA-TXT         PIC X(8) VALUES SPACES.
           05 RPT-TIENDAS-ED        PIC Z(6)9.
           05 RPT-LIS-STOCK-ED      PIC Z(7)9.
           05 RPT-VALOR-ED          PIC Z(9)9,99.
           05 RPT-LINEAS1-ED        PIC Z(5)9.
           05 RPT-LINEAS2-ED        PIC Z(5)9.
           05 RPT-LINEAS3-ED        PIC Z(5)9.
           05 RPT-VALOR1-ED         PIC Z(9)9,99.
           05 RPT-VALOR2-ED         PIC Z(9)9,99.
           05 RPT-VALOR3-ED         PIC Z(9)9,99.
           05 RPT-TOTAL-ED          PIC Z(10)9,99.

      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(25) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO
           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                   UNTIL CLAVE-STOCK  = HIGH-VALUES AND
                         CLAVE-VENTAS = HIGH-VALUES
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      MAESTRO-TIENDAS
                      ACUMULADOS-TIENDAS

           PERFORM VARYING CLA-POS FROM 1 BY 1 UNTIL CLA-POS > 3
             MOVE ZEROS TO TOT-LINEAS(CLA-POS)
                           TOT-VALOR(CLA-POS)
           END-PERFORM

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           PERFORM 1100-PREPARAR-VENTAS THRU 1100-FIN-PREPARAR-VENTAS

           PERFORM 1200-RESUMIR-VENTAS THRU 1200-FIN-RESUMIR-VENTAS

           OPEN INPUT STOCK

           IF FS-STOCK = 35
             DISPLAY "NO EXISTE STOCK.DAT: EL SUBSISTEMA DE STOCK AUN"
      -      " NO SE HA CARGADO"
             STOP RUN
           END-IF

           IF FS-STOCK <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT VENTAS

           IF FS-VENTAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-VENTAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-VENTAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT SINVENTA

           IF FS-SINVENTA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-SINVENTA.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-SINVENTA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT BAJAS

           IF FS-BAJAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-BAJAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-BAJAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 1300-ABRIR-INFORME THRU 1300-FIN-ABRIR-INFORME

      *LECTURA ANTICIPADA DE LOS DOS FICHEROS DEL CRUCE
           PERFORM 4000-LEER-STOCK THRU 4000-FIN-LEER-STOCK
           PERFORM 4100-LEER-VENTAS THRU 4100-FIN-LEER-VENTAS.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *ROTACION-FECHA: FECHA DE REFERENCIA AAAAMMDD, POR DEFECTO HOY.
      *ROTACION-COBERTURA: DIAS DE COBERTURA PARA SER LENTO, POR
      *DEFECTO 90
           MOVE RPT-FECHA-PROCESO TO FECHA-REFERENCIA

           ACCEPT FECHA-REFERENCIA-TXT FROM ENVIRONMENT
                  "ROTACION-FECHA"

           IF FECHA-REFERENCIA-TXT <> SPACES
             IF FECHA-REFERENCIA-TXT IS NUMERIC
               MOVE FECHA-REFERENCIA-TXT TO FECHA-REFERENCIA
             ELSE
               DISPLAY "ROTACION-FECHA NO ES UNA FECHA AAAAMMDD: "
                       FECHA-REFERENCIA-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT COBERTURA-TXT FROM ENVIRONMENT "ROTACION-COBERTURA"

           IF COBERTURA-TXT <> SPACES
             MOVE FUNCTION TRIM(COBERTURA-TXT) TO COBERTURA-AJUSTE
             INSPECT COBERTURA-AJUSTE REPLACING LEADING " " BY "0"
             IF COBERTURA-AJUSTE IS NUMERIC AND
                COBERTURA-AJUSTE <> "0000"
               MOVE COBERTURA-AJUSTE TO COBERTURA-LIMITE
             ELSE
               DISPLAY "ROTACION-COBERTURA NO ES UN NUMERO DE DIAS DE"
                       " 1 A 9999: " COBERTURA-TXT
               STOP RUN
             END-IF
           END-IF

      *VENTANAS DE 30, 60 Y 90 DIAS CONTANDO LA FECHA DE REFERENCIA
           COMPUTE DIAS-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(FECHA-REFERENCIA)

           COMPUTE DESDE-30 =
                   FUNCTION DATE-OF-INTEGER(DIAS-REFERENCIA - 29)
           COMPUTE DESDE-60 =
                   FUNCTION DATE-OF-INTEGER(DIAS-REFERENCIA - 59)
           COMPUTE DESDE-90 =
                   FUNCTION DATE-OF-INTEGER(DIAS-REFERENCIA - 89).

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA: DA EL NOMBRE DE CADA
      *TIENDA EN EL RESUMEN
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
      -        "AMPLIAR LA TABLA MAESTRO-TIENDAS, PROCESO ABANDONADO"
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

       1100-PREPARAR-VENTAS.
      *---------------------
      *PASA A TRABAJO LAS LINEAS DEL HISTORICO HASTA LA FECHA DE
      *REFERENCIA (LAS POSTERIORES NO CUENTAN AL SACAR EL INFORME CON
      *FECHA ATRASADA). SIN HISTORICO, TODO EL STOCK SALE SIN VENTAS
           OPEN OUTPUT TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT HISTORICO

           IF FS-HISTORICO = 35
             DISPLAY "NO EXISTE VENTAS-HISTORICO.DAT: SE INFORMA SIN "
                     "VENTAS"
             CLOSE TRABAJO
             GO TO 1100-FIN-PREPARAR-VENTAS
           END-IF

           IF FS-HISTORICO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-HISTORICO = "SI"
             READ HISTORICO INTO REG-HISTORICO
               AT END
                 MOVE "SI" TO SW-EOF-HISTORICO
               NOT AT END
                 ADD 1 TO CONT-HIST-LEIDOS
                 PERFORM 1110-ANOTAR-VENTA THRU 1110-FIN-ANOTAR-VENTA
             END-READ

             IF FS-HISTORICO <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-HISTORICO TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE HISTORICO
           CLOSE TRABAJO.

       1100-FIN-PREPARAR-VENTAS.
      *-------------------------
           EXIT.

       1110-ANOTAR-VENTA.
      *------------------
           IF HIST-FECHA > FECHA-REFERENCIA
             GO TO 1110-FIN-ANOTAR-VENTA
           END-IF

           MOVE HIST-CODIGO TO TRABAJO-CODIGO
           MOVE HIST-TIENDA TO TRABAJO-TIENDA
           MOVE HIST-FECHA  TO TRABAJO-FECHA
           MOVE HIST-CANT   TO TRABAJO-CANTIDAD

           WRITE REG-TRABAJO-DAT FROM REG-TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-HIST-TRABAJO.

       1110-FIN-ANOTAR-VENTA.
      *----------------------
           EXIT.

       1200-RESUMIR-VENTAS.
      *--------------------
      *ORDENA LAS VENTAS POR PRODUCTO+TIENDA, EL ORDEN DE CLAVE DEL
      *MAESTRO DE STOCK, Y DEJA UNA LINEA POR PRODUCTO+TIENDA EN
      *ROTACION-VENTAS.TMP
           OPEN OUTPUT VENTAS

           IF FS-VENTAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-VENTAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-VENTAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           SORT ORDENADO ON ASCENDING KEY ORD-CODIGO
                                          ORD-TIENDA
             USING TRABAJO
             OUTPUT PROCEDURE IS 1210-SALIDA-VENTAS
                           THRU 1218-FIN-SALIDA-VENTAS

           CLOSE VENTAS.

       1200-FIN-RESUMIR-VENTAS.
      *------------------------
           EXIT.

       1210-SALIDA-VENTAS.
      *-------------------
           MOVE "NO" TO SW-EOF-ORDENADO
           MOVE SPACES TO VTA-CLAVE

           PERFORM 1215-RETORNAR-ORDENADO
              THRU 1215-FIN-RETORNAR-ORDENADO

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 1212-TRATAR-ORDENADO
                THRU 1212-FIN-TRATAR-ORDENADO
             PERFORM 1215-RETORNAR-ORDENADO
                THRU 1215-FIN-RETORNAR-ORDENADO
           END-PERFORM

      *ULTIMO PRODUCTO+TIENDA PENDIENTE DE GRABAR
           IF VTA-CLAVE <> SPACES
             PERFORM 1220-GRABAR-VENTA THRU 1220-FIN-GRABAR-VENTA
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 1218-FIN-SALIDA-VENTAS.

       1212-TRATAR-ORDENADO.
      *---------------------
      *CORTE POR PRODUCTO+TIENDA. LA ULTIMA VENTA ES LA ULTIMA FECHA
      *CON UNIDADES VENDIDAS (UNA DEVOLUCION NO ES UNA VENTA); LAS
      *VENTANAS SUMAN UNIDADES NETAS
           IF VTA-CLAVE <> SPACES AND
              (ORD-CODIGO <> VTA-CODIGO OR ORD-TIENDA <> VTA-TIENDA)
             PERFORM 1220-GRABAR-VENTA THRU 1220-FIN-GRABAR-VENTA
             MOVE SPACES TO VTA-CLAVE
           END-IF

           IF VTA-CLAVE = SPACES
             MOVE ORD-CODIGO TO VTA-CODIGO
             MOVE ORD-TIENDA TO VTA-TIENDA
             MOVE ZEROS TO VTA-ULTIMA-VENTA
                           VTA-UDS-30
                           VTA-UDS-60
                           VTA-UDS-90
           END-IF

           IF ORD-CANTIDAD > 0 AND ORD-FECHA > VTA-ULTIMA-VENTA
             MOVE ORD-FECHA TO VTA-ULTIMA-VENTA
           END-IF

           IF ORD-FECHA >= DESDE-30
             ADD ORD-CANTIDAD TO VTA-UDS-30
           END-IF

           IF ORD-FECHA >= DESDE-60
             ADD ORD-CANTIDAD TO VTA-UDS-60
           END-IF

           IF ORD-FECHA >= DESDE-90
             ADD ORD-CANTIDAD TO VTA-UDS-90
           END-IF.

       1212-FIN-TRATAR-ORDENADO.
      *-------------------------
           EXIT.

       1215-RETORNAR-ORDENADO.
      *-----------------------
           RETURN ORDENADO
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       1215-FIN-RETORNAR-ORDENADO.
      *---------------------------
           EXIT.

       1218-FIN-SALIDA-VENTAS.
      *-----------------------
           EXIT.

       1220-GRABAR-VENTA.
      *------------------
           WRITE REG-VENTAS-DAT FROM REG-VENTA

           IF FS-VENTAS <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-VENTAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-VENTAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-VENTAS.

       1220-FIN-GRABAR-VENTA.
      *----------------------
           EXIT.

       1300-ABRIR-INFORME.
      *-------------------
           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           MOVE COBERTURA-LIMITE TO RPT-NUM7-ED
           STRING "FECHA DE REFERENCIA: " FECHA-REFERENCIA
                  "   VENTANAS DESDE: " DESDE-30 " (30 DIAS)  "
                  DESDE-60 " (60 DIAS)  " DESDE-90 " (90 DIAS)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "MUERTO: SIN VENTA NETA EN 90 DIAS.  LENTO: SIN VENT"
                  "A EN 30 DIAS O COBERTURA MAYOR DE "
                  FUNCTION TRIM(RPT-NUM7-ED)
                  " DIAS.  COBERTURA = STOCK * 90 / UDS 90D"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "ROTACION POR PRODUCTO Y TIENDA (SOLO CON EXISTENCIAS)"
             TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "TDA  PROD. DESCRIPCION                  STOCK  ULT"
                  ".VTA  UDS 30D UDS 60D UDS 90D COBERT.         VALOR"
                  " CLASE"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       1300-FIN-ABRIR-INFORME.
      *-----------------------
           EXIT.

       2000-PROCESO.
      *-------------
      *CRUCE POR CLAVE PRODUCTO+TIENDA: SE TRATA LA MENOR DE LAS DOS
      *CLAVES. LAS VENTAS DE UNA TIENDA SIN REGISTRO DE STOCK SOLO
      *CUENTAN EN LOS TOTALES DEL PRODUCTO
           IF CLAVE-STOCK < CLAVE-VENTAS
             MOVE CLAVE-STOCK TO CLAVE-MENOR
           ELSE
             MOVE CLAVE-VENTAS TO CLAVE-MENOR
           END-IF

           IF SW-PRODUCTO-ABIERTO = "SI" AND
              CLAVE-MENOR(1:5) <> PRD-CODIGO
             PERFORM 2500-CERRAR-PRODUCTO THRU 2500-FIN-CERRAR-PRODUCTO
             MOVE "NO" TO SW-PRODUCTO-ABIERTO
           END-IF

           IF SW-PRODUCTO-ABIERTO = "NO"
             PERFORM 2400-ABRIR-PRODUCTO THRU 2400-FIN-ABRIR-PRODUCTO
             MOVE "SI" TO SW-PRODUCTO-ABIERTO
           END-IF

           MOVE ZEROS TO ITE-ULTIMA-VENTA
                         ITE-UDS-30
                         ITE-UDS-60
                         ITE-UDS-90

           IF CLAVE-VENTAS = CLAVE-MENOR
             MOVE VTA-ULTIMA-VENTA TO ITE-ULTIMA-VENTA
             MOVE VTA-UDS-30       TO ITE-UDS-30
             MOVE VTA-UDS-60       TO ITE-UDS-60
             MOVE VTA-UDS-90       TO ITE-UDS-90
             ADD VTA-UDS-90 TO PRD-UDS-90
             IF VTA-ULTIMA-VENTA > PRD-ULTIMA-VENTA
               MOVE VTA-ULTIMA-VENTA TO PRD-ULTIMA-VENTA
             END-IF
             PERFORM 4100-LEER-VENTAS THRU 4100-FIN-LEER-VENTAS
           END-IF

           IF CLAVE-STOCK = CLAVE-MENOR
             IF STK-STOCK > 0
               PERFORM 2100-LINEA-STOCK THRU 2100-FIN-LINEA-STOCK
             END-IF
             PERFORM 4000-LEER-STOCK THRU 4000-FIN-LEER-STOCK
           END-IF.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-LINEA-STOCK.
      *-----------------
      *CLASIFICA EL PRODUCTO EN LA TIENDA, LO ACUMULA EN LA TIENDA, EN
      *LA CLASE Y EN EL PRODUCTO, E IMPRIME SU LINEA
           ADD 1 TO CONT-CON-STOCK

           IF PRD-ENCONTRADO = "NO"
             ADD 1 TO CONT-SIN-MAESTRO
           END-IF

           COMPUTE ITE-VALOR = STK-STOCK * PRD-PRECIO-REF

           MOVE ZEROS TO ITE-COBERTURA

           IF ITE-UDS-90 > 0
             COMPUTE ITE-COBERTURA = STK-STOCK * 90 / ITE-UDS-90
           END-IF

           EVALUATE TRUE
             WHEN ITE-UDS-90 <= 0
               MOVE 1 TO CLA-POS
             WHEN ITE-UDS-30 <= 0
               MOVE 2 TO CLA-POS
             WHEN ITE-COBERTURA > COBERTURA-LIMITE
               MOVE 2 TO CLA-POS
             WHEN OTHER
               MOVE 3 TO CLA-POS
           END-EVALUATE

           PERFORM 2150-BUSCAR-TIENDA THRU 2150-FIN-BUSCAR-TIENDA

           ADD 1         TO ACU-LINEAS(TIENDA-POS CLA-POS)
                            TOT-LINEAS(CLA-POS)
           ADD ITE-VALOR TO ACU-VALOR(TIENDA-POS CLA-POS)
                            TOT-VALOR(CLA-POS)

           ADD 1         TO PRD-TIENDAS
           ADD STK-STOCK TO PRD-STOCK
           ADD ITE-VALOR TO PRD-VALOR

           MOVE STK-STOCK  TO RPT-STOCK-ED
           MOVE ITE-UDS-30 TO RPT-UDS-30-ED
           MOVE ITE-UDS-60 TO RPT-UDS-60-ED
           MOVE ITE-UDS-90 TO RPT-UDS-90-ED
           MOVE ITE-VALOR  TO RPT-VALOR-ED

           IF ITE-ULTIMA-VENTA = ZEROS
             MOVE "NUNCA" TO RPT-FECHA-TXT
           ELSE
             MOVE ITE-ULTIMA-VENTA TO RPT-FECHA-TXT
           END-IF

           IF ITE-UDS-90 > 0
             MOVE ITE-COBERTURA TO RPT-COBERTURA-ED
             MOVE RPT-COBERTURA-ED TO RPT-COBERTURA-TXT
           ELSE
             MOVE "    ---" TO RPT-COBERTURA-TXT
           END-IF

           STRING STK-TIENDA "  " STK-CODIGO " "
                  PRD-DESCRIPCION(1:25) " " RPT-STOCK-ED "  "
                  RPT-FECHA-TXT " " RPT-UDS-30-ED " "
                  RPT-UDS-60-ED " " RPT-UDS-90-ED " "
                  RPT-COBERTURA-TXT " " RPT-VALOR-ED " "
                  CLA-NOMBRE(CLA-POS)
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2100-FIN-LINEA-STOCK.
      *---------------------
           EXIT.

       2150-BUSCAR-TIENDA.
      *-------------------
      *POSICION DE LA TIENDA EN MAESTRO-TIENDAS; SI NO ESTA SE ANADE
      *PARA QUE SU STOCK NO SE PIERDA EN EL RESUMEN
           SET IDX-TIENDA TO 1

           SEARCH TIENDA-ENTRADA
             WHEN IDX-TIENDA > CONT-TIENDAS
               IF CONT-TIENDAS >= 500
                 DISPLAY "MAS DE 500 TIENDAS CON STOCK: HAY QUE AMPLIA"
      -          "R LA TABLA MAESTRO-TIENDAS, PROCESO ABANDONADO"
                 STOP RUN
               END-IF
               ADD 1 TO CONT-TIENDAS
               MOVE STK-TIENDA TO TIE-CODIGO(CONT-TIENDAS)
               MOVE "(NO ESTA EN TIENDAS.DAT)"
                 TO TIE-NOMBRE(CONT-TIENDAS)
               MOVE CONT-TIENDAS TO TIENDA-POS
             WHEN TIE-CODIGO(IDX-TIENDA) = STK-TIENDA
               SET TIENDA-POS TO IDX-TIENDA
           END-SEARCH.

       2150-FIN-BUSCAR-TIENDA.
      *-----------------------
           EXIT.

       2400-ABRIR-PRODUCTO.
      *--------------------
      *DATOS DEL MAESTRO DEL PRODUCTO QUE EMPIEZA Y TOTALES A CERO
           MOVE CLAVE-MENOR(1:5) TO PRD-CODIGO
                                    PROD-CODIGO
           MOVE ZEROS TO PRD-TIENDAS
                         PRD-STOCK
                         PRD-VALOR
                         PRD-UDS-90
                         PRD-ULTIMA-VENTA

           READ PRODUCTOS
             INVALID KEY
               MOVE "NO" TO PRD-ENCONTRADO
               MOVE "(NO EN PRODUCTOS.DAT)" TO PRD-DESCRIPCION
               MOVE SPACES TO PRD-ESTADO
               MOVE ZEROS TO PRD-PRECIO-REF
             NOT INVALID KEY
               MOVE "SI" TO PRD-ENCONTRADO
               MOVE PROD-DESCRIPCION TO PRD-DESCRIPCION
               MOVE PROD-ESTADO      TO PRD-ESTADO
               MOVE PROD-PRECIO-REF  TO PRD-PRECIO-REF
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       2400-FIN-ABRIR-PRODUCTO.
      *------------------------
           EXIT.

       2500-CERRAR-PRODUCTO.
      *---------------------
      *UN PRODUCTO CON STOCK VA A LA LISTA DE BAJAS SI ESTA DE BAJA EN
      *EL MAESTRO, O A LA DE SIN VENTAS SI ESTA ACTIVO Y NO SE HA
      *VENDIDO EN NINGUNA TIENDA EN LOS ULTIMOS 90 DIAS
           IF PRD-STOCK = 0 OR PRD-ENCONTRADO = "NO"
             GO TO 2500-FIN-CERRAR-PRODUCTO
           END-IF

           MOVE PRD-CODIGO       TO LIS-CODIGO
           MOVE PRD-DESCRIPCION  TO LIS-DESCRIPCION
           MOVE PRD-TIENDAS      TO LIS-TIENDAS
           MOVE PRD-STOCK        TO LIS-STOCK
           MOVE PRD-VALOR        TO LIS-VALOR
           MOVE PRD-ULTIMA-VENTA TO LIS-ULTIMA-VENTA

           IF PRD-ESTADO = "B"
             WRITE REG-BAJAS-DAT FROM REG-LISTA
             IF FS-BAJAS <> 0
               MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
               MOVE "ROTACION-BAJAS.TMP" TO ERRORFI-EN-FICHERO
               MOVE FS-BAJAS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
             ADD 1 TO CONT-BAJAS
             ADD PRD-VALOR TO IMP-BAJAS
             GO TO 2500-FIN-CERRAR-PRODUCTO
           END-IF

           IF PRD-UDS-90 <= 0
             WRITE REG-SINVENTA-DAT FROM REG-LISTA
             IF FS-SINVENTA <> 0
               MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
               MOVE "ROTACION-SINVENTA.TMP" TO ERRORFI-EN-FICHERO
               MOVE FS-SINVENTA TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
             ADD 1 TO CONT-SINVENTA
             ADD PRD-VALOR TO IMP-SINVENTA
           END-IF.

       2500-FIN-CERRAR-PRODUCTO.
      *-------------------------
           EXIT.

       3000-FIN.
      *---------
      *ULTIMO PRODUCTO PENDIENTE DE CERRAR
           IF SW-PRODUCTO-ABIERTO = "SI"
             PERFORM 2500-CERRAR-PRODUCTO THRU 2500-FIN-CERRAR-PRODUCTO
           END-IF

           IF CONT-CON-STOCK = 0
             MOVE "NO HAY PRODUCTOS CON EXISTENCIAS" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE VENTAS
           CLOSE SINVENTA
           CLOSE BAJAS

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM 3100-RESUMEN-TIENDAS THRU 3100-FIN-RESUMEN-TIENDAS

           PERFORM 3200-LISTA-SINVENTA THRU 3200-FIN-LISTA-SINVENTA

           PERFORM 3300-LISTA-BAJAS THRU 3300-FIN-LISTA-BAJAS

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "FECHA DE REFERENCIA:            " FECHA-REFERENCIA
           DISPLAY "LINEAS DEL HISTORICO LEIDAS:    " CONT-HIST-LEIDOS
           DISPLAY "LINEAS HASTA LA FECHA:          " CONT-HIST-TRABAJO
           DISPLAY "PRODUCTO+TIENDA CON VENTAS:     " CONT-VENTAS
           DISPLAY "REGISTROS DE STOCK LEIDOS:      " CONT-REGISTROS
           DISPLAY "LINEAS CON EXISTENCIAS:         " CONT-CON-STOCK
           DISPLAY "  MUERTAS:                      " TOT-LINEAS(1)
           DISPLAY "  LENTAS:                       " TOT-LINEAS(2)
           DISPLAY "  NORMALES:                     " TOT-LINEAS(3)
           DISPLAY "PRODUCTOS ACTIVOS SIN VENTAS:   " CONT-SINVENTA
           DISPLAY "PRODUCTOS DE BAJA CON STOCK:    " CONT-BAJAS
           DISPLAY "INFORME GENERADO EN ROTACION.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-RESUMEN-TIENDAS.
      *---------------------
      *LINEAS Y VALOR DE CADA CLASE POR TIENDA, SOLO DE LAS TIENDAS
      *CON EXISTENCIAS, Y TOTAL DE LA EMPRESA
           MOVE "RESUMEN POR TIENDA" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "TDA NOMBRE                         MUERTO         "
                  "VALOR  LENTO         VALOR NORMAL         VALOR"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM VARYING TIENDA-POS FROM 1 BY 1
                   UNTIL TIENDA-POS > CONT-TIENDAS
             IF ACU-LINEAS(TIENDA-POS 1) > 0 OR
                ACU-LINEAS(TIENDA-POS 2) > 0 OR
                ACU-LINEAS(TIENDA-POS 3) > 0
               PERFORM 3110-LINEA-TIENDA THRU 3110-FIN-LINEA-TIENDA
             END-IF
           END-PERFORM

           MOVE TOT-LINEAS(1) TO RPT-LINEAS1-ED
           MOVE TOT-LINEAS(2) TO RPT-LINEAS2-ED
           MOVE TOT-LINEAS(3) TO RPT-LINEAS3-ED
           MOVE TOT-VALOR(1)  TO RPT-VALOR1-ED
           MOVE TOT-VALOR(2)  TO RPT-VALOR2-ED
           MOVE TOT-VALOR(3)  TO RPT-VALOR3-ED

           STRING "TOTAL                              " RPT-LINEAS1-ED
                  " " RPT-VALOR1-ED " " RPT-LINEAS2-ED
                  " " RPT-VALOR2-ED " " RPT-LINEAS3-ED
                  " " RPT-VALOR3-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3100-FIN-RESUMEN-TIENDAS.
      *-------------------------
           EXIT.

       3110-LINEA-TIENDA.
      *------------------
           MOVE ACU-LINEAS(TIENDA-POS 1) TO RPT-LINEAS1-ED
           MOVE ACU-LINEAS(TIENDA-POS 2) TO RPT-LINEAS2-ED
           MOVE ACU-LINEAS(TIENDA-POS 3) TO RPT-LINEAS3-ED
           MOVE ACU-VALOR(TIENDA-POS 1)  TO RPT-VALOR1-ED
           MOVE ACU-VALOR(TIENDA-POS 2)  TO RPT-VALOR2-ED
           MOVE ACU-VALOR(TIENDA-POS 3)  TO RPT-VALOR3-ED

           STRING TIE-CODIGO(TIENDA-POS) " " TIE-NOMBRE(TIENDA-POS)
                  " " RPT-LINEAS1-ED " " RPT-VALOR1-ED
                  " " RPT-LINEAS2-ED " " RPT-VALOR2-ED
                  " " RPT-LINEAS3-ED " " RPT-VALOR3-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3110-FIN-LINEA-TIENDA.
      *----------------------
           EXIT.

       3200-LISTA-SINVENTA.
      *--------------------
           STRING "PRODUCTOS ACTIVOS CON STOCK Y SIN VENTAS EN NINGUNA "
                  "TIENDA EN LOS ULTIMOS 90 DIAS"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF CONT-SINVENTA = 0
             MOVE "NINGUNO" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             GO TO 3200-FIN-LISTA-SINVENTA
           END-IF

           PERFORM 3900-CABECERA-LISTA THRU 3900-FIN-CABECERA-LISTA

           OPEN INPUT SINVENTA

           IF FS-SINVENTA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-SINVENTA.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-SINVENTA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-LISTA

           PERFORM UNTIL SW-EOF-LISTA = "SI"
             READ SINVENTA INTO REG-LISTA
               AT END
                 MOVE "SI" TO SW-EOF-LISTA
               NOT AT END
                 PERFORM 3910-LINEA-LISTA THRU 3910-FIN-LINEA-LISTA
             END-READ

             IF FS-SINVENTA <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "ROTACION-SINVENTA.TMP" TO ERRORFI-EN-FICHERO
               MOVE FS-SINVENTA TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE SINVENTA

           MOVE CONT-SINVENTA TO RPT-NUM7-ED
           MOVE IMP-SINVENTA  TO RPT-TOTAL-ED
           STRING "PRODUCTOS: " RPT-NUM7-ED
                  "   VALOR DEL STOCK: " RPT-TOTAL-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3200-FIN-LISTA-SINVENTA.
      *------------------------
           EXIT.

       3300-LISTA-BAJAS.
      *-----------------
           MOVE "PRODUCTOS DE BAJA (ESTADO B) QUE TODAVIA TIENEN STOCK"
             TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF CONT-BAJAS = 0
             MOVE "NINGUNO" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             GO TO 3300-FIN-LISTA-BAJAS
           END-IF

           PERFORM 3900-CABECERA-LISTA THRU 3900-FIN-CABECERA-LISTA

           OPEN INPUT BAJAS

           IF FS-BAJAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-BAJAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-BAJAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-LISTA

           PERFORM UNTIL SW-EOF-LISTA = "SI"
             READ BAJAS INTO REG-LISTA
               AT END
                 MOVE "SI" TO SW-EOF-LISTA
               NOT AT END
                 PERFORM 3910-LINEA-LISTA THRU 3910-FIN-LINEA-LISTA
             END-READ

             IF FS-BAJAS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "ROTACION-BAJAS.TMP" TO ERRORFI-EN-FICHERO
               MOVE FS-BAJAS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE BAJAS

           MOVE CONT-BAJAS TO RPT-NUM7-ED
           MOVE IMP-BAJAS  TO RPT-TOTAL-ED
           STRING "PRODUCTOS: " RPT-NUM7-ED
                  "   VALOR DEL STOCK: " RPT-TOTAL-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3300-FIN-LISTA-BAJAS.
      *---------------------
           EXIT.

       3900-CABECERA-LISTA.
      *--------------------
           STRING "PROD. DESCRIPCION                    TIENDAS    STOC"
                  "K         VALOR  ULT.VTA"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3900-FIN-CABECERA-LISTA.
      *------------------------
           EXIT.

       3910-LINEA-LISTA.
      *-----------------
           MOVE LIS-TIENDAS TO RPT-TIENDAS-ED
           MOVE LIS-STOCK   TO RPT-LIS-STOCK-ED
           MOVE LIS-VALOR   TO RPT-VALOR-ED

           IF LIS-ULTIMA-VENTA = ZEROS
             MOVE "NUNCA" TO RPT-FECHA-TXT
           ELSE
             MOVE LIS-ULTIMA-VENTA TO RPT-FECHA-TXT
           END-IF

           STRING LIS-CODIGO " " LIS-DESCRIPCION " " RPT-TIENDAS-ED
                  " " RPT-LIS-STOCK-ED " " RPT-VALOR-ED "  "
                  RPT-FECHA-TXT
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3910-FIN-LINEA-LISTA.
      *---------------------
           EXIT.

       4000-LEER-STOCK.
      *----------------
           READ STOCK NEXT RECORD
                 AT END MOVE "SI" TO SW-EOF-STOCK
           END-READ

           IF FS-STOCK <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF SW-EOF-STOCK = "SI"
             MOVE HIGH-VALUES TO CLAVE-STOCK
           ELSE
             ADD 1 TO CONT-REGISTROS
             MOVE STK-CLAVE TO CLAVE-STOCK
           END-IF.

       4000-FIN-LEER-STOCK.
      *--------------------
           EXIT.

       4100-LEER-VENTAS.
      *-----------------
           READ VENTAS INTO REG-VENTA
                 AT END MOVE HIGH-VALUES TO CLAVE-VENTAS
           END-READ

           IF FS-VENTAS <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "ROTACION-VENTAS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-VENTAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF FS-VENTAS = 0
             MOVE VTA-CLAVE TO CLAVE-VENTAS
           END-IF.

       4100-FIN-LEER-VENTAS.
      *---------------------
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
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "ROTACION DEL STOCK - INFORME-ROTACION"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ROTACION.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM INFORME-ROTACION.
