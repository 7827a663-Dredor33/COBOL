      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Anulacion de un lote de ventas ya procesado. Cuando
      *    una tienda envia el dia equivocado o un fichero resulta ser
      *    de otra tienda, el lote ya consta en
      *    TOTALVENTAS-CONTROL.DAT (y 1045-ABRIR-LOTE rechazaria su
      *    reenvio corregido), sus consolidados estan en
      *    VENTAS-HISTORICO.DAT y sus unidades descontadas de
      *    STOCK.DAT. Este programa deshace las tres cosas.
      *
      *    El lote se indica con la variable de entorno LOTE-ANULAR y
      *    el motivo, que sale en el informe, con MOTIVO-ANULACION.
      *    El lote debe constar en la historia de cuadres y no estar
      *    ya anulado, y el neto que le queda vivo en el historico
      *    debe cuadrar con el de sus cuadres: si no cuadra (lote de
      *    un RESTART, que cuadra la noche entera, o historico
      *    anterior al sellado lote a lote) no se toca nada.
      *
      *    Por cada grupo CODIGO+TIENDA+FECHA+FECHA DE PROCESO que el
      *    lote tiene vivo se anade al historico una contrapartida con
      *    cantidad e ingreso cambiados de signo, sellada con el mismo
      *    lote y la misma fecha de proceso que el original para que
      *    DEPURA-HISTORICO purgue ambos a la vez; y se devuelven al
      *    stock del producto+tienda las unidades que el lote
      *    desconto (alta al vuelo si el registro ya no existe). Al
      *    final se graba en TOTALVENTAS-CONTROL.DAT un registro de
      *    modo ANULACION con el lote y los netos anulados, con lo que
      *    VENTAS-A-TOTALVENTAS admite el reenvio (ver
      *    1042-DESCARTAR-LOTE-ANULADO) y AUDITORIA-VENTAS lo presenta
      *    como lote anulado. El informe ANULACION-LOTE.RPT detalla
      *    cada contrapartida con el stock antes y despues y lleva el
      *    cuadre contra el control y un pie para la firma del
      *    auditor.
      *
      *    La anulacion deshace tambien lo que el lote dejo fuera del
      *    historico y del stock:
      *      - contabilidad: por cada tienda y fecha de venta del lote
      *        se anaden a INTERFAZ-ANULACIONES.DAT las ventas y
      *        devoluciones anuladas; INTERFAZ-CONTABLE las pasa en su
      *        siguiente run como asientos inversos (DEBE y HABER
      *        cambiados) y vacia el fichero al publicar
      *      - vales de ruleta: se anota en VALES-ANULADOS.DAT el lote
      *        y el mayor numero de vale que tiene emitido. Desde ese
      *        momento sus vales no se pueden jugar en los kioscos, no
      *        cuentan como emitidos en CONSOLIDA-RULETA ni en
      *        INFORME-RULETA y no impiden que VENTAS-A-TOTALVENTAS
      *        emita vales nuevos al reenvio corregido
      *
      *    Antes de la primera contrapartida se graba en
      *    TOTALVENTAS-CONTROL.DAT un registro de modo ANU-INICIO con
      *    el lote (sin importes, los demas programas lo saltan); el
      *    registro ANULACION del final es su cierre. Un ANU-INICIO
      *    sin ANULACION detras es una anulacion cortada a medias: el
      *    programa no vuelve a anular el lote y explica como
      *    recuperarlo (ver 1300-CONTRASTAR-CONTROL).
      *
      *    Las correcciones (runs CORRECCION, con el lote en blanco)
      *    no se pueden atribuir a ningun lote y no se anulan.
      *
      *    Como toca el stock y la contabilidad, la anulacion solo
      *    arranca con la cadena nocturna en reposo: si
      *    VENTAS-A-TOTALVENTAS tiene una generacion sin terminar, sin
      *    volcar al stock o sin pasar a contabilidad se niega a
      *    empezar (CADENA-FORZAR=SI lo salta y queda anotado). El
      *    inicio y el fin se anotan en CADENA-NOCTURNA.DAT.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULA-LOTE.

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
      *--------------ARCHIVO DE ENTRADA/SALIDA: HISTORIA DE CUADRES
           SELECT CONTROL-VENTAS ASSIGN TO "TOTALVENTAS-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.
      *--------------ARCHIVO DE ENTRADA/SALIDA: HISTORICO PERMANENTE
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.
      *--------------ARCHIVO DE TRABAJO: REGISTROS DEL LOTE EXTRAIDOS
      *--------------DEL HISTORICO
           SELECT EXTRACTO ASSIGN TO "ANULACION-EXTRACTO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXTRACTO.
      *--------------ARCHIVO DE TRABAJO: CONTRAPARTIDAS A GRABAR
           SELECT CONTRA ASSIGN TO "ANULACION-LOTE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTRA.
           SELECT ORDENADO ASSIGN TO "ORDENADO.TMP".
      *--------------ARCHIVO DE ENTRADA/SALIDA: MAESTRO DE STOCK, SE
      *--------------MANTIENE CON EL PROGRAMA MANT-STOCK
           SELECT STOCK ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-CLAVE
           FILE STATUS FS-STOCK.
      *--------------ARCHIVO DE SALIDA: INFORME DE ANULACION
           SELECT INFORME ASSIGN TO "ANULACION-LOTE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.
      *--------------ARCHIVO DE SALIDA: VENTAS ANULADAS PENDIENTES DE
      *--------------PASAR A CONTABILIDAD (VER INTERFAZ-CONTABLE)
           SELECT PENDIENTE-CONTABLE
           ASSIGN TO "INTERFAZ-ANULACIONES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTE.
      *--------------ARCHIVO DE ENTRADA: VALES DE TIRADA EMITIDOS POR
      *--------------LAS VENTAS DE CAMPANA (VER VENTAS-A-TOTALVENTAS)
           SELECT VALES ASSIGN TO "VALES-RULETA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALES.
      *--------------ARCHIVO DE ENTRADA/SALIDA: VALES DE TIRADA
      *--------------ANULADOS CON SU LOTE
           SELECT VALES-ANULADOS ASSIGN TO "VALES-ANULADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADOS.
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

           FD CONTROL-VENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *3150-GRABAR-CONTROL
       01  REG-CONTROL-DAT PIC X(108).

           FD HISTORICO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *2270-GRABAR-HISTORICO: LOTE(8) + FECHA PROCESO(8) + CODIGO(5)
      *+ CANTIDAD(7) + INGRESO(13) + FECHA(8) + TIENDA(3)
       01  REG-HISTORICO-DAT PIC X(52).

           FD EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *REGISTRO DEL HISTORICO TAL CUAL, SOLO LOS DEL LOTE
       01  REG-EXTRACTO-DAT PIC X(52).

           FD CONTRA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *REGISTRO DEL HISTORICO CON LOS NETOS YA CAMBIADOS DE SIGNO
       01  REG-CONTRA-DAT PIC X(52).

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

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

           FD PENDIENTE-CONTABLE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE EL GRUPO DE INTERFAZ-CONTABLE, VER
      *REG-PENDIENTE
       01  REG-PENDIENTE-DAT PIC X(66).

           FD VALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *VALE DE TIRADA, VER REG-VALE
       01  REG-VALES-DAT PIC X(56).

           FD VALES-ANULADOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *ANULACION DE LOS VALES DE UN LOTE, VER REG-VALE-ANULADO
       01  REG-ANULADOS-DAT PIC X(31).

           SD ORDENADO.
      *MISMO REGISTRO QUE REG-EXTRACTO-DAT, CON LOS CAMPOS DE CLAVE A
      *LA VISTA PARA ORDENAR POR CODIGO+TIENDA+FECHA+FECHA DE PROCESO
       01  REG-ORDENADO.
           05 ORD-LOTE          PIC X(8).
           05 ORD-FECHA-PROCESO PIC 9(8).
           05 ORD-CODIGO        PIC X(5).
           05 ORD-CANT          PIC S9(6) SIGN LEADING SEPARATE.
           05 ORD-INGRESO       PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 ORD-FECHA         PIC 9(8).
           05 ORD-TIENDA        PIC X(3).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-CONTROL   PIC 9(2) VALUES ZEROS.
           05 FS-HISTORICO PIC 9(2) VALUES ZEROS.
           05 FS-EXTRACTO  PIC 9(2) VALUES ZEROS.
           05 FS-CONTRA    PIC 9(2) VALUES ZEROS.
           05 FS-STOCK     PIC 9(2) VALUES ZEROS.
           05 FS-INFORME   PIC 9(2) VALUES ZEROS.
           05 FS-CADENA    PIC 9(2) VALUES ZEROS.
           05 FS-PENDIENTE PIC 9(2) VALUES ZEROS.
           05 FS-VALES     PIC 9(2) VALUES ZEROS.
           05 FS-ANULADOS  PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-CONTROL   PIC X(2) VALUES "NO".
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".
           05 SW-EOF-ORDENADO  PIC X(2) VALUES "NO".
           05 SW-EOF-CONTRA    PIC X(2) VALUES "NO".
           05 SW-EOF-CADENA    PIC X(2) VALUES "NO".
           05 SW-EOF-VALES     PIC X(2) VALUES "NO".
           05 SW-EOF-ANULADOS  PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *VISTA DEL REGISTRO DE CUADRE, CALCADA DE VENTAS-A-TOTALVENTAS
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

      *VISTA DEL REGISTRO DEL HISTORICO, CALCADA DE
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
      *VENTAS ANULADAS DE UNA TIENDA Y FECHA DE VENTA DEL LOTE, PARA
      *CONTABILIDAD: MISMO REGISTRO QUE REG-GRUPO DE INTERFAZ-CONTABLE.
      *LAS VENTAS Y LAS DEVOLUCIONES VAN EN POSITIVO Y EL NETO CON EL
      *SIGNO DEL ORIGINAL; ES INTERFAZ-CONTABLE QUIEN LO INVIERTE
           02 REG-PENDIENTE.
               05 PEN-LOTE         PIC X(8) VALUES SPACES.
               05 PEN-TIENDA       PIC X(3) VALUES SPACES.
               05 PEN-FECHA        PIC 9(8) VALUES ZEROS.
               05 PEN-VENTAS       PIC 9(11)V99 VALUES ZEROS.
               05 PEN-DEVOLUCIONES PIC 9(11)V99 VALUES ZEROS.
               05 PEN-NETO         PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 PEN-ANOTACIONES  PIC 9(7) VALUES ZEROS.
      *VISTA DEL VALE DE TIRADA DE VALES-RULETA.DAT
           02 REG-VALE.
               05 VALE-CODIGO        PIC 9(8) VALUES ZEROS.
               05 VALE-TIENDA        PIC X(3) VALUES SPACES.
               05 VALE-FECHA-VENTA   PIC 9(8) VALUES ZEROS.
               05 VALE-FECHA-EMISION PIC 9(8) VALUES ZEROS.
               05 VALE-CADUCIDAD     PIC 9(8) VALUES ZEROS.
               05 VALE-IMPORTE       PIC 9(6)V99 VALUES ZEROS.
               05 VALE-PRODUCTO      PIC X(5) VALUES SPACES.
               05 VALE-LOTE          PIC X(8) VALUES SPACES.
      *ANULACION DE LOS VALES DE UN LOTE: QUEDAN ANULADOS LOS VALES
      *DEL LOTE CON NUMERO HASTA VAN-HASTA-VALE (LOS QUE RECIBA UN
      *REENVIO POSTERIOR LLEVAN NUMEROS MAYORES), CON LA FECHA DE LA
      *ANULACION Y CUANTOS VALES ANULO
           02 REG-VALE-ANULADO.
               05 VAN-LOTE       PIC X(8) VALUES SPACES.
               05 VAN-HASTA-VALE PIC 9(8) VALUES ZEROS.
               05 VAN-FECHA      PIC 9(8) VALUES ZEROS.
               05 VAN-NUM-VALES  PIC 9(7) VALUES ZEROS.

      *LOTE A ANULAR (VARIABLE DE ENTORNO LOTE-ANULAR, OBLIGATORIA) Y
      *MOTIVO PARA EL INFORME (MOTIVO-ANULACION, OPCIONAL)
       01  PARAMETROS.
           05 LOTE-ANULAR      PIC X(8) VALUES SPACES.
           05 MOTIVO-ANULACION PIC X(60) VALUES SPACES.

      *SITUACION DEL LOTE EN LA HISTORIA DE CUADRES: VIVO SI SU
      *ULTIMO REGISTRO ES UN CUADRE Y NO UNA ANULACION, Y NETO QUE LE
      *QUEDA (CUADRES MENOS ANULACIONES)
       01  ESTADO-LOTE.
           05 SW-LOTE-VIVO          PIC X(2) VALUES "NO".
      *SI SI, EL ULTIMO ANU-INICIO DEL LOTE NO TIENE SU ANULACION
           05 SW-ANULACION-A-MEDIAS PIC X(2) VALUES "NO".
           05 LOTE-NUM-CUADRES      PIC 9(3) VALUES ZEROS.
           05 LOTE-NUM-ANULACIONES  PIC 9(3) VALUES ZEROS.
           05 LOTE-ULT-MODO         PIC X(10) VALUES SPACES.
           05 LOTE-ULT-LEIDOS       PIC 9(7) VALUES ZEROS.
           05 LOTE-ULT-VALIDAS      PIC 9(7) VALUES ZEROS.
           05 LOTE-CTL-CANT         PIC S9(10) VALUES ZEROS.
           05 LOTE-CTL-INGRESO      PIC S9(13)V99 VALUES ZEROS.

      *CORTE DE CONTROL DE LAS CONTRAPARTIDAS (VER 1410-SALIDA-CONTRA)
       01  CONSOLIDACION.
           05 SAL-CODIGO-ACTUAL      PIC X(5) VALUES SPACES.
           05 SAL-TIENDA-ACTUAL      PIC X(3) VALUES SPACES.
           05 SAL-FECHA-ACTUAL       PIC 9(8) VALUES ZEROS.
           05 SAL-FECHA-PROC-ACTUAL  PIC 9(8) VALUES ZEROS.
           05 SAL-CANT-ACUMULADA     PIC S9(6) VALUES ZEROS.
           05 SAL-INGRESO-ACUMULADO  PIC S9(10)V99 VALUES ZEROS.
           05 SW-GRUPO-SALIDA-ABIERTO PIC X(2) VALUES "NO".

      *VENTAS ANULADAS POR TIENDA Y FECHA DE VENTA, UNA ENTRADA POR
      *ASIENTO INVERSO (VER 1430-ACUMULAR-CONTABLE)
       01  ANULACION-CONTABLE.
           05 CONT-ASIENTOS-ANULACION PIC 9(3) VALUES ZEROS.
           05 ASIENTO-ANULACION OCCURS 200 TIMES.
               10 AAN-TIENDA       PIC X(3).
               10 AAN-FECHA        PIC 9(8).
               10 AAN-VENTAS       PIC 9(11)V99.
               10 AAN-DEVOLUCIONES PIC 9(11)V99.
               10 AAN-NETO         PIC S9(11)V99.
               10 AAN-ANOTACIONES  PIC 9(7).
           05 AAN-POS                 PIC 9(3) VALUES ZEROS.
           05 AAN-I                   PIC 9(3) VALUES ZEROS.

      *VALES DE TIRADA DEL LOTE (VER 3400-ANULAR-VALES): MAYOR VALE
      *YA ANULADO POR UNA ANULACION ANTERIOR DEL LOTE, MAYOR VALE QUE
      *SE ANULA AHORA Y CUANTOS SE ANULAN
       01  ANULACION-VALES.
           05 ANT-HASTA-VALE   PIC 9(8) VALUES ZEROS.
           05 NUEVO-HASTA-VALE PIC 9(8) VALUES ZEROS.
           05 CONT-VALES-LOTE  PIC 9(7) VALUES ZEROS.

       01  CONTADORES.
      *CONTADOR DE REGISTROS LEIDOS DEL HISTORICO
           05 CONT-HIST-LEIDOS     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS DEL HISTORICO QUE SON DEL LOTE
           05 CONT-HIST-LOTE       PIC 9(7) VALUES ZEROS.
      *CONTADOR DE CONTRAPARTIDAS GRABADAS EN EL HISTORICO
           05 CONT-CONTRAPARTIDAS  PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS DE STOCK ACTUALIZADOS
           05 CONT-ACTUALIZADOS    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ALTAS AL VUELO (PRODUCTO+TIENDA SIN REGISTRO)
           05 CONT-ALTAS-VUELO     PIC 9(7) VALUES ZEROS.

       01  ACUMULADORES.
      *NETO VIVO DEL LOTE EN EL HISTORICO, ANTES DE ANULAR
           05 ACU-HIST-CANT        PIC S9(10) VALUES ZEROS.
           05 ACU-HIST-INGRESO     PIC S9(13)V99 VALUES ZEROS.
      *NETOS DE LAS CONTRAPARTIDAS (YA CAMBIADOS DE SIGNO)
           05 ACU-ANULADA-CANT     PIC S9(10) VALUES ZEROS.
           05 ACU-ANULADO-INGRESO  PIC S9(13)V99 VALUES ZEROS.
      *EXISTENCIAS DEL PRODUCTO+TIENDA ANTES DE DEVOLVER LAS UNIDADES
           05 STOCK-ANTES          PIC S9(7) VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM3-ED           PIC ZZ9.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-NUM7B-ED          PIC Z(6)9.
           05 RPT-CANT-ED           PIC -(10)9.
           05 RPT-CANT2-ED          PIC -(10)9.
           05 RPT-IMPORTE-ED        PIC -(13)9,99.
           05 RPT-IMPORTE2-ED       PIC -(13)9,99.
           05 RPT-STOCK-ED          PIC -(7)9.
           05 RPT-STOCK2-ED         PIC -(7)9.

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
                                UNTIL SW-EOF-CONTRA = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      ACUMULADORES
                      ESTADO-LOTE

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-FIN-LEER-PARAMETROS

      *TODAS LAS COMPROBACIONES VAN ANTES DE TOCAR NINGUN FICHERO:
      *UNA ANULACION RECHAZADA NO DEJA NADA A MEDIAS
           PERFORM 1100-COMPROBAR-CONTROL
              THRU 1100-FIN-COMPROBAR-CONTROL

           PERFORM 1200-EXTRAER-HISTORICO
              THRU 1200-FIN-EXTRAER-HISTORICO

           PERFORM 1300-CONTRASTAR-CONTROL
              THRU 1300-FIN-CONTRASTAR-CONTROL

           PERFORM 1400-CALCULAR-CONTRAPARTIDAS
              THRU 1400-FIN-CALCULAR-CONTRAPARTIDAS

           PERFORM 1070-CONTROL-CADENA THRU 1070-FIN-CONTROL-CADENA

      *A PARTIR DE AQUI SE TOCAN FICHEROS: QUEDA CONSTANCIA EN EL
      *CONTROL DE QUE LA ANULACION HA EMPEZADO
           PERFORM 1450-MARCAR-INICIO THRU 1450-FIN-MARCAR-INICIO

           PERFORM 1500-ABRIR-SALIDAS THRU 1500-FIN-ABRIR-SALIDAS

      *REALIZAMOS UNA LECTURA ANTICIPADA
           PERFORM 4000-LEER-CONTRA THRU 4000-FIN-LEER-CONTRA.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
           ACCEPT LOTE-ANULAR FROM ENVIRONMENT "LOTE-ANULAR"
           ACCEPT MOTIVO-ANULACION FROM ENVIRONMENT "MOTIVO-ANULACION"

           IF LOTE-ANULAR = SPACES
             DISPLAY "FALTA LA VARIABLE DE ENTORNO LOTE-ANULAR CON EL "
                     "LOTE A ANULAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF MOTIVO-ANULACION = SPACES
             MOVE "SIN MOTIVO INDICADO" TO MOTIVO-ANULACION
           END-IF

           DISPLAY "ANULACION DEL LOTE " LOTE-ANULAR.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1070-CONTROL-CADENA.
      *--------------------
      *LA ANULACION DEVUELVE STOCK, ASI QUE SOLO ARRANCA SI LA ULTIMA
      *GENERACION YA SE VOLCO AL STOCK: CON UN RUN DE VENTAS SIN
      *TERMINAR O SIN VOLCAR, EL VOLCADO POSTERIOR DESCONTARIA LO QUE
      *AQUI SE DEVUELVE. TAMPOCO ARRANCA SI LA GENERACION NO SE HA
      *PASADO A CONTABILIDAD: LOS ASIENTOS INVERSOS QUE DEJA SON PARA
      *EL SIGUIENTE RUN DE INTERFAZ-CONTABLE, NO PARA EL PENDIENTE
           PERFORM 1072-CARGAR-CADENA THRU 1072-FIN-CARGAR-CADENA

           MOVE SPACES TO CAD-MOTIVO

           EVALUATE TRUE
             WHEN CAD-ULT-GENERACION = 0
               CONTINUE
             WHEN CAD-TERMINADO(1) = "NO"
               MOVE "VENTAS-A-TOTALVENTAS NO HA TERMINADO LA GENERACION"
                 TO CAD-MOTIVO
             WHEN CAD-TERMINADO(2) = "NO"
               MOVE "ACTUALIZA-STOCK NO HA VOLCADO LA GENERACION"
                 TO CAD-MOTIVO
             WHEN CAD-TERMINADO(6) = "NO"
               MOVE "INTERFAZ-CONTABLE NO HA PASADO LA GENERACION"
                 TO CAD-MOTIVO
           END-EVALUATE

           IF CAD-MOTIVO <> SPACES
             PERFORM 1076-RECHAZAR-CADENA THRU 1076-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "INICIO" TO CAD-EVENTO
           MOVE SPACES   TO CAD-MENSAJE
           STRING "LOTE " LOTE-ANULAR
                  DELIMITED BY SIZE INTO CAD-MENSAJE
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

           DISPLAY "ANULA-LOTE NO PUEDE EMPEZAR, "
                   "PROCESO ABANDONADO"

           STOP RUN.

       1076-FIN-RECHAZAR-CADENA.
      *-------------------------
           EXIT.

       1100-COMPROBAR-CONTROL.
      *-----------------------
      *RECORRE LA HISTORIA DE CUADRES BUSCANDO EL LOTE: DEBE CONSTAR
      *Y SU ULTIMO REGISTRO NO DEBE SER YA UNA ANULACION
           OPEN INPUT CONTROL-VENTAS

           IF FS-CONTROL = 35
             DISPLAY "NO EXISTE TOTALVENTAS-CONTROL.DAT: NO HAY LOTES "
                     "QUE ANULAR"
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
                 IF CONTROL-LOTE = LOTE-ANULAR
                   PERFORM 1110-TRATAR-CUADRE
                      THRU 1110-FIN-TRATAR-CUADRE
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

           IF LOTE-NUM-CUADRES = 0
             DISPLAY "EL LOTE " LOTE-ANULAR " NO CONSTA EN TOTALVENTAS"
                     "-CONTROL.DAT, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF SW-LOTE-VIVO = "NO"
             DISPLAY "EL LOTE " LOTE-ANULAR " YA ESTA ANULADO Y NO SE "
                     "HA VUELTO A PROCESAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF.

       1100-FIN-COMPROBAR-CONTROL.
      *---------------------------
           EXIT.

       1110-TRATAR-CUADRE.
      *-------------------
      *LOS CUADRES Y LAS ANULACIONES DEL LOTE SE ALTERNAN (ANULACION,
      *REENVIO, NUEVA ANULACION...): MANDA EL ULTIMO, Y EL NETO VIVO
      *ES LA SUMA DE TODOS PORQUE LAS ANULACIONES VAN EN NEGATIVO.
      *EL ANU-INICIO SOLO MARCA UNA ANULACION EMPEZADA, QUE SU
      *ANULACION CIERRA; NO CUENTA NI SUMA
           IF CONTROL-MODO-EJECUCION = "ANU-INICIO"
             MOVE "SI" TO SW-ANULACION-A-MEDIAS
             GO TO 1110-FIN-TRATAR-CUADRE
           END-IF

           ADD CONTROL-CANT-TOTAL    TO LOTE-CTL-CANT
           ADD CONTROL-INGRESO-TOTAL TO LOTE-CTL-INGRESO

           IF CONTROL-MODO-EJECUCION = "ANULACION"
             MOVE "NO" TO SW-LOTE-VIVO
             MOVE "NO" TO SW-ANULACION-A-MEDIAS
             ADD 1 TO LOTE-NUM-ANULACIONES
           ELSE
             MOVE "SI" TO SW-LOTE-VIVO
             ADD 1 TO LOTE-NUM-CUADRES
             MOVE CONTROL-MODO-EJECUCION TO LOTE-ULT-MODO
             MOVE CONTROL-REG-LEIDOS     TO LOTE-ULT-LEIDOS
             MOVE CONTROL-REG-VALIDAS    TO LOTE-ULT-VALIDAS
           END-IF.

       1110-FIN-TRATAR-CUADRE.
      *-----------------------
           EXIT.

       1200-EXTRAER-HISTORICO.
      *-----------------------
      *COPIA AL EXTRACTO LOS REGISTROS DEL HISTORICO SELLADOS CON EL
      *LOTE (ORIGINALES Y CONTRAPARTIDAS DE ANULACIONES ANTERIORES) Y
      *ACUMULA SU NETO
           OPEN INPUT HISTORICO

           IF FS-HISTORICO = 35
             DISPLAY "NO EXISTE VENTAS-HISTORICO.DAT: NO HAY NADA QUE "
                     "ANULAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF FS-HISTORICO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT EXTRACTO

           IF FS-EXTRACTO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-EXTRACTO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-EXTRACTO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-HISTORICO
           PERFORM UNTIL SW-EOF-HISTORICO = "SI"
             READ HISTORICO INTO REG-HISTORICO
               AT END
                 MOVE "SI" TO SW-EOF-HISTORICO
               NOT AT END
                 ADD 1 TO CONT-HIST-LEIDOS
                 IF HIST-LOTE = LOTE-ANULAR
                   PERFORM 1210-GRABAR-EXTRACTO
                      THRU 1210-FIN-GRABAR-EXTRACTO
                 END-IF
             END-READ

             IF FS-HISTORICO <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-HISTORICO TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE HISTORICO
           CLOSE EXTRACTO

           IF CONT-HIST-LOTE = 0
             DISPLAY "EL LOTE " LOTE-ANULAR " NO TIENE REGISTROS EN V"
                     "ENTAS-HISTORICO.DAT (YA DEPURADOS?)"
             DISPLAY "NO SE PUEDE ANULAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF.

       1200-FIN-EXTRAER-HISTORICO.
      *---------------------------
           EXIT.

       1210-GRABAR-EXTRACTO.
      *---------------------
           WRITE REG-EXTRACTO-DAT FROM REG-HISTORICO

           IF FS-EXTRACTO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-EXTRACTO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-EXTRACTO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-HIST-LOTE
           ADD HIST-CANT    TO ACU-HIST-CANT
           ADD HIST-INGRESO TO ACU-HIST-INGRESO.

       1210-FIN-GRABAR-EXTRACTO.
      *-------------------------
           EXIT.

       1300-CONTRASTAR-CONTROL.
      *------------------------
      *EL NETO VIVO DEL LOTE EN EL HISTORICO TIENE QUE SER EL DE SUS
      *CUADRES. SI NO LO ES, EL HISTORICO NO PERMITE SEPARAR EL LOTE
      *(UN RESTART CUADRA LA NOCHE ENTERA CON EL ULTIMO LOTE, Y EL
      *HISTORICO ANTIGUO VA SELLADO CON EL ULTIMO LOTE DE LA NOCHE) O
      *ESTA DEPURADO EN PARTE, Y NO SE TOCA NADA.
      *ANTES SE MIRA SI UNA ANULACION ANTERIOR DEL LOTE SE CORTO A
      *MEDIAS: NO SE SABE HASTA DONDE LLEGO, ASI QUE NI SE REPITE NI
      *SE DA EL LOTE POR DESCUADRADO; SE EXPLICA COMO RECUPERARLO
           IF SW-ANULACION-A-MEDIAS = "SI"
             DISPLAY "UNA ANULACION ANTERIOR DEL LOTE " LOTE-ANULAR
                     " NO TERMINO: TOTALVENTAS-CONTROL.DAT TIENE SU "
                     "ANU-INICIO PERO NO SU ANULACION"
             DISPLAY "PUEDE HABER DEJADO CONTRAPARTIDAS DEL LOTE AL "
                     "FINAL DE VENTAS-HISTORICO.DAT Y UNIDADES "
                     "DEVUELTAS EN STOCK.DAT (VER EL ANULACION-LOTE.RPT"
                     " DE AQUEL RUN), Y EL LOTE EN "
                     "INTERFAZ-ANULACIONES.DAT Y EN VALES-ANULADOS.DAT"
             DISPLAY "PARA RECUPERAR: VOLVER A LA COPIA DE ESOS "
                     "FICHEROS ANTERIOR A LA ANULACION, O QUITAR A MANO"
                     " LO QUE GRABO DEL LOTE Y DEJAR CON MANT-STOCK EL "
                     "STOCK COMO ESTABA (COLUMNA ST.ANTES)"
             DISPLAY "DESPUES, QUITAR DE TOTALVENTAS-CONTROL.DAT EL "
                     "REGISTRO ANU-INICIO DEL LOTE Y VOLVER A LANZAR "
                     "LA ANULACION"
             DISPLAY "NO SE PUEDE ANULAR, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF ACU-HIST-CANT    = LOTE-CTL-CANT AND
              ACU-HIST-INGRESO = LOTE-CTL-INGRESO
             GO TO 1300-FIN-CONTRASTAR-CONTROL
           END-IF

           MOVE ACU-HIST-CANT    TO RPT-CANT-ED
           MOVE ACU-HIST-INGRESO TO RPT-IMPORTE-ED
           MOVE LOTE-CTL-CANT    TO RPT-CANT2-ED
           MOVE LOTE-CTL-INGRESO TO RPT-IMPORTE2-ED

           DISPLAY "EL HISTORICO DEL LOTE " LOTE-ANULAR " NO CUADRA C"
                   "ON TOTALVENTAS-CONTROL.DAT"
           DISPLAY "  HISTORICO: CANTIDAD " RPT-CANT-ED
                   " INGRESO " RPT-IMPORTE-ED
           DISPLAY "  CONTROL:   CANTIDAD " RPT-CANT2-ED
                   " INGRESO " RPT-IMPORTE2-ED
           DISPLAY "LOTE DE UN RESTART, HISTORICO ANTERIOR AL SELLADO "
                   "POR LOTE O DEPURADO EN PARTE"
           DISPLAY "NO SE PUEDE ANULAR, PROCESO ABANDONADO"

           STOP RUN.

       1300-FIN-CONTRASTAR-CONTROL.
      *----------------------------
           EXIT.

       1400-CALCULAR-CONTRAPARTIDAS.
      *-----------------------------
      *ORDENA EL EXTRACTO POR CODIGO+TIENDA+FECHA+FECHA DE PROCESO Y
      *CORTA POR CLAVE: CADA GRUPO CON NETO VIVO DA UNA CONTRAPARTIDA
      *(LOS ANULADOS ANTES YA SUMAN CERO Y NO DAN NADA)
           OPEN OUTPUT CONTRA

           IF FS-CONTRA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTRA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           SORT ORDENADO ON ASCENDING KEY ORD-CODIGO
                                          ORD-TIENDA
                                          ORD-FECHA
                                          ORD-FECHA-PROCESO
             USING EXTRACTO
             OUTPUT PROCEDURE IS 1410-SALIDA-CONTRA
                           THRU 1418-FIN-SALIDA-CONTRA

           CLOSE CONTRA

           IF FS-CONTRA <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTRA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       1400-FIN-CALCULAR-CONTRAPARTIDAS.
      *---------------------------------
           EXIT.

       1410-SALIDA-CONTRA.
      *-------------------
           MOVE "NO" TO SW-EOF-ORDENADO
           MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO

           PERFORM 1415-RETORNAR-CONTRA
              THRU 1415-FIN-RETORNAR-CONTRA

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 1412-TRATAR-CONTRA
                THRU 1412-FIN-TRATAR-CONTRA
             PERFORM 1415-RETORNAR-CONTRA
                THRU 1415-FIN-RETORNAR-CONTRA
           END-PERFORM

      *ULTIMO GRUPO PENDIENTE DE GRABAR
           IF SW-GRUPO-SALIDA-ABIERTO = "SI"
             PERFORM 1420-GRABAR-CONTRA THRU 1420-FIN-GRABAR-CONTRA
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 1418-FIN-SALIDA-CONTRA.

       1412-TRATAR-CONTRA.
      *-------------------
           IF SW-GRUPO-SALIDA-ABIERTO = "SI" AND
              (ORD-CODIGO        <> SAL-CODIGO-ACTUAL OR
               ORD-TIENDA        <> SAL-TIENDA-ACTUAL OR
               ORD-FECHA         <> SAL-FECHA-ACTUAL  OR
               ORD-FECHA-PROCESO <> SAL-FECHA-PROC-ACTUAL)
             PERFORM 1420-GRABAR-CONTRA THRU 1420-FIN-GRABAR-CONTRA
             MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO
           END-IF

           IF SW-GRUPO-SALIDA-ABIERTO = "NO"
             MOVE "SI" TO SW-GRUPO-SALIDA-ABIERTO
             MOVE ORD-CODIGO        TO SAL-CODIGO-ACTUAL
             MOVE ORD-TIENDA        TO SAL-TIENDA-ACTUAL
             MOVE ORD-FECHA         TO SAL-FECHA-ACTUAL
             MOVE ORD-FECHA-PROCESO TO SAL-FECHA-PROC-ACTUAL
             MOVE ZEROS TO SAL-CANT-ACUMULADA
                           SAL-INGRESO-ACUMULADO
           END-IF

           ADD ORD-CANT    TO SAL-CANT-ACUMULADA
           ADD ORD-INGRESO TO SAL-INGRESO-ACUMULADO.

       1412-FIN-TRATAR-CONTRA.
      *-----------------------
           EXIT.

       1415-RETORNAR-CONTRA.
      *---------------------
           RETURN ORDENADO
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       1415-FIN-RETORNAR-CONTRA.
      *-------------------------
           EXIT.

       1418-FIN-SALIDA-CONTRA.
      *-----------------------
           EXIT.

       1420-GRABAR-CONTRA.
      *-------------------
      *UN GRUPO QUE YA SUMA CERO (ANULADO ANTES) NO NECESITA
      *CONTRAPARTIDA
           IF SAL-CANT-ACUMULADA = 0 AND SAL-INGRESO-ACUMULADO = 0
             GO TO 1420-FIN-GRABAR-CONTRA
           END-IF

           MOVE LOTE-ANULAR           TO HIST-LOTE
           MOVE SAL-FECHA-PROC-ACTUAL TO HIST-FECHA-PROCESO
           MOVE SAL-CODIGO-ACTUAL     TO HIST-CODIGO
           COMPUTE HIST-CANT    = SAL-CANT-ACUMULADA * -1
           COMPUTE HIST-INGRESO = SAL-INGRESO-ACUMULADO * -1
           MOVE SAL-FECHA-ACTUAL      TO HIST-FECHA
           MOVE SAL-TIENDA-ACTUAL     TO HIST-TIENDA

           WRITE REG-CONTRA-DAT FROM REG-HISTORICO

           IF FS-CONTRA <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTRA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD HIST-CANT    TO ACU-ANULADA-CANT
           ADD HIST-INGRESO TO ACU-ANULADO-INGRESO

           PERFORM 1430-ACUMULAR-CONTABLE
              THRU 1430-FIN-ACUMULAR-CONTABLE.

       1420-FIN-GRABAR-CONTRA.
      *-----------------------
           EXIT.

       1430-ACUMULAR-CONTABLE.
      *-----------------------
      *LAS CONTRAPARTIDAS DE UNA MISMA TIENDA Y FECHA DE VENTA FORMAN
      *UN ASIENTO INVERSO. EL HISTORICO SOLO GUARDA EL NETO DE CADA
      *PRODUCTO: UN NETO POSITIVO SE ANULA COMO VENTA Y UNO NEGATIVO
      *COMO DEVOLUCION (EL NETO DEL ASIENTO ES EXACTO)
           MOVE 0 TO AAN-POS

           PERFORM VARYING AAN-I FROM 1 BY 1
                   UNTIL AAN-I > CONT-ASIENTOS-ANULACION OR AAN-POS > 0
             IF AAN-TIENDA(AAN-I) = SAL-TIENDA-ACTUAL AND
                AAN-FECHA(AAN-I)  = SAL-FECHA-ACTUAL
               MOVE AAN-I TO AAN-POS
             END-IF
           END-PERFORM

           IF AAN-POS = 0
             IF CONT-ASIENTOS-ANULACION >= 200
               DISPLAY "EL LOTE TIENE MAS DE 200 TIENDAS Y FECHAS DE "
                       "VENTA: HAY QUE AMPLIAR LA TABLA "
                       "ANULACION-CONTABLE, PROCESO ABANDONADO"
               STOP RUN
             END-IF
             ADD 1 TO CONT-ASIENTOS-ANULACION
             MOVE CONT-ASIENTOS-ANULACION TO AAN-POS
             MOVE SAL-TIENDA-ACTUAL TO AAN-TIENDA(AAN-POS)
             MOVE SAL-FECHA-ACTUAL  TO AAN-FECHA(AAN-POS)
             MOVE ZEROS TO AAN-VENTAS(AAN-POS)
                           AAN-DEVOLUCIONES(AAN-POS)
                           AAN-NETO(AAN-POS)
                           AAN-ANOTACIONES(AAN-POS)
           END-IF

           IF SAL-INGRESO-ACUMULADO > 0
             ADD SAL-INGRESO-ACUMULADO TO AAN-VENTAS(AAN-POS)
           ELSE
             SUBTRACT SAL-INGRESO-ACUMULADO
                 FROM AAN-DEVOLUCIONES(AAN-POS)
           END-IF

           ADD SAL-INGRESO-ACUMULADO TO AAN-NETO(AAN-POS)
           ADD 1 TO AAN-ANOTACIONES(AAN-POS).

       1430-FIN-ACUMULAR-CONTABLE.
      *---------------------------
           EXIT.

       1450-MARCAR-INICIO.
      *-------------------
      *REGISTRO DE MODO ANU-INICIO CON EL LOTE Y SIN IMPORTES: SI LA
      *ANULACION SE CORTA ANTES DEL REGISTRO ANULACION DEL FINAL, LA
      *SIGUIENTE LO VE Y NO REPITE NADA (VER 1300-CONTRASTAR-CONTROL)
           INITIALIZE REG-CONTROL
           MOVE LOTE-ANULAR  TO CONTROL-LOTE
           MOVE "ANU-INICIO" TO CONTROL-MODO-EJECUCION

           OPEN EXTEND CONTROL-VENTAS

           IF FS-CONTROL <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTROL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           WRITE REG-CONTROL-DAT FROM REG-CONTROL

           IF FS-CONTROL <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTROL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE CONTROL-VENTAS.

       1450-FIN-MARCAR-INICIO.
      *-----------------------
           EXIT.

       1500-ABRIR-SALIDAS.
      *-------------------
           OPEN INPUT CONTRA

           IF FS-CONTRA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTRA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN EXTEND HISTORICO

           IF FS-HISTORICO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN I-O STOCK

      *SIN MAESTRO DE STOCK: SE CREA VACIO Y LAS DEVOLUCIONES ENTRAN
      *COMO ALTAS AL VUELO
           IF FS-STOCK = 35
             OPEN OUTPUT STOCK
             CLOSE STOCK
             OPEN I-O STOCK
           END-IF

           IF FS-STOCK <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           PERFORM 1510-DATOS-LOTE THRU 1510-FIN-DATOS-LOTE.

       1500-FIN-ABRIR-SALIDAS.
      *-----------------------
           EXIT.

       1510-DATOS-LOTE.
      *----------------
      *CABECERA DEL INFORME: EL LOTE, EL MOTIVO Y LO QUE CONSTA DE EL
      *EN EL CONTROL Y EN EL HISTORICO ANTES DE ANULAR
           STRING "LOTE ANULADO ..................: " LOTE-ANULAR
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "MOTIVO ........................: " MOTIVO-ANULACION
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE LOTE-NUM-CUADRES  TO RPT-NUM3-ED
           MOVE LOTE-ULT-LEIDOS   TO RPT-NUM7-ED
           MOVE LOTE-ULT-VALIDAS  TO RPT-NUM7B-ED
           STRING "CUADRES EN TOTALVENTAS-CONTROL : " RPT-NUM3-ED
                  "  (ULTIMO: MODO " LOTE-ULT-MODO
                  " LEIDOS " RPT-NUM7-ED
                  " VALIDAS " RPT-NUM7B-ED ")"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE LOTE-NUM-ANULACIONES TO RPT-NUM3-ED
           STRING "ANULACIONES ANTERIORES ........: " RPT-NUM3-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-HIST-LOTE TO RPT-NUM7-ED
           STRING "REGISTROS DEL LOTE EN HISTORICO: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-HIST-CANT    TO RPT-CANT-ED
           MOVE ACU-HIST-INGRESO TO RPT-IMPORTE-ED
           STRING "NETO VIVO DEL LOTE ............: CANTIDAD "
                  RPT-CANT-ED "  INGRESO " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "CONTRAPARTIDAS GRABADAS EN VENTAS-HISTORICO.DAT"
             TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "-----------------------------------------------"
             TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "CODIGO  TIENDA F.VENTA     F.PROCESO    CANTIDAD"
                  "            INGRESO  ST.ANTES ST.DESPUES"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       1510-FIN-DATOS-LOTE.
      *--------------------
           EXIT.

       2000-PROCESO.
      *-------------
      *CADA CONTRAPARTIDA SE ANADE AL HISTORICO, DEVUELVE SUS
      *UNIDADES AL STOCK Y SALE EN EL INFORME
           WRITE REG-HISTORICO-DAT FROM REG-HISTORICO

           IF FS-HISTORICO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-CONTRAPARTIDAS

           PERFORM 2100-DEVOLVER-STOCK THRU 2100-FIN-DEVOLVER-STOCK

           PERFORM 2200-LINEA-DETALLE THRU 2200-FIN-LINEA-DETALLE

           PERFORM 4000-LEER-CONTRA THRU 4000-FIN-LEER-CONTRA.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-DEVOLVER-STOCK.
      *--------------------
      *LA CONTRAPARTIDA SE TRATA COMO UNA SALIDA MAS, IGUAL QUE EN
      *ACTUALIZA-STOCK: SE RESTA SU CANTIDAD, QUE AL IR CAMBIADA DE
      *SIGNO DEVUELVE LAS UNIDADES VENDIDAS (Y VUELVE A SACAR LAS
      *DEVUELTAS)
           MOVE HIST-CODIGO TO STK-CODIGO
           MOVE HIST-TIENDA TO STK-TIENDA

           READ STOCK
             INVALID KEY
               PERFORM 2110-ALTA-AL-VUELO
                  THRU 2110-FIN-ALTA-AL-VUELO
               GO TO 2100-FIN-DEVOLVER-STOCK
           END-READ

           IF FS-STOCK <> 0
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE STK-STOCK TO STOCK-ANTES
           SUBTRACT HIST-CANT FROM STK-STOCK

           REWRITE REG-STOCK-DAT

           IF FS-STOCK <> 0
             MOVE "REGRABAR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-ACTUALIZADOS.

       2100-FIN-DEVOLVER-STOCK.
      *------------------------
           EXIT.

       2110-ALTA-AL-VUELO.
      *-------------------
      *EL PRODUCTO+TIENDA YA NO TIENE REGISTRO DE STOCK: SE DA DE ALTA
      *CON LAS UNIDADES DEVUELTAS (Y MINIMO CERO) Y SE AVISA
           DISPLAY "SIN REGISTRO DE STOCK PARA " HIST-CODIGO
                   " EN LA TIENDA " HIST-TIENDA
                   ": ALTA AL VUELO CON LAS UNIDADES DEVUELTAS"

           MOVE HIST-CODIGO TO STK-CODIGO
           MOVE HIST-TIENDA TO STK-TIENDA
           MOVE ZEROS TO STK-STOCK
                         STK-MINIMO
                         STOCK-ANTES
           SUBTRACT HIST-CANT FROM STK-STOCK

           WRITE REG-STOCK-DAT

           IF FS-STOCK <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-ALTAS-VUELO.

       2110-FIN-ALTA-AL-VUELO.
      *-----------------------
           EXIT.

       2200-LINEA-DETALLE.
      *-------------------
           MOVE HIST-CANT    TO RPT-CANT-ED
           MOVE HIST-INGRESO TO RPT-IMPORTE-ED
           MOVE STOCK-ANTES  TO RPT-STOCK-ED
           MOVE STK-STOCK    TO RPT-STOCK2-ED

           STRING HIST-CODIGO "   " HIST-TIENDA "    " HIST-FECHA
                  "    " HIST-FECHA-PROCESO "  " RPT-CANT-ED
                  "  " RPT-IMPORTE-ED "  " RPT-STOCK-ED
                  "   " RPT-STOCK2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2200-FIN-LINEA-DETALLE.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE CONTRA
           CLOSE HISTORICO

           IF FS-HISTORICO <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE STOCK

           IF FS-STOCK <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 3300-GRABAR-PENDIENTE-CONTABLE
              THRU 3300-FIN-GRABAR-PENDIENTE-CONTABLE

           PERFORM 3400-ANULAR-VALES THRU 3400-FIN-ANULAR-VALES

      *EL LOTE SE DA POR ANULADO SOLO CUANDO HISTORICO, STOCK,
      *CONTABILIDAD Y VALES YA ESTAN AL DIA
           PERFORM 3100-GRABAR-CONTROL THRU 3100-FIN-GRABAR-CONTROL

           PERFORM 3200-PIE-INFORME THRU 3200-FIN-PIE-INFORME

           MOVE "FIN" TO CAD-EVENTO
           MOVE SPACES TO CAD-MENSAJE
           STRING "LOTE " LOTE-ANULAR
                  " CONTRAPARTIDAS " CONT-CONTRAPARTIDAS
                  DELIMITED BY SIZE INTO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           DISPLAY "LOTE " LOTE-ANULAR " ANULADO"
           DISPLAY "CONTRAPARTIDAS GRABADAS:  " CONT-CONTRAPARTIDAS
           DISPLAY "REGISTROS DE STOCK:       " CONT-ACTUALIZADOS
           DISPLAY "ALTAS AL VUELO:           " CONT-ALTAS-VUELO
           DISPLAY "ASIENTOS INVERSOS:        " CONT-ASIENTOS-ANULACION
           DISPLAY "VALES DE RULETA ANULADOS: " CONT-VALES-LOTE
           DISPLAY "INFORME GENERADO EN ANULACION-LOTE.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-GRABAR-CONTROL.
      *--------------------
      *REGISTRO DE MODO ANULACION CON EL LOTE: SIN LEIDOS NI VALIDAS
      *(LA ARITMETICA DE AUDITORIA-VENTAS CUADRA A CERO) Y CON LOS
      *NETOS ANULADOS EN NEGATIVO, DE MODO QUE LA SUMA DE LOS
      *REGISTROS DEL LOTE DA LO QUE LE QUEDA VIVO
           INITIALIZE REG-CONTROL
           MOVE ACU-ANULADA-CANT    TO CONTROL-CANT-TOTAL
           MOVE ACU-ANULADO-INGRESO TO CONTROL-INGRESO-TOTAL
           MOVE CONT-CONTRAPARTIDAS TO CONTROL-REG-TOTAL
           MOVE LOTE-ANULAR         TO CONTROL-LOTE
           MOVE "ANULACION"         TO CONTROL-MODO-EJECUCION

           OPEN EXTEND CONTROL-VENTAS

           IF FS-CONTROL <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTROL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           WRITE REG-CONTROL-DAT FROM REG-CONTROL

           IF FS-CONTROL <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS-CONTROL.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTROL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE CONTROL-VENTAS.

       3100-FIN-GRABAR-CONTROL.
      *------------------------
           EXIT.

       3200-PIE-INFORME.
      *-----------------
           IF CONT-CONTRAPARTIDAS = 0
             MOVE "SIN GRUPOS VIVOS: EL LOTE NO TENIA NETO QUE ANULAR"
               TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "RESUMEN DE LA ANULACION" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "-----------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-CONTRAPARTIDAS TO RPT-NUM7-ED
           STRING "CONTRAPARTIDAS GRABADAS .......: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           COMPUTE RPT-CANT-ED = ACU-ANULADA-CANT * -1
           STRING "UNIDADES DEVUELTAS AL STOCK ...: " RPT-CANT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ACU-ANULADO-INGRESO TO RPT-IMPORTE-ED
           STRING "INGRESO ANULADO ...............: " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ACTUALIZADOS TO RPT-NUM7-ED
           MOVE CONT-ALTAS-VUELO  TO RPT-NUM7B-ED
           STRING "REGISTROS DE STOCK ACTUALIZADOS: " RPT-NUM7-ED
                  "  ALTAS AL VUELO: " RPT-NUM7B-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ASIENTOS-ANULACION TO RPT-NUM7-ED
           STRING "ASIENTOS INVERSOS PENDIENTES ..: " RPT-NUM7-ED
                  "  (INTERFAZ-ANULACIONES.DAT, LOS PASA A CONTABILIDA"
                  "D EL SIGUIENTE RUN DE INTERFAZ-CONTABLE)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-VALES-LOTE TO RPT-NUM7-ED
           STRING "VALES DE RULETA ANULADOS ......: " RPT-NUM7-ED
                  "  (VALES-ANULADOS.DAT)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

      *LAS CONTRAPARTIDAS DEJAN EL LOTE A CERO: SU NETO ES EL NETO
      *VIVO CAMBIADO DE SIGNO, QUE YA SE CONTRASTO CON EL CONTROL
           IF ACU-ANULADA-CANT + ACU-HIST-CANT = 0 AND
              ACU-ANULADO-INGRESO + ACU-HIST-INGRESO = 0
             STRING "CUADRE: LAS CONTRAPARTIDAS DEJAN EL LOTE A CERO "
                    "EN EL HISTORICO Y EN EL CONTROL"
                    DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
             STRING "CUADRE: *** LAS CONTRAPARTIDAS NO DEJAN EL LOTE "
                    "A CERO ***"
                    DELIMITED BY SIZE INTO RPT-LINEA
           END-IF
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "ANULACION ANOTADA EN TOTALVENTAS-CONTROL.DAT: EL LOT"
                  "E " LOTE-ANULAR " ADMITE SU REENVIO CORREGIDO"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "REVISADO POR: ______________________________   "
                  "FIRMA: ____________________   FECHA: __________"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       3200-FIN-PIE-INFORME.
      *---------------------
           EXIT.

       3300-GRABAR-PENDIENTE-CONTABLE.
      *-------------------------------
      *DEJA LAS VENTAS ANULADAS DEL LOTE, POR TIENDA Y FECHA DE VENTA,
      *PARA EL SIGUIENTE RUN DE INTERFAZ-CONTABLE. SE ANADEN AL
      *FICHERO PORQUE PUEDE HABER OTRAS ANULACIONES ESPERANDO
           IF CONT-ASIENTOS-ANULACION = 0
             GO TO 3300-FIN-GRABAR-PENDIENTE-CONTABLE
           END-IF

           OPEN EXTEND PENDIENTE-CONTABLE

           IF FS-PENDIENTE = 35
             OPEN OUTPUT PENDIENTE-CONTABLE
           END-IF

           IF FS-PENDIENTE <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INTERFAZ-ANULACIONES.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PENDIENTE TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM VARYING AAN-I FROM 1 BY 1
                   UNTIL AAN-I > CONT-ASIENTOS-ANULACION
             MOVE LOTE-ANULAR                TO PEN-LOTE
             MOVE AAN-TIENDA(AAN-I)          TO PEN-TIENDA
             MOVE AAN-FECHA(AAN-I)           TO PEN-FECHA
             MOVE AAN-VENTAS(AAN-I)          TO PEN-VENTAS
             MOVE AAN-DEVOLUCIONES(AAN-I)    TO PEN-DEVOLUCIONES
             MOVE AAN-NETO(AAN-I)            TO PEN-NETO
             MOVE AAN-ANOTACIONES(AAN-I)     TO PEN-ANOTACIONES

             WRITE REG-PENDIENTE-DAT FROM REG-PENDIENTE

             IF FS-PENDIENTE <> 0
               MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
               MOVE "INTERFAZ-ANULACIONES.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-PENDIENTE TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE PENDIENTE-CONTABLE.

       3300-FIN-GRABAR-PENDIENTE-CONTABLE.
      *-----------------------------------
           EXIT.

       3400-ANULAR-VALES.
      *------------------
      *ANOTA EN VALES-ANULADOS.DAT LOS VALES DE TIRADA QUE EL LOTE
      *TIENE EMITIDOS Y QUE NINGUNA ANULACION ANTERIOR DEL LOTE HABIA
      *ANULADO YA. SIN VALES DEL LOTE NO SE ANOTA NADA
           MOVE ZEROS TO ANT-HASTA-VALE
                         NUEVO-HASTA-VALE
                         CONT-VALES-LOTE

           PERFORM 3410-ANULACIONES-PREVIAS
              THRU 3410-FIN-ANULACIONES-PREVIAS

           PERFORM 3420-VALES-DEL-LOTE THRU 3420-FIN-VALES-DEL-LOTE

           IF CONT-VALES-LOTE = 0
             GO TO 3400-FIN-ANULAR-VALES
           END-IF

           MOVE LOTE-ANULAR       TO VAN-LOTE
           MOVE NUEVO-HASTA-VALE  TO VAN-HASTA-VALE
           MOVE RPT-FECHA-PROCESO TO VAN-FECHA
           MOVE CONT-VALES-LOTE   TO VAN-NUM-VALES

           OPEN EXTEND VALES-ANULADOS

           IF FS-ANULADOS = 35
             OPEN OUTPUT VALES-ANULADOS
           END-IF

           IF FS-ANULADOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULADOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           WRITE REG-ANULADOS-DAT FROM REG-VALE-ANULADO

           IF FS-ANULADOS <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULADOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE VALES-ANULADOS.

       3400-FIN-ANULAR-VALES.
      *----------------------
           EXIT.

       3410-ANULACIONES-PREVIAS.
      *-------------------------
      *MAYOR VALE DEL LOTE YA ANULADO (LOTE ANULADO, REENVIADO Y
      *ANULADO DE NUEVO)
           OPEN INPUT VALES-ANULADOS

           IF FS-ANULADOS = 35
             GO TO 3410-FIN-ANULACIONES-PREVIAS
           END-IF

           IF FS-ANULADOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULADOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-ANULADOS
           PERFORM UNTIL SW-EOF-ANULADOS = "SI"
             READ VALES-ANULADOS INTO REG-VALE-ANULADO
               AT END
                 MOVE "SI" TO SW-EOF-ANULADOS
               NOT AT END
                 IF VAN-LOTE = LOTE-ANULAR AND
                    VAN-HASTA-VALE > ANT-HASTA-VALE
                   MOVE VAN-HASTA-VALE TO ANT-HASTA-VALE
                 END-IF
             END-READ

             IF FS-ANULADOS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-ANULADOS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES-ANULADOS.

       3410-FIN-ANULACIONES-PREVIAS.
      *-----------------------------
           EXIT.

       3420-VALES-DEL-LOTE.
      *--------------------
      *CUENTA LOS VALES DEL LOTE POSTERIORES A LA ULTIMA ANULACION Y
      *SE QUEDA CON EL MAYOR. SIN FICHERO DE VALES NO HAY NADA QUE
      *ANULAR
           OPEN INPUT VALES

           IF FS-VALES = 35
             GO TO 3420-FIN-VALES-DEL-LOTE
           END-IF

           IF FS-VALES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-VALES
           PERFORM UNTIL SW-EOF-VALES = "SI"
             READ VALES INTO REG-VALE
               AT END
                 MOVE "SI" TO SW-EOF-VALES
               NOT AT END
                 IF VALE-LOTE = LOTE-ANULAR AND
                    VALE-CODIGO IS NUMERIC AND
                    VALE-CODIGO > ANT-HASTA-VALE
                   ADD 1 TO CONT-VALES-LOTE
                   IF VALE-CODIGO > NUEVO-HASTA-VALE
                     MOVE VALE-CODIGO TO NUEVO-HASTA-VALE
                   END-IF
                 END-IF
             END-READ

             IF FS-VALES <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-RULETA.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-VALES TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES.

       3420-FIN-VALES-DEL-LOTE.
      *------------------------
           EXIT.

       4000-LEER-CONTRA.
      *-----------------
           READ CONTRA INTO REG-HISTORICO
                 AT END MOVE "SI" TO SW-EOF-CONTRA
           END-READ

           IF FS-CONTRA <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTRA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       4000-FIN-LEER-CONTRA.
      *---------------------
           EXIT.

       7000-GRABAR-CADENA.
      *-------------------
      *ANOTA EN CADENA-NOCTURNA.DAT EL EVENTO PREPARADO EN CAD-EVENTO
      *Y CAD-MENSAJE, SELLADO CON LA GENERACION, SUS LOTES Y SU FECHA
      *DE PROCESO. SE ABRE Y SE CIERRA EN CADA EVENTO PARA QUE QUEDE
      *GRABADO AUNQUE EL PROGRAMA CAIGA DESPUES
           MOVE CAD-ULT-GENERACION    TO CAD-GENERACION
           MOVE "ANULA-LOTE"          TO CAD-PASO
           MOVE CAD-GEN-FECHA-PROCESO TO CAD-FECHA-PROCESO
           MOVE CAD-GEN-LOTE-DESDE    TO CAD-LOTE-DESDE
           MOVE CAD-GEN-LOTE-HASTA    TO CAD-LOTE-HASTA
           MOVE CAD-GEN-NUM-LOTES     TO CAD-NUM-LOTES
           MOVE "ANULACION"           TO CAD-MODO
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
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "ANULACION DE LOTE - ANULA-LOTE"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ANULACION-LOTE.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM ANULA-LOTE.
