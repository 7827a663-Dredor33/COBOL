      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Resumen fiscal de IVA por periodo para la gestoria.
      *    Hasta ahora las ventas se daban a la gestoria en bruto y la
      *    base y la cuota de cada tipo se sacaban a mano.
      *
      *    Lee VENTAS-HISTORICO.DAT (ventas netas: las devoluciones
      *    van en negativo y restan de la base y de la cuota) y, para
      *    cada linea con fecha de venta dentro del periodo, busca el
      *    producto en PRODUCTOS.DAT para saber su categoria de IVA
      *    (G=general, R=reducido, S=superreducido, E=exento, que se
      *    mantiene con MANT-PRODUCTOS) y el porcentaje de esa
      *    categoria en TIPOS-IVA.DAT vigente en la fecha de la venta.
      *    TIPOS-IVA.DAT es un fichero de texto mantenido a mano, una
      *    linea por categoria y fecha de vigor: CATEGORIA(1) + FECHA
      *    DESDE AAAAMMDD(8) + PORCENTAJE(4, dos decimales sin coma) +
      *    DESCRIPCION(20); vale la de fecha mas reciente que no pase
      *    de la fecha de la venta. Los importes del historico llevan
      *    el IVA incluido: BASE = TOTAL * 100 / (100 + TIPO),
      *    redondeada al centimo por tienda y tipo, y CUOTA = TOTAL -
      *    BASE, de modo que base mas cuota cuadran siempre con lo
      *    vendido. El total de la compania por tipo es la suma de los
      *    de las tiendas.
      *
      *    Las ventas que no se pueden clasificar (producto que no
      *    esta en el maestro, producto sin categoria de IVA o
      *    categoria sin tipo vigente en la fecha) no se asignan a
      *    ningun tipo por defecto: se excluyen del resumen y se
      *    listan por producto al final del informe, con su importe,
      *    para que se corrija el maestro y se vuelva a lanzar.
      *
      *    El periodo se pide con IVA-DESDE e IVA-HASTA (AAAAMMDD); sin
      *    parametros es el ultimo trimestre natural cerrado. Salidas:
      *    el informe RESUMEN-IVA.RPT (por tienda y tipo, totales de la
      *    compania por tipo y excepciones) y RESUMEN-IVA.CSV para la
      *    gestoria, delimitado por comas como TOTALVENTAS.CSV, con una
      *    linea por tienda y tipo y otra por tipo con tienda TOTAL:
      *    desde, hasta, tienda, categoria, tipo, total, base y cuota
      *    (importes en formato "entero.decimales").
      *
      *    Es un programa de consulta: no escribe en ningun fichero de
      *    la cadena nocturna. El nombre de cada tienda sale de
      *    TIENDAS.DAT.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-IVA.

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
      *--------------ARCHIVO DE ENTRADA: HISTORICO PERMANENTE
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE PRODUCTOS
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROD-CODIGO
           FILE STATUS FS-PRODUCTOS.
      *--------------ARCHIVO DE ENTRADA: TIPOS DE IVA POR CATEGORIA
           SELECT TIPOS ASSIGN TO "TIPOS-IVA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIPOS.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE TRABAJO: VENTAS DEL PERIODO CLASIFICADAS
           SELECT TRABAJO ASSIGN TO "RESUMEN-IVA-TRABAJO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
      *--------------ARCHIVO DE TRABAJO: VENTAS DEL PERIODO EXCLUIDAS
           SELECT EXCEPCIONES ASSIGN TO "RESUMEN-IVA-EXCEP.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXCEPCIONES.
      *--------------ARCHIVO DE TRABAJO: BASE Y CUOTA POR TIENDA+TIPO
           SELECT GRUPOS ASSIGN TO "RESUMEN-IVA-GRUPOS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GRUPOS.
      *--------------FICHERO DE ORDENACION POR TIENDA+CATEGORIA+TIPO
           SELECT ORDENADO ASSIGN TO "RESUMEN-IVA-ORDENADO.TMP".
      *--------------FICHERO DE ORDENACION POR CATEGORIA+TIPO
           SELECT ORDGRUPOS ASSIGN TO "RESUMEN-IVA-ORDGRUPOS.TMP".
      *--------------FICHERO DE ORDENACION POR CODIGO+MOTIVO
           SELECT ORDEXCEP ASSIGN TO "RESUMEN-IVA-ORDEXCEP.TMP".
      *--------------ARCHIVO DE SALIDA: INFORME DEL RESUMEN
           SELECT INFORME ASSIGN TO "RESUMEN-IVA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.
      *--------------ARCHIVO DE SALIDA: RESUMEN PARA LA GESTORIA
           SELECT RESUMEN-CSV ASSIGN TO "RESUMEN-IVA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESUMEN-CSV.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD HISTORICO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *2270-GRABAR-HISTORICO: LOTE(8) + FECHA PROCESO(8) + CODIGO(5)
      *+ CANTIDAD(7) + INGRESO(13) + FECHA(8) + TIENDA(3)
       01  REG-HISTORICO-DAT PIC X(52).

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

           FD TIPOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *CATEGORIA(1) + FECHA DESDE(8) + PORCENTAJE(4) + DESCRIPCION(20)
       01  REG-TIPOS-DAT PIC X(33).

           FD TIENDAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MAESTRO DE TIENDAS: CODIGO(3) + NOMBRE(30) + REGION(15) +
      *ESTADO(1)
       01  REG-TIENDAS-DAT PIC X(49).

           FD TRABAJO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *TIENDA(3) + CATEGORIA(1) + PORCENTAJE(4) + DESCRIPCION DEL
      *TIPO(20) + INGRESO CON SIGNO(13)
       01  REG-TRABAJO-DAT PIC X(41).

           FD EXCEPCIONES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *CODIGO(5) + MOTIVO(1) + CATEGORIA(1) + INGRESO CON SIGNO(13)
       01  REG-EXCEPCIONES-DAT PIC X(20).

           FD GRUPOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *CATEGORIA(1) + PORCENTAJE(4) + DESCRIPCION DEL TIPO(20) +
      *TIENDA(3) + TOTAL(13) + BASE(13) + CUOTA(13)
       01  REG-GRUPOS-DAT PIC X(67).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

           FD RESUMEN-CSV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-RESUMEN-CSV-DAT PIC X(90).

           SD ORDENADO.
      *MISMA ANOTACION QUE REG-TRABAJO-DAT
       01  REG-ORDENADO.
           05 ORD-TIENDA      PIC X(3).
           05 ORD-CATEGORIA   PIC X(1).
           05 ORD-PORCENTAJE  PIC 9(2)V99.
           05 ORD-DESCRIPCION PIC X(20).
           05 ORD-INGRESO     PIC S9(10)V99 SIGN LEADING SEPARATE.

           SD ORDGRUPOS.
      *MISMA ANOTACION QUE REG-GRUPOS-DAT
       01  REG-ORDGRUPOS.
           05 OGR-CATEGORIA   PIC X(1).
           05 OGR-PORCENTAJE  PIC 9(2)V99.
           05 OGR-DESCRIPCION PIC X(20).
           05 OGR-TIENDA      PIC X(3).
           05 OGR-TOTAL       PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 OGR-BASE        PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 OGR-CUOTA       PIC S9(10)V99 SIGN LEADING SEPARATE.

           SD ORDEXCEP.
      *MISMA ANOTACION QUE REG-EXCEPCIONES-DAT
       01  REG-ORDEXCEP.
           05 OEX-CODIGO    PIC X(5).
           05 OEX-MOTIVO    PIC X(1).
           05 OEX-CATEGORIA PIC X(1).
           05 OEX-INGRESO   PIC S9(10)V99 SIGN LEADING SEPARATE.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-HISTORICO   PIC 9(2) VALUES ZEROS.
           05 FS-PRODUCTOS   PIC 9(2) VALUES ZEROS.
           05 FS-TIPOS       PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS     PIC 9(2) VALUES ZEROS.
           05 FS-TRABAJO     PIC 9(2) VALUES ZEROS.
           05 FS-EXCEPCIONES PIC 9(2) VALUES ZEROS.
           05 FS-GRUPOS      PIC 9(2) VALUES ZEROS.
           05 FS-INFORME     PIC 9(2) VALUES ZEROS.
           05 FS-RESUMEN-CSV PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".
           05 SW-EOF-TIPOS     PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS   PIC X(2) VALUES "NO".
           05 SW-EOF-ORDENADO  PIC X(2) VALUES "NO".

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

      *LINEA DE TIPOS-IVA.DAT
           02 REG-TIPO.
               05 TIPO-CATEGORIA   PIC X(1) VALUES SPACES.
                   88 TIPO-CATEGORIA-VALIDA VALUES "G" "R" "S" "E".
               05 TIPO-FECHA-DESDE PIC 9(8) VALUES ZEROS.
               05 TIPO-PORCENTAJE  PIC 9(2)V99 VALUES ZEROS.
               05 TIPO-DESCRIPCION PIC X(20) VALUES SPACES.

      *ANOTACION DE UNA VENTA CLASIFICADA
           02 REG-TRABAJO.
               05 TRABAJO-TIENDA      PIC X(3) VALUES SPACES.
               05 TRABAJO-CATEGORIA   PIC X(1) VALUES SPACES.
               05 TRABAJO-PORCENTAJE  PIC 9(2)V99 VALUES ZEROS.
               05 TRABAJO-DESCRIPCION PIC X(20) VALUES SPACES.
               05 TRABAJO-INGRESO     PIC S9(10)V99
                                      SIGN LEADING SEPARATE
                                      VALUES ZEROS.

      *ANOTACION DE UNA VENTA EXCLUIDA. MOTIVO: P=PRODUCTO QUE NO ESTA
      *EN EL MAESTRO, C=PRODUCTO SIN CATEGORIA DE IVA, T=CATEGORIA SIN
      *TIPO VIGENTE EN LA FECHA DE LA VENTA
           02 REG-EXCEPCION.
               05 EXC-CODIGO    PIC X(5) VALUES SPACES.
               05 EXC-MOTIVO    PIC X(1) VALUES SPACES.
               05 EXC-CATEGORIA PIC X(1) VALUES SPACES.
               05 EXC-INGRESO   PIC S9(10)V99 SIGN LEADING SEPARATE
                                VALUES ZEROS.

      *BASE Y CUOTA YA CALCULADAS DE UNA TIENDA Y UN TIPO
           02 REG-GRUPO.
               05 GRUPO-CATEGORIA   PIC X(1) VALUES SPACES.
               05 GRUPO-PORCENTAJE  PIC 9(2)V99 VALUES ZEROS.
               05 GRUPO-DESCRIPCION PIC X(20) VALUES SPACES.
               05 GRUPO-TIENDA      PIC X(3) VALUES SPACES.
               05 GRUPO-TOTAL       PIC S9(10)V99 SIGN LEADING SEPARATE
                                    VALUES ZEROS.
               05 GRUPO-BASE        PIC S9(10)V99 SIGN LEADING SEPARATE
                                    VALUES ZEROS.
               05 GRUPO-CUOTA       PIC S9(10)V99 SIGN LEADING SEPARATE
                                    VALUES ZEROS.

      *MAESTRO DE TIENDAS CARGADO EN TABLA, COMO EN
      *VENTAS-A-TOTALVENTAS (1080-CARGAR-TIENDAS)
       01  MAESTRO-TIENDAS.
           05 CONT-TIENDAS PIC 9(3) VALUES ZEROS.
           05 TIENDA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-TIENDA.
               10 TIE-CODIGO PIC X(3) VALUES SPACES.
               10 TIE-NOMBRE PIC X(30) VALUES SPACES.
               10 TIE-REGION PIC X(15) VALUES SPACES.
               10 TIE-ESTADO PIC X(1) VALUES SPACES.

      *TIPOS DE IVA CARGADOS EN TABLA (VER 1060-CARGAR-TIPOS)
       01  MAESTRO-TIPOS.
           05 CONT-TIPOS PIC 9(3) VALUES ZEROS.
           05 TIPO-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TIPO.
               10 TIP-CATEGORIA   PIC X(1) VALUES SPACES.
               10 TIP-FECHA-DESDE PIC 9(8) VALUES ZEROS.
               10 TIP-PORCENTAJE  PIC 9(2)V99 VALUES ZEROS.
               10 TIP-DESCRIPCION PIC X(20) VALUES SPACES.

      *TIPO APLICABLE A LA VENTA EN CURSO (VER 2150-BUSCAR-TIPO)
       01  BUSQUEDA-TIPO.
           05 SW-TIPO-ENCONTRADO PIC X(2) VALUES "NO".
           05 BUSQ-FECHA-DESDE   PIC 9(8) VALUES ZEROS.
           05 BUSQ-PORCENTAJE    PIC 9(2)V99 VALUES ZEROS.
           05 BUSQ-DESCRIPCION   PIC X(20) VALUES SPACES.

      *PARAMETROS DE ENTORNO (VER 1010-LEER-PARAMETROS)
       01  PARAMETROS.
           05 PERIODO-DESDE-TXT PIC X(8) VALUES SPACES.
           05 PERIODO-HASTA-TXT PIC X(8) VALUES SPACES.
           05 PERIODO-DESDE     PIC 9(8) VALUES ZEROS.
           05 PERIODO-HASTA     PIC 9(8) VALUES ZEROS.

      *CALCULO DEL ULTIMO TRIMESTRE NATURAL CERRADO
       01  FECHAS-TRIMESTRE.
           05 FECHA-HOY.
               10 HOY-AAAA PIC 9(4) VALUES ZEROS.
               10 HOY-MM   PIC 9(2) VALUES ZEROS.
               10 HOY-DD   PIC 9(2) VALUES ZEROS.
           05 TRIMESTRE-ANTERIOR PIC 9(1) VALUES ZEROS.
           05 TRI-DESDE.
               10 TRI-DESDE-AAAA PIC 9(4) VALUES ZEROS.
               10 TRI-DESDE-MM   PIC 9(2) VALUES ZEROS.
               10 TRI-DESDE-DD   PIC 9(2) VALUES ZEROS.
           05 TRI-HASTA.
               10 TRI-HASTA-AAAA PIC 9(4) VALUES ZEROS.
               10 TRI-HASTA-MM   PIC 9(2) VALUES ZEROS.
               10 TRI-HASTA-DD   PIC 9(2) VALUES ZEROS.

      *CORTES DE CONTROL DEL DESGLOSE (TIENDA + CATEGORIA + TIPO) Y DE
      *LOS TOTALES POR TIPO (CATEGORIA + TIPO)
       01  CORTE-RESUMEN.
           05 CON-TIENDA-ACTUAL      PIC X(3) VALUES SPACES.
           05 CON-CATEGORIA-ACTUAL   PIC X(1) VALUES SPACES.
           05 CON-PORCENTAJE-ACTUAL  PIC 9(2)V99 VALUES ZEROS.
           05 CON-DESCRIPCION-ACTUAL PIC X(20) VALUES SPACES.
           05 SW-TIENDA-ABIERTA      PIC X(2) VALUES "NO".
           05 SW-TIPO-ABIERTO        PIC X(2) VALUES "NO".
      *ACUMULADOS DEL TIPO EN CURSO
           05 TIP-ACU-TOTAL          PIC S9(11)V99 VALUES ZEROS.
           05 TIP-ACU-BASE           PIC S9(11)V99 VALUES ZEROS.
           05 TIP-ACU-CUOTA          PIC S9(11)V99 VALUES ZEROS.
      *ACUMULADOS DE LA TIENDA EN CURSO Y DE LA COMPANIA
           05 TIE-ACU-TOTAL          PIC S9(11)V99 VALUES ZEROS.
           05 TIE-ACU-BASE           PIC S9(11)V99 VALUES ZEROS.
           05 TIE-ACU-CUOTA          PIC S9(11)V99 VALUES ZEROS.
           05 COM-ACU-TOTAL          PIC S9(11)V99 VALUES ZEROS.
           05 COM-ACU-BASE           PIC S9(11)V99 VALUES ZEROS.
           05 COM-ACU-CUOTA          PIC S9(11)V99 VALUES ZEROS.
       01  TOTAL-TEXTO PIC X(33) VALUES SPACES.

      *CORTE DE CONTROL DE LAS EXCEPCIONES (CODIGO + MOTIVO)
       01  CORTE-EXCEPCIONES.
           05 CEX-CODIGO-ACTUAL    PIC X(5) VALUES SPACES.
           05 CEX-MOTIVO-ACTUAL    PIC X(1) VALUES SPACES.
           05 CEX-CATEGORIA-ACTUAL PIC X(1) VALUES SPACES.
           05 SW-EXCEPCION-ABIERTA PIC X(2) VALUES "NO".
           05 CEX-LINEAS           PIC 9(7) VALUES ZEROS.
           05 CEX-INGRESO          PIC S9(11)V99 VALUES ZEROS.
           05 CEX-DESCRIPCION      PIC X(30) VALUES SPACES.
           05 CEX-MOTIVO-TXT       PIC X(40) VALUES SPACES.

       01  CONTADORES.
      *CONTADOR DE LINEAS LEIDAS DE TIPOS-IVA.DAT
           05 CONT-TIPOS-LEIDOS    PIC 9(5) VALUES ZEROS.
      *CONTADOR DE LINEAS LEIDAS DEL HISTORICO
           05 CONT-HIST-LEIDOS     PIC 9(9) VALUES ZEROS.
      *CONTADOR DE LINEAS DEL HISTORICO DENTRO DEL PERIODO
           05 CONT-HIST-PERIODO    PIC 9(9) VALUES ZEROS.
      *CONTADOR DE LINEAS CLASIFICADAS Y EXCLUIDAS
           05 CONT-CLASIFICADAS    PIC 9(9) VALUES ZEROS.
           05 CONT-EXCLUIDAS       PIC 9(9) VALUES ZEROS.
      *CONTADOR DE PRODUCTOS LISTADOS COMO EXCEPCION
           05 CONT-PRODUCTOS-EXC   PIC 9(7) VALUES ZEROS.
      *CONTADOR DE LINEAS GRABADAS EN RESUMEN-IVA.CSV
           05 CONT-LINEAS-CSV      PIC 9(7) VALUES ZEROS.
      *IMPORTES DEL PERIODO: TOTAL, CLASIFICADO Y EXCLUIDO
           05 IMP-PERIODO          PIC S9(11)V99 VALUES ZEROS.
           05 IMP-CLASIFICADO      PIC S9(11)V99 VALUES ZEROS.
           05 IMP-EXCLUIDO         PIC S9(11)V99 VALUES ZEROS.

      *CAMPOS DEL RESUMEN PARA LA GESTORIA, CON EL MISMO FORMATO DE
      *IMPORTE QUE CSV-TOTALVENTAS EN VENTAS-A-TOTALVENTAS
       01  CSV-RESUMEN.
           05 CSV-IMPORTE         PIC S9(11)V99 VALUES ZEROS.
           05 CSV-IMPORTE-ABS     PIC 9(11)V99 VALUES ZEROS.
           05 CSV-SIGNO           PIC X(1) VALUES SPACES.
           05 CSV-IMPORTE-ENT-NUM PIC 9(11) VALUES ZEROS.
           05 CSV-IMPORTE-ENT-ED  PIC Z(10)9.
           05 CSV-IMPORTE-DEC     PIC 99 VALUES ZEROS.
           05 CSV-IMPORTE-TXT     PIC X(16) VALUES SPACES.
           05 CSV-TOTAL-TXT       PIC X(16) VALUES SPACES.
           05 CSV-BASE-TXT        PIC X(16) VALUES SPACES.
           05 CSV-CUOTA-TXT       PIC X(16) VALUES SPACES.
           05 CSV-TIPO-ENT        PIC 9(2) VALUES ZEROS.
           05 CSV-TIPO-ENT-ED     PIC Z9.
           05 CSV-TIPO-DEC        PIC 99 VALUES ZEROS.
           05 CSV-TIENDA          PIC X(5) VALUES SPACES.
           05 CSV-CATEGORIA       PIC X(1) VALUES SPACES.
           05 CSV-PORCENTAJE      PIC 9(2)V99 VALUES ZEROS.
           05 CSV-LINEA           PIC X(90) VALUES SPACES.

      *CONTROL DEL INFORME, COMO EN INFORME-VENTAS.RPT
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-NUM9-ED           PIC Z(8)9.
           05 RPT-PORCENTAJE-ED     PIC ZZ9,99.
           05 RPT-TOTAL-ED          PIC -(9)9,99.
           05 RPT-BASE-ED           PIC -(9)9,99.
           05 RPT-CUOTA-ED          PIC -(9)9,99.
           05 RPT-IMPORTE-ED        PIC -(9)9,99.

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
                                UNTIL SW-EOF-HISTORICO = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      MAESTRO-TIENDAS
                      MAESTRO-TIPOS

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           PERFORM 1060-CARGAR-TIPOS THRU 1060-FIN-CARGAR-TIPOS

           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT HISTORICO

           IF FS-HISTORICO = 35
             DISPLAY "NO EXISTE VENTAS-HISTORICO.DAT: NO HAY VENTAS QU"
      -      "E RESUMIR"
             STOP RUN
           END-IF

           IF FS-HISTORICO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT EXCEPCIONES

           IF FS-EXCEPCIONES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-EXCEP.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-EXCEPCIONES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

      *LECTURA ANTICIPADA
           PERFORM 4000-LEER-HISTORICO THRU 4000-FIN-LEER-HISTORICO.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *PERIODO A RESUMIR: IVA-DESDE E IVA-HASTA (AAAAMMDD). EL QUE NO
      *SE INFORME SALE DEL ULTIMO TRIMESTRE NATURAL CERRADO
           MOVE RPT-FECHA-PROCESO TO FECHA-HOY

           IF HOY-MM <= 3
             MOVE 4 TO TRIMESTRE-ANTERIOR
             COMPUTE TRI-DESDE-AAAA = HOY-AAAA - 1
           ELSE
             COMPUTE TRIMESTRE-ANTERIOR = (HOY-MM - 1) / 3
             MOVE HOY-AAAA TO TRI-DESDE-AAAA
           END-IF

           MOVE TRI-DESDE-AAAA TO TRI-HASTA-AAAA
           COMPUTE TRI-DESDE-MM = TRIMESTRE-ANTERIOR * 3 - 2
           MOVE 1 TO TRI-DESDE-DD
           COMPUTE TRI-HASTA-MM = TRIMESTRE-ANTERIOR * 3

           IF TRI-HASTA-MM = 6 OR 9
             MOVE 30 TO TRI-HASTA-DD
           ELSE
             MOVE 31 TO TRI-HASTA-DD
           END-IF

           MOVE TRI-DESDE TO PERIODO-DESDE
           MOVE TRI-HASTA TO PERIODO-HASTA

           ACCEPT PERIODO-DESDE-TXT FROM ENVIRONMENT "IVA-DESDE"

           IF PERIODO-DESDE-TXT <> SPACES
             IF PERIODO-DESDE-TXT IS NUMERIC
               MOVE PERIODO-DESDE-TXT TO PERIODO-DESDE
             ELSE
               DISPLAY "IVA-DESDE NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-DESDE-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT PERIODO-HASTA-TXT FROM ENVIRONMENT "IVA-HASTA"

           IF PERIODO-HASTA-TXT <> SPACES
             IF PERIODO-HASTA-TXT IS NUMERIC
               MOVE PERIODO-HASTA-TXT TO PERIODO-HASTA
             ELSE
               DISPLAY "IVA-HASTA NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-HASTA-TXT
               STOP RUN
             END-IF
           END-IF

           IF PERIODO-DESDE > PERIODO-HASTA
             DISPLAY "EL PERIODO A RESUMIR ESTA INVERTIDO: "
                     PERIODO-DESDE " A " PERIODO-HASTA
                     ", PROCESO ABANDONADO"
             STOP RUN
           END-IF.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA, COMO HACE
      *VENTAS-A-TOTALVENTAS EN 1080-CARGAR-TIENDAS: DA EL NOMBRE DE
      *CADA TIENDA EN EL INFORME
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

       1060-CARGAR-TIPOS.
      *------------------
      *CARGA TIPOS-IVA.DAT EN TABLA. SIN TIPOS NO SE PUEDE CALCULAR LA
      *BASE, ASI QUE UNA LINEA MAL FORMADA O REPETIDA (MISMA CATEGORIA
      *Y FECHA) ABANDONA EL PROCESO PARA QUE SE CORRIJA EL FICHERO
           OPEN INPUT TIPOS

           IF FS-TIPOS = 35
             DISPLAY "NO EXISTE TIPOS-IVA.DAT: SIN TIPOS DE IVA NO SE "
      -      "PUEDE HACER EL RESUMEN, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           IF FS-TIPOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TIPOS-IVA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-TIPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-TIPOS = "SI"
             READ TIPOS INTO REG-TIPO
               AT END
                 MOVE "SI" TO SW-EOF-TIPOS
               NOT AT END
                 PERFORM 1065-ANOTAR-TIPO THRU 1065-FIN-ANOTAR-TIPO
             END-READ

             IF FS-TIPOS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "TIPOS-IVA.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-TIPOS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE TIPOS

           IF CONT-TIPOS = 0
             DISPLAY "TIPOS-IVA.DAT ESTA VACIO: SIN TIPOS DE IVA NO SE"
      -      " PUEDE HACER EL RESUMEN, PROCESO ABANDONADO"
             STOP RUN
           END-IF.

       1060-FIN-CARGAR-TIPOS.
      *----------------------
           EXIT.

       1065-ANOTAR-TIPO.
      *-----------------
           ADD 1 TO CONT-TIPOS-LEIDOS

           IF NOT TIPO-CATEGORIA-VALIDA OR
              TIPO-FECHA-DESDE IS NOT NUMERIC OR
              TIPO-PORCENTAJE IS NOT NUMERIC
             DISPLAY "LINEA " CONT-TIPOS-LEIDOS
                     " DE TIPOS-IVA.DAT MAL FORMADA: " REG-TIPO
             DISPLAY "PROCESO ABANDONADO"
             STOP RUN
           END-IF

           PERFORM VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > CONT-TIPOS
             IF TIP-CATEGORIA(IDX-TIPO) = TIPO-CATEGORIA AND
                TIP-FECHA-DESDE(IDX-TIPO) = TIPO-FECHA-DESDE
               DISPLAY "TIPOS-IVA.DAT TRAE DOS TIPOS PARA LA CATEGORIA "
                       TIPO-CATEGORIA " DESDE " TIPO-FECHA-DESDE
                       ", PROCESO ABANDONADO"
               STOP RUN
             END-IF
           END-PERFORM

           IF CONT-TIPOS >= 100
             DISPLAY "TIPOS-IVA.DAT TRAE MAS DE 100 LINEAS: HAY QUE AM"
      -      "PLIAR LA TABLA MAESTRO-TIPOS, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           ADD 1 TO CONT-TIPOS
           MOVE TIPO-CATEGORIA   TO TIP-CATEGORIA(CONT-TIPOS)
           MOVE TIPO-FECHA-DESDE TO TIP-FECHA-DESDE(CONT-TIPOS)
           MOVE TIPO-PORCENTAJE  TO TIP-PORCENTAJE(CONT-TIPOS)
           MOVE TIPO-DESCRIPCION TO TIP-DESCRIPCION(CONT-TIPOS).

       1065-FIN-ANOTAR-TIPO.
      *---------------------
           EXIT.

       2000-PROCESO.
      *-------------
           IF HIST-FECHA >= PERIODO-DESDE AND
              HIST-FECHA <= PERIODO-HASTA
             ADD 1 TO CONT-HIST-PERIODO
             ADD HIST-INGRESO TO IMP-PERIODO
             PERFORM 2100-CLASIFICAR-VENTA
                THRU 2100-FIN-CLASIFICAR-VENTA
           END-IF

           PERFORM 4000-LEER-HISTORICO THRU 4000-FIN-LEER-HISTORICO.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-CLASIFICAR-VENTA.
      *----------------------
      *LA CATEGORIA SALE DEL MAESTRO Y EL TIPO DE TIPOS-IVA.DAT EN LA
      *FECHA DE LA VENTA. LO QUE NO SE PUEDE CLASIFICAR SE EXCLUYE CON
      *SU MOTIVO; NUNCA SE LE SUPONE UN TIPO
           MOVE HIST-CODIGO  TO PROD-CODIGO
                                EXC-CODIGO
           MOVE HIST-INGRESO TO EXC-INGRESO
           MOVE SPACES       TO EXC-CATEGORIA

           READ PRODUCTOS
             INVALID KEY
               MOVE "P" TO EXC-MOTIVO
               PERFORM 2300-GRABAR-EXCEPCION
                  THRU 2300-FIN-GRABAR-EXCEPCION
               GO TO 2100-FIN-CLASIFICAR-VENTA
           END-READ

           IF FS-PRODUCTOS <> 0
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF PROD-CATEGORIA-IVA = SPACES
             MOVE "C" TO EXC-MOTIVO
             PERFORM 2300-GRABAR-EXCEPCION
                THRU 2300-FIN-GRABAR-EXCEPCION
             GO TO 2100-FIN-CLASIFICAR-VENTA
           END-IF

           PERFORM 2150-BUSCAR-TIPO THRU 2150-FIN-BUSCAR-TIPO

           IF SW-TIPO-ENCONTRADO = "NO"
             MOVE "T" TO EXC-MOTIVO
             MOVE PROD-CATEGORIA-IVA TO EXC-CATEGORIA
             PERFORM 2300-GRABAR-EXCEPCION
                THRU 2300-FIN-GRABAR-EXCEPCION
             GO TO 2100-FIN-CLASIFICAR-VENTA
           END-IF

           MOVE HIST-TIENDA        TO TRABAJO-TIENDA
           MOVE PROD-CATEGORIA-IVA TO TRABAJO-CATEGORIA
           MOVE BUSQ-PORCENTAJE    TO TRABAJO-PORCENTAJE
           MOVE BUSQ-DESCRIPCION   TO TRABAJO-DESCRIPCION
           MOVE HIST-INGRESO       TO TRABAJO-INGRESO

           WRITE REG-TRABAJO-DAT FROM REG-TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-CLASIFICADAS
           ADD HIST-INGRESO TO IMP-CLASIFICADO.

       2100-FIN-CLASIFICAR-VENTA.
      *--------------------------
           EXIT.

       2150-BUSCAR-TIPO.
      *-----------------
      *DE LOS TIPOS DE LA CATEGORIA CON FECHA DESDE NO POSTERIOR A LA
      *VENTA, EL MAS RECIENTE
           MOVE "NO" TO SW-TIPO-ENCONTRADO
           MOVE ZEROS TO BUSQ-FECHA-DESDE

           PERFORM VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > CONT-TIPOS
             IF TIP-CATEGORIA(IDX-TIPO) = PROD-CATEGORIA-IVA AND
                TIP-FECHA-DESDE(IDX-TIPO) <= HIST-FECHA AND
                (SW-TIPO-ENCONTRADO = "NO" OR
                 TIP-FECHA-DESDE(IDX-TIPO) > BUSQ-FECHA-DESDE)
               MOVE "SI" TO SW-TIPO-ENCONTRADO
               MOVE TIP-FECHA-DESDE(IDX-TIPO) TO BUSQ-FECHA-DESDE
               MOVE TIP-PORCENTAJE(IDX-TIPO)  TO BUSQ-PORCENTAJE
               MOVE TIP-DESCRIPCION(IDX-TIPO) TO BUSQ-DESCRIPCION
             END-IF
           END-PERFORM.

       2150-FIN-BUSCAR-TIPO.
      *---------------------
           EXIT.

       2300-GRABAR-EXCEPCION.
      *----------------------
           WRITE REG-EXCEPCIONES-DAT FROM REG-EXCEPCION

           IF FS-EXCEPCIONES <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-EXCEP.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-EXCEPCIONES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-EXCLUIDAS
           ADD HIST-INGRESO TO IMP-EXCLUIDO.

       2300-FIN-GRABAR-EXCEPCION.
      *--------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE HISTORICO
                 TRABAJO
                 EXCEPCIONES

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT RESUMEN-CSV

           IF FS-RESUMEN-CSV <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.CSV" TO ERRORFI-EN-FICHERO
             MOVE FS-RESUMEN-CSV TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           STRING "PERIODO: " PERIODO-DESDE " A " PERIODO-HASTA
                  "   (FECHA DE VENTA)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "IMPORTES CON IVA INCLUIDO: BASE = TOTAL * 100 / (10"
                  "0 + TIPO), CUOTA = TOTAL - BASE. LAS DEVOLUCIONES R"
                  "ESTAN DE AMBAS"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF CONT-CLASIFICADAS > 0
             PERFORM 3100-DESGLOSE-TIENDAS
                THRU 3100-FIN-DESGLOSE-TIENDAS
             PERFORM 3200-TOTALES-TIPO
                THRU 3200-FIN-TOTALES-TIPO
           ELSE
             MOVE "NO HAY VENTAS CLASIFICADAS EN EL PERIODO"
               TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           IF CONT-EXCLUIDAS > 0
             PERFORM 3300-EXCEPCIONES THRU 3300-FIN-EXCEPCIONES
           END-IF

           PERFORM 3400-RESUMEN THRU 3400-FIN-RESUMEN

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE PRODUCTOS

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE RESUMEN-CSV

           IF FS-RESUMEN-CSV <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.CSV" TO ERRORFI-EN-FICHERO
             MOVE FS-RESUMEN-CSV TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "PERIODO RESUMIDO:               " PERIODO-DESDE
                   " A " PERIODO-HASTA
           DISPLAY "LINEAS DEL HISTORICO LEIDAS:    " CONT-HIST-LEIDOS
           DISPLAY "LINEAS DEL PERIODO:             " CONT-HIST-PERIODO
           DISPLAY "LINEAS CLASIFICADAS:            " CONT-CLASIFICADAS
           DISPLAY "LINEAS EXCLUIDAS:               " CONT-EXCLUIDAS
           DISPLAY "PRODUCTOS CON EXCEPCION:        " CONT-PRODUCTOS-EXC
           DISPLAY "LINEAS GRABADAS EN EL CSV:      " CONT-LINEAS-CSV
           DISPLAY "INFORME GENERADO EN RESUMEN-IVA.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-DESGLOSE-TIENDAS.
      *----------------------
      *ORDENA LAS VENTAS CLASIFICADAS POR TIENDA + CATEGORIA + TIPO Y
      *CORTA POR CLAVE: UN BLOQUE POR TIENDA Y UNA LINEA POR TIPO. LA
      *BASE Y LA CUOTA DE CADA LINEA SE GUARDAN EN GRUPOS PARA LOS
      *TOTALES POR TIPO DE 3200-TOTALES-TIPO
           OPEN OUTPUT GRUPOS

           IF FS-GRUPOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "DESGLOSE POR TIENDA Y TIPO DE IVA" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           SORT ORDENADO ON ASCENDING KEY ORD-TIENDA
                                          ORD-CATEGORIA
                                          ORD-PORCENTAJE
             USING TRABAJO
             OUTPUT PROCEDURE IS 3110-SALIDA-TIENDAS
                           THRU 3118-FIN-SALIDA-TIENDAS

           CLOSE GRUPOS.

       3100-FIN-DESGLOSE-TIENDAS.
      *--------------------------
           EXIT.

       3110-SALIDA-TIENDAS.
      *--------------------
           MOVE "NO" TO SW-EOF-ORDENADO
                        SW-TIENDA-ABIERTA
                        SW-TIPO-ABIERTO

           PERFORM 3115-RETORNAR-ORDENADO
              THRU 3115-FIN-RETORNAR-ORDENADO

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 3112-TRATAR-ORDENADO
                THRU 3112-FIN-TRATAR-ORDENADO
             PERFORM 3115-RETORNAR-ORDENADO
                THRU 3115-FIN-RETORNAR-ORDENADO
           END-PERFORM

      *ULTIMO TIPO Y ULTIMA TIENDA PENDIENTES DE EMITIR
           IF SW-TIPO-ABIERTO = "SI"
             PERFORM 3120-EMITIR-TIPO-TIENDA
                THRU 3120-FIN-EMITIR-TIPO-TIENDA
           END-IF

           IF SW-TIENDA-ABIERTA = "SI"
             PERFORM 3130-EMITIR-TIENDA THRU 3130-FIN-EMITIR-TIENDA
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 3118-FIN-SALIDA-TIENDAS.

       3112-TRATAR-ORDENADO.
      *---------------------
      *CORTE EXTERIOR POR TIENDA E INTERIOR POR CATEGORIA + TIPO
           IF SW-TIPO-ABIERTO = "SI" AND
              (ORD-TIENDA     <> CON-TIENDA-ACTUAL OR
               ORD-CATEGORIA  <> CON-CATEGORIA-ACTUAL OR
               ORD-PORCENTAJE <> CON-PORCENTAJE-ACTUAL)
             PERFORM 3120-EMITIR-TIPO-TIENDA
                THRU 3120-FIN-EMITIR-TIPO-TIENDA
             MOVE "NO" TO SW-TIPO-ABIERTO
           END-IF

           IF SW-TIENDA-ABIERTA = "SI" AND
              ORD-TIENDA <> CON-TIENDA-ACTUAL
             PERFORM 3130-EMITIR-TIENDA THRU 3130-FIN-EMITIR-TIENDA
             MOVE "NO" TO SW-TIENDA-ABIERTA
           END-IF

           IF SW-TIENDA-ABIERTA = "NO"
             MOVE "SI" TO SW-TIENDA-ABIERTA
             MOVE ORD-TIENDA TO CON-TIENDA-ACTUAL
             MOVE ZEROS TO TIE-ACU-TOTAL
                           TIE-ACU-BASE
                           TIE-ACU-CUOTA
             PERFORM 3125-CABECERA-TIENDA
                THRU 3125-FIN-CABECERA-TIENDA
           END-IF

           IF SW-TIPO-ABIERTO = "NO"
             MOVE "SI" TO SW-TIPO-ABIERTO
             MOVE ORD-CATEGORIA   TO CON-CATEGORIA-ACTUAL
             MOVE ORD-PORCENTAJE  TO CON-PORCENTAJE-ACTUAL
             MOVE ORD-DESCRIPCION TO CON-DESCRIPCION-ACTUAL
             MOVE ZEROS TO TIP-ACU-TOTAL
           END-IF

           ADD ORD-INGRESO TO TIP-ACU-TOTAL.

       3112-FIN-TRATAR-ORDENADO.
      *-------------------------
           EXIT.

       3115-RETORNAR-ORDENADO.
      *-----------------------
           RETURN ORDENADO
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       3115-FIN-RETORNAR-ORDENADO.
      *---------------------------
           EXIT.

       3118-FIN-SALIDA-TIENDAS.
      *------------------------
           EXIT.

       3120-EMITIR-TIPO-TIENDA.
      *------------------------
      *LA BASE SE REDONDEA AL CENTIMO Y LA CUOTA ES LO QUE FALTA HASTA
      *EL TOTAL, PARA QUE BASE + CUOTA CUADREN CON LO VENDIDO
           COMPUTE TIP-ACU-BASE ROUNDED =
                   TIP-ACU-TOTAL * 100 / (100 + CON-PORCENTAJE-ACTUAL)
           COMPUTE TIP-ACU-CUOTA = TIP-ACU-TOTAL - TIP-ACU-BASE

           ADD TIP-ACU-TOTAL TO TIE-ACU-TOTAL
           ADD TIP-ACU-BASE  TO TIE-ACU-BASE
           ADD TIP-ACU-CUOTA TO TIE-ACU-CUOTA

           MOVE CON-CATEGORIA-ACTUAL   TO GRUPO-CATEGORIA
           MOVE CON-PORCENTAJE-ACTUAL  TO GRUPO-PORCENTAJE
           MOVE CON-DESCRIPCION-ACTUAL TO GRUPO-DESCRIPCION
           MOVE CON-TIENDA-ACTUAL      TO GRUPO-TIENDA
           MOVE TIP-ACU-TOTAL          TO GRUPO-TOTAL
           MOVE TIP-ACU-BASE           TO GRUPO-BASE
           MOVE TIP-ACU-CUOTA          TO GRUPO-CUOTA

           WRITE REG-GRUPOS-DAT FROM REG-GRUPO

           IF FS-GRUPOS <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA-GRUPOS.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-GRUPOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 3150-LINEA-TIPO THRU 3150-FIN-LINEA-TIPO

           MOVE CON-TIENDA-ACTUAL TO CSV-TIENDA
           PERFORM 8300-GRABAR-CSV THRU 8300-FIN-GRABAR-CSV.

       3120-FIN-EMITIR-TIPO-TIENDA.
      *----------------------------
           EXIT.

       3125-CABECERA-TIENDA.
      *---------------------
           STRING "TIENDA " CON-TIENDA-ACTUAL " "
                  DELIMITED BY SIZE INTO RPT-LINEA

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             AT END
               MOVE "(NO ESTA EN TIENDAS.DAT)" TO RPT-LINEA(12:)
             WHEN IDX-TIENDA > CONT-TIENDAS
               MOVE "(NO ESTA EN TIENDAS.DAT)" TO RPT-LINEA(12:)
             WHEN TIE-CODIGO(IDX-TIENDA) = CON-TIENDA-ACTUAL
               MOVE TIE-NOMBRE(IDX-TIENDA) TO RPT-LINEA(12:)
           END-SEARCH

           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM 3160-CABECERA-COLUMNAS
              THRU 3160-FIN-CABECERA-COLUMNAS.

       3125-FIN-CABECERA-TIENDA.
      *-------------------------
           EXIT.

       3130-EMITIR-TIENDA.
      *-------------------
           STRING "TOTAL TDA " CON-TIENDA-ACTUAL
                  DELIMITED BY SIZE INTO TOTAL-TEXTO
           MOVE TIE-ACU-TOTAL TO RPT-TOTAL-ED
           MOVE TIE-ACU-BASE  TO RPT-BASE-ED
           MOVE TIE-ACU-CUOTA TO RPT-CUOTA-ED
           PERFORM 3170-LINEA-TOTAL THRU 3170-FIN-LINEA-TOTAL

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3130-FIN-EMITIR-TIENDA.
      *-----------------------
           EXIT.

       3150-LINEA-TIPO.
      *----------------
      *UNA LINEA DEL INFORME CON LOS ACUMULADOS DEL TIPO EN CURSO
           MOVE CON-PORCENTAJE-ACTUAL TO RPT-PORCENTAJE-ED
           MOVE TIP-ACU-TOTAL         TO RPT-TOTAL-ED
           MOVE TIP-ACU-BASE          TO RPT-BASE-ED
           MOVE TIP-ACU-CUOTA         TO RPT-CUOTA-ED
           STRING "  " CON-CATEGORIA-ACTUAL "   " CON-DESCRIPCION-ACTUAL
                  " " RPT-PORCENTAJE-ED "  " RPT-TOTAL-ED
                  "  " RPT-BASE-ED "  " RPT-CUOTA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3150-FIN-LINEA-TIPO.
      *--------------------
           EXIT.

       3160-CABECERA-COLUMNAS.
      *-----------------------
           STRING "CAT   DESCRIPCION          TIPO %   TOTAL VENTAS"
                  " BASE IMPONIBLE      CUOTA IVA"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3160-FIN-CABECERA-COLUMNAS.
      *---------------------------
           EXIT.

       3170-LINEA-TOTAL.
      *-----------------
      *IMPRIME TOTAL-TEXTO CON LOS IMPORTES YA EDITADOS BAJO SUS
      *COLUMNAS
           STRING TOTAL-TEXTO "  " RPT-TOTAL-ED
                  "  " RPT-BASE-ED "  " RPT-CUOTA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO TOTAL-TEXTO.

       3170-FIN-LINEA-TOTAL.
      *---------------------
           EXIT.

       3200-TOTALES-TIPO.
      *------------------
      *TOTALES DE LA COMPANIA POR TIPO: SUMA DE LAS BASES Y CUOTAS YA
      *REDONDEADAS DE CADA TIENDA, PARA QUE CUADREN CON EL DESGLOSE
           MOVE "TOTALES DE LA COMPANIA POR TIPO DE IVA" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM 3160-CABECERA-COLUMNAS
              THRU 3160-FIN-CABECERA-COLUMNAS

           MOVE ZEROS TO COM-ACU-TOTAL
                         COM-ACU-BASE
                         COM-ACU-CUOTA

           SORT ORDGRUPOS ON ASCENDING KEY OGR-CATEGORIA
                                           OGR-PORCENTAJE
             USING GRUPOS
             OUTPUT PROCEDURE IS 3210-SALIDA-TIPOS
                           THRU 3218-FIN-SALIDA-TIPOS

           MOVE "TOTAL COMPANIA" TO TOTAL-TEXTO
           MOVE COM-ACU-TOTAL TO RPT-TOTAL-ED
           MOVE COM-ACU-BASE  TO RPT-BASE-ED
           MOVE COM-ACU-CUOTA TO RPT-CUOTA-ED
           PERFORM 3170-LINEA-TOTAL THRU 3170-FIN-LINEA-TOTAL

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3200-FIN-TOTALES-TIPO.
      *----------------------
           EXIT.

       3210-SALIDA-TIPOS.
      *------------------
           MOVE "NO" TO SW-EOF-ORDENADO
                        SW-TIPO-ABIERTO

           PERFORM 3215-RETORNAR-ORDGRUPOS
              THRU 3215-FIN-RETORNAR-ORDGRUPOS

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 3212-TRATAR-ORDGRUPOS
                THRU 3212-FIN-TRATAR-ORDGRUPOS
             PERFORM 3215-RETORNAR-ORDGRUPOS
                THRU 3215-FIN-RETORNAR-ORDGRUPOS
           END-PERFORM

      *ULTIMO TIPO PENDIENTE DE EMITIR
           IF SW-TIPO-ABIERTO = "SI"
             PERFORM 3220-EMITIR-TIPO-COMPANIA
                THRU 3220-FIN-EMITIR-TIPO-COMPANIA
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 3218-FIN-SALIDA-TIPOS.

       3212-TRATAR-ORDGRUPOS.
      *----------------------
           IF SW-TIPO-ABIERTO = "SI" AND
              (OGR-CATEGORIA  <> CON-CATEGORIA-ACTUAL OR
               OGR-PORCENTAJE <> CON-PORCENTAJE-ACTUAL)
             PERFORM 3220-EMITIR-TIPO-COMPANIA
                THRU 3220-FIN-EMITIR-TIPO-COMPANIA
             MOVE "NO" TO SW-TIPO-ABIERTO
           END-IF

           IF SW-TIPO-ABIERTO = "NO"
             MOVE "SI" TO SW-TIPO-ABIERTO
             MOVE OGR-CATEGORIA   TO CON-CATEGORIA-ACTUAL
             MOVE OGR-PORCENTAJE  TO CON-PORCENTAJE-ACTUAL
             MOVE OGR-DESCRIPCION TO CON-DESCRIPCION-ACTUAL
             MOVE ZEROS TO TIP-ACU-TOTAL
                           TIP-ACU-BASE
                           TIP-ACU-CUOTA
           END-IF

           ADD OGR-TOTAL TO TIP-ACU-TOTAL
           ADD OGR-BASE  TO TIP-ACU-BASE
           ADD OGR-CUOTA TO TIP-ACU-CUOTA.

       3212-FIN-TRATAR-ORDGRUPOS.
      *--------------------------
           EXIT.

       3215-RETORNAR-ORDGRUPOS.
      *------------------------
           RETURN ORDGRUPOS
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       3215-FIN-RETORNAR-ORDGRUPOS.
      *----------------------------
           EXIT.

       3218-FIN-SALIDA-TIPOS.
      *----------------------
           EXIT.

       3220-EMITIR-TIPO-COMPANIA.
      *--------------------------
           ADD TIP-ACU-TOTAL TO COM-ACU-TOTAL
           ADD TIP-ACU-BASE  TO COM-ACU-BASE
           ADD TIP-ACU-CUOTA TO COM-ACU-CUOTA

           PERFORM 3150-LINEA-TIPO THRU 3150-FIN-LINEA-TIPO

           MOVE "TOTAL" TO CSV-TIENDA
           PERFORM 8300-GRABAR-CSV THRU 8300-FIN-GRABAR-CSV.

       3220-FIN-EMITIR-TIPO-COMPANIA.
      *------------------------------
           EXIT.

       3300-EXCEPCIONES.
      *-----------------
      *VENTAS QUE NO ENTRAN EN EL RESUMEN, UNA LINEA POR PRODUCTO Y
      *MOTIVO, PARA CORREGIR EL MAESTRO O TIPOS-IVA.DAT
           STRING "VENTAS EXCLUIDAS DEL RESUMEN (SIN TIPO DE IVA "
                  "APLICABLE)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           STRING "CODIGO DESCRIPCION                    MOTIVO      "
                  "                                LINEAS  TOTAL VENTAS"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           SORT ORDEXCEP ON ASCENDING KEY OEX-CODIGO
                                          OEX-MOTIVO
                                          OEX-CATEGORIA
             USING EXCEPCIONES
             OUTPUT PROCEDURE IS 3310-SALIDA-EXCEPCIONES
                           THRU 3318-FIN-SALIDA-EXCEPCIONES

           MOVE IMP-EXCLUIDO TO RPT-IMPORTE-ED
           MOVE CONT-EXCLUIDAS TO RPT-NUM9-ED
           MOVE "TOTAL EXCLUIDO" TO RPT-LINEA
           MOVE RPT-NUM9-ED TO RPT-LINEA(80:9)
           MOVE RPT-IMPORTE-ED TO RPT-LINEA(90:13)
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3300-FIN-EXCEPCIONES.
      *---------------------
           EXIT.

       3310-SALIDA-EXCEPCIONES.
      *------------------------
           MOVE "NO" TO SW-EOF-ORDENADO
                        SW-EXCEPCION-ABIERTA

           PERFORM 3315-RETORNAR-ORDEXCEP
              THRU 3315-FIN-RETORNAR-ORDEXCEP

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 3312-TRATAR-ORDEXCEP
                THRU 3312-FIN-TRATAR-ORDEXCEP
             PERFORM 3315-RETORNAR-ORDEXCEP
                THRU 3315-FIN-RETORNAR-ORDEXCEP
           END-PERFORM

      *ULTIMO PRODUCTO PENDIENTE DE EMITIR
           IF SW-EXCEPCION-ABIERTA = "SI"
             PERFORM 3320-EMITIR-EXCEPCION
                THRU 3320-FIN-EMITIR-EXCEPCION
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 3318-FIN-SALIDA-EXCEPCIONES.

       3312-TRATAR-ORDEXCEP.
      *---------------------
           IF SW-EXCEPCION-ABIERTA = "SI" AND
              (OEX-CODIGO    <> CEX-CODIGO-ACTUAL OR
               OEX-MOTIVO    <> CEX-MOTIVO-ACTUAL OR
               OEX-CATEGORIA <> CEX-CATEGORIA-ACTUAL)
             PERFORM 3320-EMITIR-EXCEPCION
                THRU 3320-FIN-EMITIR-EXCEPCION
             MOVE "NO" TO SW-EXCEPCION-ABIERTA
           END-IF

           IF SW-EXCEPCION-ABIERTA = "NO"
             MOVE "SI" TO SW-EXCEPCION-ABIERTA
             MOVE OEX-CODIGO    TO CEX-CODIGO-ACTUAL
             MOVE OEX-MOTIVO    TO CEX-MOTIVO-ACTUAL
             MOVE OEX-CATEGORIA TO CEX-CATEGORIA-ACTUAL
             MOVE ZEROS TO CEX-LINEAS
                           CEX-INGRESO
           END-IF

           ADD 1           TO CEX-LINEAS
           ADD OEX-INGRESO TO CEX-INGRESO.

       3312-FIN-TRATAR-ORDEXCEP.
      *-------------------------
           EXIT.

       3315-RETORNAR-ORDEXCEP.
      *-----------------------
           RETURN ORDEXCEP
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       3315-FIN-RETORNAR-ORDEXCEP.
      *---------------------------
           EXIT.

       3318-FIN-SALIDA-EXCEPCIONES.
      *----------------------------
           EXIT.

       3320-EMITIR-EXCEPCION.
      *----------------------
           ADD 1 TO CONT-PRODUCTOS-EXC

           MOVE SPACES TO CEX-DESCRIPCION
                          CEX-MOTIVO-TXT

           MOVE CEX-CODIGO-ACTUAL TO PROD-CODIGO

           READ PRODUCTOS
             NOT INVALID KEY
               MOVE PROD-DESCRIPCION TO CEX-DESCRIPCION
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           EVALUATE CEX-MOTIVO-ACTUAL
             WHEN "P"
               MOVE "(NO ESTA EN PRODUCTOS.DAT)" TO CEX-DESCRIPCION
               MOVE "PRODUCTO DESCONOCIDO" TO CEX-MOTIVO-TXT
             WHEN "C"
               MOVE "SIN CATEGORIA DE IVA" TO CEX-MOTIVO-TXT
             WHEN OTHER
               STRING "CATEGORIA " CEX-CATEGORIA-ACTUAL
                      " SIN TIPO VIGENTE EN LA FECHA"
                      DELIMITED BY SIZE INTO CEX-MOTIVO-TXT
           END-EVALUATE

           MOVE CEX-LINEAS  TO RPT-NUM9-ED
           MOVE CEX-INGRESO TO RPT-IMPORTE-ED
           STRING CEX-CODIGO-ACTUAL "  " CEX-DESCRIPCION " "
                  CEX-MOTIVO-TXT " " RPT-NUM9-ED " " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3320-FIN-EMITIR-EXCEPCION.
      *--------------------------
           EXIT.

       3400-RESUMEN.
      *-------------
      *LO CLASIFICADO MAS LO EXCLUIDO ES TODO LO VENDIDO EN EL PERIODO
           MOVE "RESUMEN DEL PROCESO" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "-------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-HIST-LEIDOS TO RPT-NUM9-ED
           STRING "LINEAS DEL HISTORICO LEIDAS ....: " RPT-NUM9-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-HIST-PERIODO TO RPT-NUM9-ED
           MOVE IMP-PERIODO TO RPT-IMPORTE-ED
           STRING "LINEAS DEL PERIODO .............: " RPT-NUM9-ED
                  "   IMPORTE: " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-CLASIFICADAS TO RPT-NUM9-ED
           MOVE IMP-CLASIFICADO TO RPT-IMPORTE-ED
           STRING "LINEAS CLASIFICADAS ............: " RPT-NUM9-ED
                  "   IMPORTE: " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-EXCLUIDAS TO RPT-NUM9-ED
           MOVE IMP-EXCLUIDO TO RPT-IMPORTE-ED
           STRING "LINEAS EXCLUIDAS ...............: " RPT-NUM9-ED
                  "   IMPORTE: " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-PRODUCTOS-EXC TO RPT-NUM7-ED
           STRING "PRODUCTOS CON EXCEPCION ........: " "  "
                  RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF CONT-EXCLUIDAS > 0
             STRING "*** HAY VENTAS EXCLUIDAS: EL RESUMEN NO RECOGE "
                    "TODO LO VENDIDO EN EL PERIODO"
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF.

       3400-FIN-RESUMEN.
      *-----------------
           EXIT.

       4000-LEER-HISTORICO.
      *--------------------
           READ HISTORICO INTO REG-HISTORICO
                 AT END MOVE "SI" TO SW-EOF-HISTORICO
           END-READ

           IF FS-HISTORICO <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-HISTORICO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF SW-EOF-HISTORICO = "NO"
             ADD 1 TO CONT-HIST-LEIDOS
           END-IF.

       4000-FIN-LEER-HISTORICO.
      *------------------------
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
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "RESUMEN DE IVA POR TIPO - RESUMEN-IVA"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 3 TO RPT-CONT-LINEAS.

       8200-FIN-CABECERA-PAGINA.
      *-------------------------
           EXIT.

       8300-GRABAR-CSV.
      *----------------
      *UNA LINEA DE RESUMEN-IVA.CSV CON LOS ACUMULADOS DEL TIPO EN
      *CURSO PARA LA TIENDA CSV-TIENDA (O "TOTAL"): DESDE, HASTA,
      *TIENDA, CATEGORIA, TIPO, TOTAL, BASE Y CUOTA
           MOVE TIP-ACU-TOTAL TO CSV-IMPORTE
           PERFORM 8310-FORMATEAR-IMPORTE
              THRU 8310-FIN-FORMATEAR-IMPORTE
           MOVE CSV-IMPORTE-TXT TO CSV-TOTAL-TXT

           MOVE TIP-ACU-BASE TO CSV-IMPORTE
           PERFORM 8310-FORMATEAR-IMPORTE
              THRU 8310-FIN-FORMATEAR-IMPORTE
           MOVE CSV-IMPORTE-TXT TO CSV-BASE-TXT

           MOVE TIP-ACU-CUOTA TO CSV-IMPORTE
           PERFORM 8310-FORMATEAR-IMPORTE
              THRU 8310-FIN-FORMATEAR-IMPORTE
           MOVE CSV-IMPORTE-TXT TO CSV-CUOTA-TXT

           MOVE CON-PORCENTAJE-ACTUAL TO CSV-PORCENTAJE
           MOVE CSV-PORCENTAJE TO CSV-TIPO-ENT
           COMPUTE CSV-TIPO-DEC = (CSV-PORCENTAJE - CSV-TIPO-ENT) * 100
           MOVE CSV-TIPO-ENT TO CSV-TIPO-ENT-ED

           MOVE SPACES TO CSV-LINEA
           STRING PERIODO-DESDE                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  PERIODO-HASTA                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  CSV-TIENDA                     DELIMITED BY SPACE
                  ","                            DELIMITED BY SIZE
                  CON-CATEGORIA-ACTUAL           DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TIPO-ENT-ED) DELIMITED BY SIZE
                  "."                            DELIMITED BY SIZE
                  CSV-TIPO-DEC                   DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  CSV-TOTAL-TXT                  DELIMITED BY SPACE
                  ","                            DELIMITED BY SIZE
                  CSV-BASE-TXT                   DELIMITED BY SPACE
                  ","                            DELIMITED BY SIZE
                  CSV-CUOTA-TXT                  DELIMITED BY SPACE
             INTO CSV-LINEA

           WRITE REG-RESUMEN-CSV-DAT FROM CSV-LINEA

           IF FS-RESUMEN-CSV <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RESUMEN-IVA.CSV" TO ERRORFI-EN-FICHERO
             MOVE FS-RESUMEN-CSV TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-LINEAS-CSV.

       8300-FIN-GRABAR-CSV.
      *--------------------
           EXIT.

       8310-FORMATEAR-IMPORTE.
      *-----------------------
      *CSV-IMPORTE EN FORMATO "ENTERO.DECIMALES" SOBRE CSV-IMPORTE-TXT.
      *SE TRABAJA EN VALOR ABSOLUTO Y EL SIGNO SE EMITE APARTE, COMO EN
      *2250-GRABAR-TOTAL-CSV DE VENTAS-A-TOTALVENTAS
           IF CSV-IMPORTE < 0
             COMPUTE CSV-IMPORTE-ABS = CSV-IMPORTE * -1
             MOVE "-" TO CSV-SIGNO
           ELSE
             MOVE CSV-IMPORTE TO CSV-IMPORTE-ABS
             MOVE SPACES TO CSV-SIGNO
           END-IF

           COMPUTE CSV-IMPORTE-ENT-NUM = CSV-IMPORTE-ABS
           COMPUTE CSV-IMPORTE-DEC = (CSV-IMPORTE-ABS
                                      - CSV-IMPORTE-ENT-NUM) * 100
           MOVE CSV-IMPORTE-ENT-NUM TO CSV-IMPORTE-ENT-ED

           MOVE SPACES TO CSV-IMPORTE-TXT
           STRING CSV-SIGNO                         DELIMITED BY SPACE
                  FUNCTION TRIM(CSV-IMPORTE-ENT-ED) DELIMITED BY SIZE
                  "."                               DELIMITED BY SIZE
                  CSV-IMPORTE-DEC                   DELIMITED BY SIZE
             INTO CSV-IMPORTE-TXT.

       8310-FIN-FORMATEAR-IMPORTE.
      *---------------------------
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

       END PROGRAM RESUMEN-IVA.
