      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Recuento fisico de inventario y ajuste del maestro de
      *    stock STOCK.DAT. Hasta ahora el maestro solo cambiaba por
      *    movimientos de libro (MANT-STOCK y las salidas de
      *    ACTUALIZA-STOCK) y los stocks negativos que marca
      *    REPOSICION.RPT no tenian forma de corregirse con lo que de
      *    verdad hay en la tienda.
      *
      *    Lee RECUENTO.DAT, las cantidades contadas en el recuento
      *    trimestral, con:
      *      codigo de tienda (3 caracteres)
      *      codigo de producto (5 caracteres)
      *      cantidad contada (7 digitos)
      *    Un mismo producto+tienda puede venir en varias lineas (se
      *    cuenta por estanterias) y se suman. Las lineas con tienda
      *    que no esta en TIENDAS.DAT, sin codigo o con cantidad no
      *    numerica se rechazan y salen en el informe. La fecha del
      *    recuento se da con la variable de entorno FECHA-RECUENTO
      *    (AAAAMMDD); sin ella se toma la del proceso.
      *
      *    Cada cantidad contada se compara con STK-STOCK y la
      *    diferencia se valora a PROD-PRECIO-REF de PRODUCTOS.DAT.
      *    Lo contado sin registro de stock entra como sobrante y se
      *    da de alta (minimo cero), salvo que el producto tampoco
      *    este en el maestro de productos, que se rechaza. Los
      *    registros del libro de una tienda recontada que no
      *    aparecen en el recuento NO se ponen a cero: salen en el
      *    informe como no contados y se quedan como estan. Las
      *    tiendas que no vienen en el recuento no se tocan.
      *
      *    El informe INVENTARIO.RPT va por tienda con las faltas, los
      *    sobrantes, los no contados y los rechazos, y los totales
      *    de cada tienda y de la compania (unidades y valor de faltas
      *    y sobrantes y merma neta). Cada ajuste aplicado queda
      *    anotado para siempre en AJUSTES-INVENTARIO.DAT (se anade,
      *    nunca se reescribe) con la fecha del recuento, el stock de
      *    libro, lo contado, la diferencia y su valor.
      *
      *    Como reescribe el stock, el recuento solo se aplica con la
      *    cadena nocturna en reposo: si VENTAS-A-TOTALVENTAS tiene
      *    una generacion sin terminar o sin volcar al stock, el
      *    volcado posterior descontaria sobre lo ya contado, y se
      *    niega a empezar (CADENA-FORZAR=SI lo salta y queda
      *    anotado). El inicio y el fin se anotan en
      *    CADENA-NOCTURNA.DAT.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-STOCK.

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
      *--------------ARCHIVO DE ENTRADA: CANTIDADES CONTADAS
           SELECT RECUENTO ASSIGN TO "RECUENTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECUENTO.
      *--------------ARCHIVO DE TRABAJO: RECUENTO VALIDADO Y SUMADO
      *--------------POR PRODUCTO+TIENDA, EN ORDEN DE CLAVE DEL STOCK
           SELECT CONTADO ASSIGN TO "RECUENTO-CONTADO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTADO.
      *--------------ARCHIVO DE TRABAJO: DIFERENCIAS, NO CONTADOS Y
      *--------------RECHAZOS PARA EL INFORME POR TIENDA
           SELECT DIFERENCIAS ASSIGN TO "INVENTARIO-DIFERENCIAS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIFERENCIAS.
           SELECT ORDRECUENTO ASSIGN TO "ORDENADO.TMP".
           SELECT ORDDIFERENCIAS ASSIGN TO "ORDENADO2.TMP".
      *--------------ARCHIVO DE ENTRADA/SALIDA: MAESTRO DE STOCK. SE
      *--------------RECORRE ENTERO PARA COMPARAR Y SE AJUSTA POR CLAVE
           SELECT STOCK ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-CLAVE
           FILE STATUS FS-STOCK.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE PRODUCTOS, PARA LA
      *--------------DESCRIPCION Y EL PRECIO DE REFERENCIA
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROD-CODIGO
           FILE STATUS FS-PRODUCTOS.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE SALIDA: REGISTRO PERMANENTE DE AJUSTES
           SELECT AJUSTES ASSIGN TO "AJUSTES-INVENTARIO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AJUSTES.
      *--------------ARCHIVO DE SALIDA: INFORME DE DIFERENCIAS
           SELECT INFORME ASSIGN TO "INVENTARIO.RPT"
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

           FD RECUENTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    TIENDA(3) + CODIGO(5) + CANTIDAD CONTADA(7)
       01  REG-RECUENTO-DAT PIC X(15).

           FD CONTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    CODIGO(5) + TIENDA(3) + CANTIDAD CONTADA(7)
       01  REG-CONTADO-DAT PIC X(15).

           FD DIFERENCIAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    TIENDA(3) + CODIGO(5) + SITUACION(1) + LIBRO CON SIGNO(8) +
      *    CONTADO(7) + DIFERENCIA CON SIGNO(8) + PRECIO(5) + VALOR
      *    CON SIGNO(13) + TEXTO(40)
       01  REG-DIFERENCIAS-DAT PIC X(90).

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
      *MISMO REGISTRO QUE DECLARA VENTAS-A-TOTALVENTAS
       01  REG-PRODUCTOS-DAT.
           05 PROD-CODIGO      PIC X(5).
           05 PROD-DESCRIPCION PIC X(30).
           05 PROD-ESTADO      PIC X(1).
           05 PROD-PRECIO-REF  PIC 9(3)V99.
           05 PROD-FECHA-VIGOR PIC 9(8).
      *CATEGORIA DE IVA (G/R/S/E, EN BLANCO = SIN CATEGORIA), VER
      *MANT-PRODUCTOS
           05 PROD-CATEGORIA-IVA PIC X(1).

           FD TIENDAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MAESTRO DE TIENDAS: CODIGO(3) + NOMBRE(30) + REGION(15) +
      *ESTADO(1)
       01  REG-TIENDAS-DAT PIC X(49).

           FD AJUSTES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    FECHA RECUENTO(8) + FECHA PROCESO(8) + TIENDA(3) +
      *    CODIGO(5) + TIPO(1) + LIBRO CON SIGNO(8) + CONTADO(7) +
      *    DIFERENCIA CON SIGNO(8) + PRECIO(5) + VALOR CON SIGNO(13)
       01  REG-AJUSTES-DAT PIC X(66).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

           SD ORDRECUENTO.
      *MISMO REGISTRO QUE REG-RECUENTO-DAT, ORDENADO POR LA CLAVE DEL
      *STOCK (PRODUCTO+TIENDA) PARA CRUZARLO CON EL MAESTRO
       01  REG-ORDRECUENTO.
           05 ORC-TIENDA   PIC X(3).
           05 ORC-CODIGO   PIC X(5).
           05 ORC-CANTIDAD PIC X(7).

           SD ORDDIFERENCIAS.
      *MISMO REGISTRO QUE REG-DIFERENCIAS-DAT, ORDENADO POR TIENDA Y
      *PRODUCTO PARA EL INFORME
       01  REG-ORDDIFERENCIAS.
           05 ODF-TIENDA     PIC X(3).
           05 ODF-CODIGO     PIC X(5).
           05 ODF-SITUACION  PIC X(1).
           05 ODF-LIBRO      PIC S9(7) SIGN LEADING SEPARATE.
           05 ODF-CONTADO    PIC 9(7).
           05 ODF-DIFERENCIA PIC S9(7) SIGN LEADING SEPARATE.
           05 ODF-PRECIO     PIC 9(3)V99.
           05 ODF-VALOR      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 ODF-TEXTO      PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-RECUENTO    PIC 9(2) VALUES ZEROS.
           05 FS-CONTADO     PIC 9(2) VALUES ZEROS.
           05 FS-DIFERENCIAS PIC 9(2) VALUES ZEROS.
           05 FS-STOCK       PIC 9(2) VALUES ZEROS.
           05 FS-PRODUCTOS   PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS     PIC 9(2) VALUES ZEROS.
           05 FS-AJUSTES     PIC 9(2) VALUES ZEROS.
           05 FS-INFORME     PIC 9(2) VALUES ZEROS.
           05 FS-CADENA      PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-ORDRECUENTO PIC X(2) VALUES "NO".
           05 SW-EOF-CONTADO     PIC X(2) VALUES "NO".
           05 SW-EOF-STOCK       PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS     PIC X(2) VALUES "NO".
           05 SW-EOF-ORDDIF      PIC X(2) VALUES "NO".
           05 SW-EOF-CADENA      PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *LINEA DEL RECUENTO YA VALIDADA Y SUMADA; LA CLAVE VA DELANTE
      *EN EL MISMO ORDEN QUE STK-CLAVE PARA CRUZAR CON EL MAESTRO
           02 REG-CONTADO.
               05 CNT-CLAVE.
                   10 CNT-CODIGO PIC X(5) VALUES SPACES.
                   10 CNT-TIENDA PIC X(3) VALUES SPACES.
               05 CNT-CANTIDAD   PIC 9(7) VALUES ZEROS.

      *SITUACION DE CADA PRODUCTO+TIENDA: F=FALTA, S=SOBRANTE,
      *A=SOBRANTE SIN REGISTRO (ALTA), I=SIN DIFERENCIA, N=EN LIBRO
      *PERO NO CONTADO, R=LINEA DE RECUENTO RECHAZADA (EL MOTIVO VA
      *EN DIF-TEXTO; EN EL RESTO VA LA DESCRIPCION DEL PRODUCTO)
           02 REG-DIFERENCIA.
               05 DIF-TIENDA     PIC X(3) VALUES SPACES.
               05 DIF-CODIGO     PIC X(5) VALUES SPACES.
               05 DIF-SITUACION  PIC X(1) VALUES SPACES.
               05 DIF-LIBRO      PIC S9(7) SIGN LEADING SEPARATE
                                 VALUES ZEROS.
               05 DIF-CONTADO    PIC 9(7) VALUES ZEROS.
               05 DIF-DIFERENCIA PIC S9(7) SIGN LEADING SEPARATE
                                 VALUES ZEROS.
               05 DIF-PRECIO     PIC 9(3)V99 VALUES ZEROS.
               05 DIF-VALOR      PIC S9(10)V99 SIGN LEADING SEPARATE
                                 VALUES ZEROS.
               05 DIF-TEXTO      PIC X(40) VALUES SPACES.

      *ANOTACION PERMANENTE DE CADA AJUSTE APLICADO AL STOCK
           02 REG-AJUSTE.
               05 AJU-FECHA-RECUENTO PIC 9(8) VALUES ZEROS.
               05 AJU-FECHA-PROCESO  PIC 9(8) VALUES ZEROS.
               05 AJU-TIENDA         PIC X(3) VALUES SPACES.
               05 AJU-CODIGO         PIC X(5) VALUES SPACES.
               05 AJU-TIPO           PIC X(1) VALUES SPACES.
               05 AJU-LIBRO          PIC S9(7) SIGN LEADING SEPARATE
                                     VALUES ZEROS.
               05 AJU-CONTADO        PIC 9(7) VALUES ZEROS.
               05 AJU-DIFERENCIA     PIC S9(7) SIGN LEADING SEPARATE
                                     VALUES ZEROS.
               05 AJU-PRECIO         PIC 9(3)V99 VALUES ZEROS.
               05 AJU-VALOR          PIC S9(10)V99
                                     SIGN LEADING SEPARATE
                                     VALUES ZEROS.
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

      *FECHA DEL RECUENTO (VARIABLE DE ENTORNO FECHA-RECUENTO,
      *AAAAMMDD; SIN ELLA, LA DEL PROCESO)
       01  PARAMETROS.
           05 FECHA-RECUENTO-TXT PIC X(8) VALUES SPACES.
           05 FECHA-RECUENTO     PIC 9(8) VALUES ZEROS.

      *MAESTRO DE TIENDAS CARGADO EN TABLA, COMO EN
      *VENTAS-A-TOTALVENTAS (1080-CARGAR-TIENDAS)
       01  MAESTRO-TIENDAS.
           05 CONT-TIENDAS PIC 9(3) VALUES ZEROS.
           05 TIENDA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-TIENDA.
               10 TIE-CODIGO PIC X(3) VALUES SPACES.
               10 TIE-NOMBRE PIC X(30) VALUES SPACES.
               10 TIE-REGION PIC X(15) VALUES SPACES.
               10 TIE-ESTADO PIC X(1) VALUES SPACES.

      *TIENDAS QUE VIENEN EN EL RECUENTO: SOLO EN ELLAS SE BUSCAN LOS
      *PRODUCTOS DE LIBRO NO CONTADOS
       01  TIENDAS-RECONTADAS.
           05 CONT-RECONTADAS PIC 9(3) VALUES ZEROS.
           05 RECONTADA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-RECON.
               10 RECON-TIENDA PIC X(3) VALUES SPACES.

      *CORTE DE CONTROL DEL RECUENTO ORDENADO (VER 1110)
       01  CONSOLIDACION.
           05 SAL-CODIGO-ACTUAL       PIC X(5) VALUES SPACES.
           05 SAL-TIENDA-ACTUAL       PIC X(3) VALUES SPACES.
           05 SAL-CANTIDAD-ACUMULADA  PIC 9(7) VALUES ZEROS.
           05 SW-GRUPO-SALIDA-ABIERTO PIC X(2) VALUES "NO".
           05 SW-GRUPO-CON-VALIDAS    PIC X(2) VALUES "NO".
           05 CANTIDAD-LINEA          PIC 9(7) VALUES ZEROS.

      *CORTE DE CONTROL DEL INFORME POR TIENDA (VER 3200)
       01  CORTE-TIENDA.
           05 INF-TIENDA-ACTUAL       PIC X(3) VALUES SPACES.
           05 SW-TIENDA-ABIERTA       PIC X(2) VALUES "NO".
           05 INF-NOMBRE-TIENDA       PIC X(30) VALUES SPACES.
           05 INF-REGION-TIENDA       PIC X(15) VALUES SPACES.

      *DESCRIPCION Y PRECIO DEL PRODUCTO EN CURSO (SW-PRODUCTO-EXISTE
      *A "NO" SI EL CODIGO NO ESTA EN EL MAESTRO)
       01  PRODUCTO-EN-CURSO.
           05 SW-PRODUCTO-EXISTE PIC X(2) VALUES "NO".
           05 DESCRIPCION-LINEA  PIC X(30) VALUES SPACES.
           05 PRECIO-LINEA       PIC 9(3)V99 VALUES ZEROS.

       01  CONTADORES.
      *CONTADOR DE LINEAS LEIDAS DE RECUENTO.DAT
           05 CONT-LINEAS-RECUENTO PIC 9(7) VALUES ZEROS.
      *CONTADOR DE PRODUCTO+TIENDA CONTADOS (YA SUMADOS)
           05 CONT-CONTADOS        PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS LEIDOS DEL MAESTRO DE STOCK
           05 CONT-STOCK-LEIDOS    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE AJUSTES APLICADOS AL STOCK (INCLUIDAS LAS ALTAS)
           05 CONT-AJUSTES         PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ALTAS DE REGISTROS DE STOCK
           05 CONT-ALTAS           PIC 9(7) VALUES ZEROS.

      *TOTALES DE UNA TIENDA (TOT-) Y DE LA COMPANIA (GEN-): LINEAS
      *POR SITUACION, UNIDADES Y VALOR DE FALTAS Y SOBRANTES
       01  TOTALES-TIENDA.
           05 TOT-CONTADOS        PIC 9(7) VALUES ZEROS.
           05 TOT-IGUALES         PIC 9(7) VALUES ZEROS.
           05 TOT-FALTAS          PIC 9(7) VALUES ZEROS.
           05 TOT-SOBRANTES       PIC 9(7) VALUES ZEROS.
           05 TOT-NO-CONTADOS     PIC 9(7) VALUES ZEROS.
           05 TOT-RECHAZOS        PIC 9(7) VALUES ZEROS.
           05 TOT-UNID-FALTAS     PIC S9(9) VALUES ZEROS.
           05 TOT-UNID-SOBRANTES  PIC S9(9) VALUES ZEROS.
           05 TOT-VALOR-FALTAS    PIC S9(11)V99 VALUES ZEROS.
           05 TOT-VALOR-SOBRANTES PIC S9(11)V99 VALUES ZEROS.

       01  TOTALES-GENERALES.
           05 GEN-CONTADOS        PIC 9(7) VALUES ZEROS.
           05 GEN-IGUALES         PIC 9(7) VALUES ZEROS.
           05 GEN-FALTAS          PIC 9(7) VALUES ZEROS.
           05 GEN-SOBRANTES       PIC 9(7) VALUES ZEROS.
           05 GEN-NO-CONTADOS     PIC 9(7) VALUES ZEROS.
           05 GEN-RECHAZOS        PIC 9(7) VALUES ZEROS.
           05 GEN-UNID-FALTAS     PIC S9(9) VALUES ZEROS.
           05 GEN-UNID-SOBRANTES  PIC S9(9) VALUES ZEROS.
           05 GEN-VALOR-FALTAS    PIC S9(11)V99 VALUES ZEROS.
           05 GEN-VALOR-SOBRANTES PIC S9(11)V99 VALUES ZEROS.
           05 GEN-MERMA-NETA      PIC S9(11)V99 VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-NUM7B-ED          PIC Z(6)9.
           05 RPT-CONTADO-ED        PIC Z(6)9.
           05 RPT-STOCK-ED          PIC -(7)9.
           05 RPT-DIFERENCIA-ED     PIC -(7)9.
           05 RPT-PRECIO-ED         PIC ZZ9,99.
           05 RPT-CANT-ED           PIC -(10)9.
           05 RPT-IMPORTE-ED        PIC -(13)9,99.
           05 RPT-SITUACION         PIC X(40) VALUES SPACES.

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
           05 CAD-TABLA-NOMBRES REDEFINES CAD-NOMBRES.
               10 CAD-NOMBRE-PASO PIC X(20) OCCURS 5.
           05 CAD-ESTADO-PASO OCCURS 5.
               10 CAD-INICIADO  PIC X(2).
               10 CAD-TERMINADO PIC X(2).

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO
           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                UNTIL SW-EOF-CONTADO = "SI"
                                  AND SW-EOF-STOCK   = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      TOTALES-GENERALES
                      MAESTRO-TIENDAS
                      TIENDAS-RECONTADAS

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

      *PRIMERA PASADA: VALIDA Y SUMA EL RECUENTO. LOS RECHAZOS VAN YA
      *AL FICHERO DE DIFERENCIAS PARA SALIR EN EL INFORME
           OPEN OUTPUT DIFERENCIAS

           IF FS-DIFERENCIAS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO-DIFERENCIAS" TO ERRORFI-EN-FICHERO
             MOVE FS-DIFERENCIAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 1100-ORDENAR-RECUENTO
              THRU 1100-FIN-ORDENAR-RECUENTO

           IF CONT-CONTADOS = 0
             DISPLAY "RECUENTO.DAT NO TRAE NINGUNA LINEA VALIDA: NO HAY"
                     " NADA QUE AJUSTAR"
             STOP RUN
           END-IF

           PERFORM 1070-CONTROL-CADENA THRU 1070-FIN-CONTROL-CADENA

      *SEGUNDA PASADA: CRUCE DEL RECUENTO CON EL MAESTRO DE STOCK, LOS
      *DOS EN ORDEN DE PRODUCTO+TIENDA, SIN TOCAR TODAVIA EL STOCK
           PERFORM 1200-ABRIR-CRUCE THRU 1200-FIN-ABRIR-CRUCE.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
           ACCEPT FECHA-RECUENTO-TXT FROM ENVIRONMENT "FECHA-RECUENTO"

           IF FECHA-RECUENTO-TXT = SPACES
             MOVE RPT-FECHA-PROCESO TO FECHA-RECUENTO
           ELSE
             IF FECHA-RECUENTO-TXT IS NUMERIC
               MOVE FECHA-RECUENTO-TXT TO FECHA-RECUENTO
             ELSE
               DISPLAY "FECHA-RECUENTO NO ES UNA FECHA AAAAMMDD: "
                       FECHA-RECUENTO-TXT ", PROCESO ABANDONADO"
               STOP RUN
             END-IF
           END-IF

           DISPLAY "RECUENTO DE INVENTARIO DE FECHA " FECHA-RECUENTO.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA, COMO HACE
      *VENTAS-A-TOTALVENTAS EN 1080-CARGAR-TIENDAS: VALIDA LAS TIENDAS
      *DEL RECUENTO Y DA NOMBRE Y REGION A CADA SECCION DEL INFORME
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

       1070-CONTROL-CADENA.
      *--------------------
      *EL RECUENTO FIJA EL STOCK A LO CONTADO, ASI QUE SOLO ARRANCA SI
      *LA ULTIMA GENERACION YA SE VOLCO AL STOCK: CON UN RUN DE VENTAS
      *SIN TERMINAR O SIN VOLCAR, EL VOLCADO POSTERIOR DESCONTARIA
      *OTRA VEZ LO QUE YA FALTA EN LA ESTANTERIA
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
           END-EVALUATE

           IF CAD-MOTIVO <> SPACES
             PERFORM 1076-RECHAZAR-CADENA THRU 1076-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "INICIO" TO CAD-EVENTO
           MOVE SPACES   TO CAD-MENSAJE
           STRING "RECUENTO DE " FECHA-RECUENTO
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

           PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 5
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
             PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 5
               MOVE "NO" TO CAD-INICIADO(CAD-POS)
                            CAD-TERMINADO(CAD-POS)
             END-PERFORM
           END-IF

           IF CAD-GENERACION < CAD-ULT-GENERACION
             GO TO 1074-FIN-TRATAR-EVENTO
           END-IF

           PERFORM VARYING CAD-POS FROM 1 BY 1
                   UNTIL CAD-POS > 5
                      OR CAD-NOMBRE-PASO(CAD-POS) = CAD-PASO
             CONTINUE
           END-PERFORM

      *LOS RECHAZOS Y LOS FORZADOS NO CAMBIAN EL ESTADO DE LOS PASOS
           IF CAD-POS > 5
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

           DISPLAY "INVENTARIO-STOCK NO PUEDE EMPEZAR, "
                   "PROCESO ABANDONADO"

           STOP RUN.

       1076-FIN-RECHAZAR-CADENA.
      *-------------------------
           EXIT.

       1100-ORDENAR-RECUENTO.
      *----------------------
      *ORDENA EL RECUENTO POR PRODUCTO+TIENDA (EL ORDEN DE CLAVE DEL
      *STOCK) Y LO DEJA VALIDADO Y SUMADO EN RECUENTO-CONTADO.TMP
           OPEN INPUT RECUENTO

           IF FS-RECUENTO = 35
             DISPLAY "NO EXISTE RECUENTO.DAT: NO HAY RECUENTO QUE "
                     "APLICAR"
             STOP RUN
           END-IF

           IF FS-RECUENTO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-RECUENTO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE RECUENTO

           OPEN OUTPUT CONTADO

           IF FS-CONTADO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO-CONTADO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTADO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           SORT ORDRECUENTO ON ASCENDING KEY ORC-CODIGO
                                             ORC-TIENDA
             USING RECUENTO
             OUTPUT PROCEDURE IS 1110-SALIDA-RECUENTO
                           THRU 1118-FIN-SALIDA-RECUENTO

           CLOSE CONTADO

           IF FS-CONTADO <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO-CONTADO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTADO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       1100-FIN-ORDENAR-RECUENTO.
      *--------------------------
           EXIT.

       1110-SALIDA-RECUENTO.
      *---------------------
           MOVE "NO" TO SW-EOF-ORDRECUENTO
           MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO

           PERFORM 1115-RETORNAR-RECUENTO
              THRU 1115-FIN-RETORNAR-RECUENTO

           PERFORM UNTIL SW-EOF-ORDRECUENTO = "SI"
             PERFORM 1112-TRATAR-RECUENTO
                THRU 1112-FIN-TRATAR-RECUENTO
             PERFORM 1115-RETORNAR-RECUENTO
                THRU 1115-FIN-RETORNAR-RECUENTO
           END-PERFORM

      *ULTIMO GRUPO PENDIENTE DE GRABAR
           IF SW-GRUPO-SALIDA-ABIERTO = "SI"
             PERFORM 1120-GRABAR-CONTADO THRU 1120-FIN-GRABAR-CONTADO
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 1118-FIN-SALIDA-RECUENTO.

       1112-TRATAR-RECUENTO.
      *---------------------
           ADD 1 TO CONT-LINEAS-RECUENTO

      *LAS LINEAS QUE NO SE PUEDEN APLICAR SE RECHAZAN UNA A UNA, SIN
      *CORTAR EL GRUPO: LAS DEMAS LINEAS DEL PRODUCTO+TIENDA SIGUEN
           MOVE SPACES TO DIF-TEXTO

           EVALUATE TRUE
             WHEN ORC-CODIGO = SPACES
               MOVE "LINEA SIN CODIGO DE PRODUCTO" TO DIF-TEXTO
             WHEN ORC-CANTIDAD IS NOT NUMERIC
               MOVE "CANTIDAD CONTADA NO NUMERICA" TO DIF-TEXTO
             WHEN OTHER
               SET IDX-TIENDA TO 1
               SEARCH TIENDA-ENTRADA
                 AT END
                   MOVE "TIENDA NO EXISTE EN TIENDAS.DAT" TO DIF-TEXTO
                 WHEN IDX-TIENDA > CONT-TIENDAS
                   MOVE "TIENDA NO EXISTE EN TIENDAS.DAT" TO DIF-TEXTO
                 WHEN TIE-CODIGO(IDX-TIENDA) = ORC-TIENDA
                   CONTINUE
               END-SEARCH
           END-EVALUATE

           IF DIF-TEXTO <> SPACES
             PERFORM 1130-GRABAR-RECHAZO THRU 1130-FIN-GRABAR-RECHAZO
             GO TO 1112-FIN-TRATAR-RECUENTO
           END-IF

           MOVE ORC-CANTIDAD TO CANTIDAD-LINEA

           IF SW-GRUPO-SALIDA-ABIERTO = "SI" AND
              (ORC-CODIGO <> SAL-CODIGO-ACTUAL OR
               ORC-TIENDA <> SAL-TIENDA-ACTUAL)
             PERFORM 1120-GRABAR-CONTADO THRU 1120-FIN-GRABAR-CONTADO
             MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO
           END-IF

           IF SW-GRUPO-SALIDA-ABIERTO = "NO"
             MOVE "SI" TO SW-GRUPO-SALIDA-ABIERTO
             MOVE ORC-CODIGO TO SAL-CODIGO-ACTUAL
             MOVE ORC-TIENDA TO SAL-TIENDA-ACTUAL
             MOVE ZEROS TO SAL-CANTIDAD-ACUMULADA
           END-IF

           ADD CANTIDAD-LINEA TO SAL-CANTIDAD-ACUMULADA.

       1112-FIN-TRATAR-RECUENTO.
      *-------------------------
           EXIT.

       1115-RETORNAR-RECUENTO.
      *-----------------------
           RETURN ORDRECUENTO
             AT END MOVE "SI" TO SW-EOF-ORDRECUENTO
           END-RETURN.

       1115-FIN-RETORNAR-RECUENTO.
      *---------------------------
           EXIT.

       1118-FIN-SALIDA-RECUENTO.
      *-------------------------
           EXIT.

       1120-GRABAR-CONTADO.
      *--------------------
           MOVE SAL-CODIGO-ACTUAL      TO CNT-CODIGO
           MOVE SAL-TIENDA-ACTUAL      TO CNT-TIENDA
           MOVE SAL-CANTIDAD-ACUMULADA TO CNT-CANTIDAD

           WRITE REG-CONTADO-DAT FROM REG-CONTADO

           IF FS-CONTADO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO-CONTADO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTADO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-CONTADOS

      *LA TIENDA QUEDA ANOTADA COMO RECONTADA
           SET IDX-RECON TO 1
           SEARCH RECONTADA-ENTRADA
             AT END
               PERFORM 1125-ANOTAR-RECONTADA
                  THRU 1125-FIN-ANOTAR-RECONTADA
             WHEN IDX-RECON > CONT-RECONTADAS
               PERFORM 1125-ANOTAR-RECONTADA
                  THRU 1125-FIN-ANOTAR-RECONTADA
             WHEN RECON-TIENDA(IDX-RECON) = SAL-TIENDA-ACTUAL
               CONTINUE
           END-SEARCH.

       1120-FIN-GRABAR-CONTADO.
      *------------------------
           EXIT.

       1125-ANOTAR-RECONTADA.
      *----------------------
      *LAS TIENDAS YA ESTAN VALIDADAS CONTRA TIENDAS.DAT, ASI QUE NO
      *PUEDE HABER MAS DE LAS QUE CABEN EN SU TABLA
           ADD 1 TO CONT-RECONTADAS
           MOVE SAL-TIENDA-ACTUAL TO RECON-TIENDA(CONT-RECONTADAS).

       1125-FIN-ANOTAR-RECONTADA.
      *--------------------------
           EXIT.

       1130-GRABAR-RECHAZO.
      *--------------------
           MOVE ORC-TIENDA TO DIF-TIENDA
           MOVE ORC-CODIGO TO DIF-CODIGO
           MOVE "R"        TO DIF-SITUACION
           MOVE ZEROS TO DIF-LIBRO
                         DIF-CONTADO
                         DIF-DIFERENCIA
                         DIF-PRECIO
                         DIF-VALOR

           PERFORM 2500-GRABAR-DIFERENCIA
              THRU 2500-FIN-GRABAR-DIFERENCIA.

       1130-FIN-GRABAR-RECHAZO.
      *------------------------
           EXIT.

       1200-ABRIR-CRUCE.
      *-----------------
           OPEN INPUT CONTADO

           IF FS-CONTADO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO-CONTADO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTADO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT STOCK

      *SIN MAESTRO DE STOCK TODO LO CONTADO ENTRA COMO ALTA: SU CLAVE
      *QUEDA A HIGH-VALUES COMO AL TERMINAR EL FICHERO
           IF FS-STOCK = 35
             MOVE "SI" TO SW-EOF-STOCK
             MOVE HIGH-VALUES TO STK-CLAVE
           ELSE
             IF FS-STOCK <> 0
               MOVE "ABRIR" TO ERRORFI-EN-ACCION
               MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-STOCK TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-IF

           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

      *LECTURA ANTICIPADA DE LOS DOS FICHEROS DEL CRUCE
           PERFORM 4000-LEER-CONTADO THRU 4000-FIN-LEER-CONTADO

           IF SW-EOF-STOCK = "NO"
             PERFORM 4100-LEER-STOCK THRU 4100-FIN-LEER-STOCK
           END-IF.

       1200-FIN-ABRIR-CRUCE.
      *---------------------
           EXIT.

       2000-PROCESO.
      *-------------
      *CRUCE POR PRODUCTO+TIENDA. AL TERMINAR UN FICHERO SU CLAVE
      *QUEDA A HIGH-VALUES Y EL OTRO SIGUE SOLO
           EVALUATE TRUE

               WHEN CNT-CLAVE = STK-CLAVE
                   PERFORM 2100-CONTADO-CON-LIBRO
                      THRU 2100-FIN-CONTADO-CON-LIBRO
                   PERFORM 4000-LEER-CONTADO
                      THRU 4000-FIN-LEER-CONTADO
                   PERFORM 4100-LEER-STOCK
                      THRU 4100-FIN-LEER-STOCK

               WHEN CNT-CLAVE < STK-CLAVE
                   PERFORM 2200-CONTADO-SIN-LIBRO
                      THRU 2200-FIN-CONTADO-SIN-LIBRO
                   PERFORM 4000-LEER-CONTADO
                      THRU 4000-FIN-LEER-CONTADO

               WHEN OTHER
                   PERFORM 2300-LIBRO-SIN-CONTAR
                      THRU 2300-FIN-LIBRO-SIN-CONTAR
                   PERFORM 4100-LEER-STOCK
                      THRU 4100-FIN-LEER-STOCK

           END-EVALUATE.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-CONTADO-CON-LIBRO.
      *-----------------------
           MOVE CNT-CODIGO TO PROD-CODIGO
           PERFORM 2400-BUSCAR-PRODUCTO THRU 2400-FIN-BUSCAR-PRODUCTO

           MOVE STK-STOCK    TO DIF-LIBRO
           MOVE CNT-CANTIDAD TO DIF-CONTADO
           COMPUTE DIF-DIFERENCIA = CNT-CANTIDAD - STK-STOCK

           EVALUATE TRUE
             WHEN DIF-DIFERENCIA < 0
               MOVE "F" TO DIF-SITUACION
             WHEN DIF-DIFERENCIA > 0
               MOVE "S" TO DIF-SITUACION
             WHEN OTHER
               MOVE "I" TO DIF-SITUACION
           END-EVALUATE

           PERFORM 2450-VALORAR-DIFERENCIA
              THRU 2450-FIN-VALORAR-DIFERENCIA.

       2100-FIN-CONTADO-CON-LIBRO.
      *---------------------------
           EXIT.

       2200-CONTADO-SIN-LIBRO.
      *-----------------------
      *CONTADO SIN REGISTRO DE STOCK: SOBRANTE QUE SE DA DE ALTA, SI
      *EL PRODUCTO ESTA EN EL MAESTRO; SI NO, NO HAY A QUE ATRIBUIRLO
           MOVE CNT-CODIGO TO PROD-CODIGO
           PERFORM 2400-BUSCAR-PRODUCTO THRU 2400-FIN-BUSCAR-PRODUCTO

           MOVE ZEROS        TO DIF-LIBRO
           MOVE CNT-CANTIDAD TO DIF-CONTADO
           MOVE CNT-CANTIDAD TO DIF-DIFERENCIA

           EVALUATE TRUE
             WHEN SW-PRODUCTO-EXISTE = "NO"
               MOVE "R" TO DIF-SITUACION
             WHEN CNT-CANTIDAD = 0
               MOVE "I" TO DIF-SITUACION
             WHEN OTHER
               MOVE "A" TO DIF-SITUACION
           END-EVALUATE

           PERFORM 2450-VALORAR-DIFERENCIA
              THRU 2450-FIN-VALORAR-DIFERENCIA.

       2200-FIN-CONTADO-SIN-LIBRO.
      *---------------------------
           EXIT.

       2300-LIBRO-SIN-CONTAR.
      *----------------------
      *SOLO INTERESAN LAS TIENDAS QUE SE HAN RECONTADO; EL REGISTRO NO
      *SE TOCA, SOLO SE INFORMA
           SET IDX-RECON TO 1
           SEARCH RECONTADA-ENTRADA
             AT END
               GO TO 2300-FIN-LIBRO-SIN-CONTAR
             WHEN IDX-RECON > CONT-RECONTADAS
               GO TO 2300-FIN-LIBRO-SIN-CONTAR
             WHEN RECON-TIENDA(IDX-RECON) = STK-TIENDA
               CONTINUE
           END-SEARCH

           MOVE STK-CODIGO TO PROD-CODIGO
           PERFORM 2400-BUSCAR-PRODUCTO THRU 2400-FIN-BUSCAR-PRODUCTO

           MOVE STK-CODIGO TO CNT-CODIGO
           MOVE STK-TIENDA TO CNT-TIENDA
           MOVE STK-STOCK  TO DIF-LIBRO
           MOVE ZEROS      TO DIF-CONTADO
                              DIF-DIFERENCIA
           MOVE "N"        TO DIF-SITUACION

           PERFORM 2450-VALORAR-DIFERENCIA
              THRU 2450-FIN-VALORAR-DIFERENCIA

      *CNT-CLAVE VUELVE A LA DEL RECUENTO QUE ESTA EN ESPERA
           IF SW-EOF-CONTADO = "SI"
             MOVE HIGH-VALUES TO CNT-CLAVE
           ELSE
             MOVE SAL-CODIGO-ACTUAL TO CNT-CODIGO
             MOVE SAL-TIENDA-ACTUAL TO CNT-TIENDA
           END-IF.

       2300-FIN-LIBRO-SIN-CONTAR.
      *--------------------------
           EXIT.

       2400-BUSCAR-PRODUCTO.
      *---------------------
      *DESCRIPCION Y PRECIO DE REFERENCIA DEL MAESTRO DE PRODUCTOS; UN
      *CODIGO QUE YA NO ESTA SE VALORA A CERO Y SE SENALA
           MOVE "NO" TO SW-PRODUCTO-EXISTE
           MOVE "*** NO ESTA EN EL MAESTRO ***" TO DESCRIPCION-LINEA
           MOVE ZEROS TO PRECIO-LINEA

           READ PRODUCTOS
             NOT INVALID KEY
               MOVE "SI"             TO SW-PRODUCTO-EXISTE
               MOVE PROD-DESCRIPCION TO DESCRIPCION-LINEA
               MOVE PROD-PRECIO-REF  TO PRECIO-LINEA
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       2400-FIN-BUSCAR-PRODUCTO.
      *-------------------------
           EXIT.

       2450-VALORAR-DIFERENCIA.
      *------------------------
           MOVE CNT-CODIGO   TO DIF-CODIGO
           MOVE CNT-TIENDA   TO DIF-TIENDA
           MOVE PRECIO-LINEA TO DIF-PRECIO

           IF DIF-SITUACION = "R"
             MOVE "PRODUCTO QUE NO ESTA EN PRODUCTOS.DAT"
               TO DIF-TEXTO
             MOVE ZEROS TO DIF-VALOR
           ELSE
             MOVE DESCRIPCION-LINEA TO DIF-TEXTO
             COMPUTE DIF-VALOR = DIF-DIFERENCIA * PRECIO-LINEA
           END-IF

           PERFORM 2500-GRABAR-DIFERENCIA
              THRU 2500-FIN-GRABAR-DIFERENCIA.

       2450-FIN-VALORAR-DIFERENCIA.
      *----------------------------
           EXIT.

       2500-GRABAR-DIFERENCIA.
      *-----------------------
           WRITE REG-DIFERENCIAS-DAT FROM REG-DIFERENCIA

           IF FS-DIFERENCIAS <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO-DIFERENCIAS" TO ERRORFI-EN-FICHERO
             MOVE FS-DIFERENCIAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       2500-FIN-GRABAR-DIFERENCIA.
      *---------------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE CONTADO
           CLOSE DIFERENCIAS

           IF FS-DIFERENCIAS <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO-DIFERENCIAS" TO ERRORFI-EN-FICHERO
             MOVE FS-DIFERENCIAS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF FS-STOCK <> 35
             CLOSE STOCK
           END-IF

      *TERCERA PASADA: INFORME POR TIENDA Y AJUSTE DEL STOCK
           PERFORM 3100-GENERAR-INFORME THRU 3100-FIN-GENERAR-INFORME

           CLOSE PRODUCTOS

           MOVE "FIN" TO CAD-EVENTO
           MOVE SPACES TO CAD-MENSAJE
           STRING "RECUENTO DE " FECHA-RECUENTO
                  " AJUSTES " CONT-AJUSTES
                  DELIMITED BY SIZE INTO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           DISPLAY "LINEAS DE RECUENTO LEIDAS:  " CONT-LINEAS-RECUENTO
           DISPLAY "PRODUCTO+TIENDA CONTADOS:   " CONT-CONTADOS
           DISPLAY "AJUSTES APLICADOS AL STOCK: " CONT-AJUSTES
           DISPLAY "ALTAS DE STOCK:             " CONT-ALTAS
           DISPLAY "NO CONTADOS (SIN AJUSTE):   " GEN-NO-CONTADOS
           DISPLAY "LINEAS RECHAZADAS:          " GEN-RECHAZOS
           DISPLAY "INFORME GENERADO EN INVENTARIO.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-GENERAR-INFORME.
      *---------------------
           OPEN I-O STOCK

      *SIN MAESTRO DE STOCK: SE CREA VACIO Y LO CONTADO ENTRA COMO
      *ALTAS
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

           OPEN EXTEND AJUSTES

           IF FS-AJUSTES = 35
             OPEN OUTPUT AJUSTES
           END-IF

           IF FS-AJUSTES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "AJUSTES-INVENTARIO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-AJUSTES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           STRING "RECUENTO FISICO DE FECHA " FECHA-RECUENTO
                  ": DIFERENCIAS POR TIENDA"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "------------------------------------------------------"
             TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           SORT ORDDIFERENCIAS ON ASCENDING KEY ODF-TIENDA
                                                ODF-CODIGO
             USING DIFERENCIAS
             OUTPUT PROCEDURE IS 3200-SALIDA-INFORME
                           THRU 3248-FIN-SALIDA-INFORME

           PERFORM 3300-TOTAL-COMPANIA THRU 3300-FIN-TOTAL-COMPANIA

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE AJUSTES

           IF FS-AJUSTES <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "AJUSTES-INVENTARIO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-AJUSTES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE STOCK

           IF FS-STOCK <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       3100-FIN-GENERAR-INFORME.
      *-------------------------
           EXIT.

       3200-SALIDA-INFORME.
      *--------------------
           MOVE "NO" TO SW-EOF-ORDDIF
           MOVE "NO" TO SW-TIENDA-ABIERTA

           PERFORM 3245-RETORNAR-DIFERENCIA
              THRU 3245-FIN-RETORNAR-DIFERENCIA

           PERFORM UNTIL SW-EOF-ORDDIF = "SI"
             PERFORM 3210-TRATAR-DIFERENCIA
                THRU 3210-FIN-TRATAR-DIFERENCIA
             PERFORM 3245-RETORNAR-DIFERENCIA
                THRU 3245-FIN-RETORNAR-DIFERENCIA
           END-PERFORM

      *TOTAL DE LA ULTIMA TIENDA
           IF SW-TIENDA-ABIERTA = "SI"
             PERFORM 3230-TOTAL-TIENDA THRU 3230-FIN-TOTAL-TIENDA
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 3248-FIN-SALIDA-INFORME.

       3210-TRATAR-DIFERENCIA.
      *-----------------------
           IF SW-TIENDA-ABIERTA = "SI" AND
              ODF-TIENDA <> INF-TIENDA-ACTUAL
             PERFORM 3230-TOTAL-TIENDA THRU 3230-FIN-TOTAL-TIENDA
             MOVE "NO" TO SW-TIENDA-ABIERTA
           END-IF

           IF SW-TIENDA-ABIERTA = "NO"
             PERFORM 3220-CABECERA-TIENDA
                THRU 3220-FIN-CABECERA-TIENDA
           END-IF

           EVALUATE ODF-SITUACION
             WHEN "F"
               ADD 1 TO TOT-CONTADOS
               ADD 1 TO TOT-FALTAS
               ADD ODF-DIFERENCIA TO TOT-UNID-FALTAS
               ADD ODF-VALOR      TO TOT-VALOR-FALTAS
               MOVE "FALTA, AJUSTADO A LO CONTADO" TO RPT-SITUACION
             WHEN "S"
               ADD 1 TO TOT-CONTADOS
               ADD 1 TO TOT-SOBRANTES
               ADD ODF-DIFERENCIA TO TOT-UNID-SOBRANTES
               ADD ODF-VALOR      TO TOT-VALOR-SOBRANTES
               MOVE "SOBRANTE, AJUSTADO A LO CONTADO" TO RPT-SITUACION
             WHEN "A"
               ADD 1 TO TOT-CONTADOS
               ADD 1 TO TOT-SOBRANTES
               ADD ODF-DIFERENCIA TO TOT-UNID-SOBRANTES
               ADD ODF-VALOR      TO TOT-VALOR-SOBRANTES
               MOVE "SOBRANTE SIN REGISTRO, ALTA" TO RPT-SITUACION
             WHEN "I"
               ADD 1 TO TOT-CONTADOS
               ADD 1 TO TOT-IGUALES
             WHEN "N"
               ADD 1 TO TOT-NO-CONTADOS
               MOVE "NO CONTADO, SIN AJUSTE" TO RPT-SITUACION
             WHEN OTHER
               ADD 1 TO TOT-RECHAZOS
           END-EVALUATE

           IF ODF-SITUACION = "F" OR "S" OR "A"
             PERFORM 3240-APLICAR-AJUSTE THRU 3240-FIN-APLICAR-AJUSTE
           END-IF

      *LO QUE CUADRA NO SE LISTA, SOLO SE CUENTA
           IF ODF-SITUACION = "I"
             GO TO 3210-FIN-TRATAR-DIFERENCIA
           END-IF

           IF ODF-SITUACION = "R"
             STRING "  " ODF-CODIGO "  *** RECHAZADO: " ODF-TEXTO
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             GO TO 3210-FIN-TRATAR-DIFERENCIA
           END-IF

           MOVE ODF-LIBRO      TO RPT-STOCK-ED
           MOVE ODF-CONTADO    TO RPT-CONTADO-ED
           MOVE ODF-DIFERENCIA TO RPT-DIFERENCIA-ED
           MOVE ODF-PRECIO     TO RPT-PRECIO-ED
           MOVE ODF-VALOR      TO RPT-IMPORTE-ED

      *EL NO CONTADO SOLO LLEVA EL STOCK DE LIBRO Y EL PRECIO
           IF ODF-SITUACION = "N"
             STRING "  " ODF-CODIGO "  " ODF-TEXTO(1:30)
                    "  " RPT-STOCK-ED "                   "
                    "  " RPT-PRECIO-ED "                   "
                    "  " RPT-SITUACION
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             GO TO 3210-FIN-TRATAR-DIFERENCIA
           END-IF

           STRING "  " ODF-CODIGO "  " ODF-TEXTO(1:30)
                  "  " RPT-STOCK-ED "  " RPT-CONTADO-ED
                  "  " RPT-DIFERENCIA-ED "  " RPT-PRECIO-ED
                  "  " RPT-IMPORTE-ED "  " RPT-SITUACION
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3210-FIN-TRATAR-DIFERENCIA.
      *---------------------------
           EXIT.

       3220-CABECERA-TIENDA.
      *---------------------
           MOVE "SI" TO SW-TIENDA-ABIERTA
           MOVE ODF-TIENDA TO INF-TIENDA-ACTUAL
           INITIALIZE TOTALES-TIENDA

           MOVE "*** NO ESTA EN TIENDAS.DAT ***" TO INF-NOMBRE-TIENDA
           MOVE SPACES TO INF-REGION-TIENDA

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             AT END
               CONTINUE
             WHEN IDX-TIENDA > CONT-TIENDAS
               CONTINUE
             WHEN TIE-CODIGO(IDX-TIENDA) = ODF-TIENDA
               MOVE TIE-NOMBRE(IDX-TIENDA) TO INF-NOMBRE-TIENDA
               MOVE TIE-REGION(IDX-TIENDA) TO INF-REGION-TIENDA
           END-SEARCH

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "TIENDA " ODF-TIENDA " " INF-NOMBRE-TIENDA
                  "  REGION " INF-REGION-TIENDA
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "  CODIGO DESCRIPCION                        LIBRO"
                  "  CONTADO  DIFEREN.  PRECIO              VALOR  "
                  "SITUACION"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3220-FIN-CABECERA-TIENDA.
      *-------------------------
           EXIT.

       3230-TOTAL-TIENDA.
      *------------------
           MOVE TOT-CONTADOS TO RPT-NUM7-ED
           MOVE TOT-IGUALES  TO RPT-NUM7B-ED
           STRING "  CONTADOS: " RPT-NUM7-ED
                  "  SIN DIFERENCIA: " RPT-NUM7B-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE TOT-NO-CONTADOS TO RPT-NUM7-ED
           MOVE TOT-RECHAZOS    TO RPT-NUM7B-ED
           STRING "  NO CONTADOS: " RPT-NUM7-ED
                  "  RECHAZADOS: " RPT-NUM7B-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE TOT-FALTAS       TO RPT-NUM7-ED
           MOVE TOT-UNID-FALTAS  TO RPT-CANT-ED
           MOVE TOT-VALOR-FALTAS TO RPT-IMPORTE-ED
           STRING "  FALTAS ....: " RPT-NUM7-ED
                  "  UNIDADES " RPT-CANT-ED
                  "  VALOR " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE TOT-SOBRANTES       TO RPT-NUM7-ED
           MOVE TOT-UNID-SOBRANTES  TO RPT-CANT-ED
           MOVE TOT-VALOR-SOBRANTES TO RPT-IMPORTE-ED
           STRING "  SOBRANTES .: " RPT-NUM7-ED
                  "  UNIDADES " RPT-CANT-ED
                  "  VALOR " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

      *MERMA NETA: LO QUE FALTA MENOS LO QUE SOBRA, EN POSITIVO CUANDO
      *ES PERDIDA
           COMPUTE RPT-IMPORTE-ED = (TOT-VALOR-FALTAS
                                    + TOT-VALOR-SOBRANTES) * -1
           STRING "  MERMA NETA DE LA TIENDA ................"
                  "...........  VALOR " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           ADD TOT-CONTADOS        TO GEN-CONTADOS
           ADD TOT-IGUALES         TO GEN-IGUALES
           ADD TOT-FALTAS          TO GEN-FALTAS
           ADD TOT-SOBRANTES       TO GEN-SOBRANTES
           ADD TOT-NO-CONTADOS     TO GEN-NO-CONTADOS
           ADD TOT-RECHAZOS        TO GEN-RECHAZOS
           ADD TOT-UNID-FALTAS     TO GEN-UNID-FALTAS
           ADD TOT-UNID-SOBRANTES  TO GEN-UNID-SOBRANTES
           ADD TOT-VALOR-FALTAS    TO GEN-VALOR-FALTAS
           ADD TOT-VALOR-SOBRANTES TO GEN-VALOR-SOBRANTES.

       3230-FIN-TOTAL-TIENDA.
      *----------------------
           EXIT.

       3240-APLICAR-AJUSTE.
      *--------------------
      *EL STOCK QUEDA EN LO CONTADO Y EL AJUSTE SE ANOTA PARA SIEMPRE
           MOVE ODF-CODIGO TO STK-CODIGO
           MOVE ODF-TIENDA TO STK-TIENDA

           IF ODF-SITUACION = "A"
             MOVE ODF-CONTADO TO STK-STOCK
             MOVE ZEROS       TO STK-MINIMO
             WRITE REG-STOCK-DAT
             IF FS-STOCK <> 0
               MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
               MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-STOCK TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
             ADD 1 TO CONT-ALTAS
           ELSE
             READ STOCK
             IF FS-STOCK <> 0
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-STOCK TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
             MOVE ODF-CONTADO TO STK-STOCK
             REWRITE REG-STOCK-DAT
             IF FS-STOCK <> 0
               MOVE "REGRABAR" TO ERRORFI-EN-ACCION
               MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-STOCK TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-IF

           ADD 1 TO CONT-AJUSTES

           MOVE FECHA-RECUENTO    TO AJU-FECHA-RECUENTO
           MOVE RPT-FECHA-PROCESO TO AJU-FECHA-PROCESO
           MOVE ODF-TIENDA        TO AJU-TIENDA
           MOVE ODF-CODIGO        TO AJU-CODIGO
           MOVE ODF-SITUACION     TO AJU-TIPO
           MOVE ODF-LIBRO         TO AJU-LIBRO
           MOVE ODF-CONTADO       TO AJU-CONTADO
           MOVE ODF-DIFERENCIA    TO AJU-DIFERENCIA
           MOVE ODF-PRECIO        TO AJU-PRECIO
           MOVE ODF-VALOR         TO AJU-VALOR

           WRITE REG-AJUSTES-DAT FROM REG-AJUSTE

           IF FS-AJUSTES <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "AJUSTES-INVENTARIO.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-AJUSTES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       3240-FIN-APLICAR-AJUSTE.
      *------------------------
           EXIT.

       3245-RETORNAR-DIFERENCIA.
      *-------------------------
           RETURN ORDDIFERENCIAS
             AT END MOVE "SI" TO SW-EOF-ORDDIF
           END-RETURN.

       3245-FIN-RETORNAR-DIFERENCIA.
      *-----------------------------
           EXIT.

       3248-FIN-SALIDA-INFORME.
      *------------------------
           EXIT.

       3300-TOTAL-COMPANIA.
      *--------------------
           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "TOTAL COMPANIA" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "--------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-LINEAS-RECUENTO TO RPT-NUM7-ED
           STRING "LINEAS DE RECUENTO LEIDAS ....: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-RECONTADAS TO RPT-NUM7-ED
           STRING "TIENDAS RECONTADAS ...........: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE GEN-CONTADOS TO RPT-NUM7-ED
           MOVE GEN-IGUALES  TO RPT-NUM7B-ED
           STRING "PRODUCTO+TIENDA CONTADOS .....: " RPT-NUM7-ED
                  "  SIN DIFERENCIA: " RPT-NUM7B-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE GEN-NO-CONTADOS TO RPT-NUM7-ED
           STRING "EN LIBRO NO CONTADOS .........: " RPT-NUM7-ED
                  "  (SIN AJUSTE, REVISAR)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE GEN-RECHAZOS TO RPT-NUM7-ED
           STRING "LINEAS RECHAZADAS ............: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE GEN-FALTAS       TO RPT-NUM7-ED
           MOVE GEN-UNID-FALTAS  TO RPT-CANT-ED
           MOVE GEN-VALOR-FALTAS TO RPT-IMPORTE-ED
           STRING "FALTAS .......................: " RPT-NUM7-ED
                  "  UNIDADES " RPT-CANT-ED
                  "  VALOR " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE GEN-SOBRANTES       TO RPT-NUM7-ED
           MOVE GEN-UNID-SOBRANTES  TO RPT-CANT-ED
           MOVE GEN-VALOR-SOBRANTES TO RPT-IMPORTE-ED
           STRING "SOBRANTES ....................: " RPT-NUM7-ED
                  "  UNIDADES " RPT-CANT-ED
                  "  VALOR " RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           COMPUTE GEN-MERMA-NETA = (GEN-VALOR-FALTAS
                                    + GEN-VALOR-SOBRANTES) * -1
           MOVE GEN-MERMA-NETA TO RPT-IMPORTE-ED
           STRING "MERMA NETA TOTAL .............: "
                  RPT-IMPORTE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-AJUSTES TO RPT-NUM7-ED
           MOVE CONT-ALTAS   TO RPT-NUM7B-ED
           STRING "AJUSTES APLICADOS AL STOCK ...: " RPT-NUM7-ED
                  "  (ALTAS: " RPT-NUM7B-ED
                  ")  ANOTADOS EN AJUSTES-INVENTARIO.DAT"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3300-FIN-TOTAL-COMPANIA.
      *------------------------
           EXIT.

       4000-LEER-CONTADO.
      *------------------
           READ CONTADO INTO REG-CONTADO
                 AT END MOVE "SI" TO SW-EOF-CONTADO
           END-READ

           IF FS-CONTADO <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "RECUENTO-CONTADO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-CONTADO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

      *LA CLAVE EN ESPERA SE GUARDA PARA RESTAURARLA TRAS UN NO
      *CONTADO (VER 2300-LIBRO-SIN-CONTAR)
           IF SW-EOF-CONTADO = "SI"
             MOVE HIGH-VALUES TO CNT-CLAVE
           ELSE
             MOVE CNT-CODIGO TO SAL-CODIGO-ACTUAL
             MOVE CNT-TIENDA TO SAL-TIENDA-ACTUAL
           END-IF.

       4000-FIN-LEER-CONTADO.
      *----------------------
           EXIT.

       4100-LEER-STOCK.
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
             MOVE HIGH-VALUES TO STK-CLAVE
           ELSE
             ADD 1 TO CONT-STOCK-LEIDOS
           END-IF.

       4100-FIN-LEER-STOCK.
      *--------------------
           EXIT.

       7000-GRABAR-CADENA.
      *-------------------
      *ANOTA EN CADENA-NOCTURNA.DAT EL EVENTO PREPARADO EN CAD-EVENTO
      *Y CAD-MENSAJE, SELLADO CON LA GENERACION, SUS LOTES Y SU FECHA
      *DE PROCESO. SE ABRE Y SE CIERRA EN CADA EVENTO PARA QUE QUEDE
      *GRABADO AUNQUE EL PROGRAMA CAIGA DESPUES
           MOVE CAD-ULT-GENERACION    TO CAD-GENERACION
           MOVE "INVENTARIO-STOCK"    TO CAD-PASO
           MOVE CAD-GEN-FECHA-PROCESO TO CAD-FECHA-PROCESO
           MOVE CAD-GEN-LOTE-DESDE    TO CAD-LOTE-DESDE
           MOVE CAD-GEN-LOTE-HASTA    TO CAD-LOTE-HASTA
           MOVE CAD-GEN-NUM-LOTES     TO CAD-NUM-LOTES
           MOVE "RECUENTO"            TO CAD-MODO
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
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "RECUENTO DE INVENTARIO - INVENTARIO-STOCK"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INVENTARIO.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM INVENTARIO-STOCK.
