      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Conciliacion de los arqueos de caja de las tiendas
      *    contra las ventas consolidadas. Los encargados mandan su
      *    arqueo diario (efectivo, tarjeta y otros medios de cobro
      *    por tienda y dia) y hasta ahora nadie lo contrastaba con lo
      *    que consolido VENTAS-A-TOTALVENTAS: los descuadres salian a
      *    final de mes.
      *
      *    Entrada ARQUEOS.DAT, una linea por arqueo: TIENDA(3) +
      *    FECHA AAAAMMDD(8) + EFECTIVO, TARJETA y OTROS (11 cada uno,
      *    con signo delante y dos decimales sin coma). Varias lineas
      *    de la misma tienda y dia (varias cajas) se suman. Las
      *    lineas con tienda que no esta en TIENDAS.DAT, fecha que no
      *    es del calendario o importes no numericos se rechazan y se
      *    listan al principio del informe.
      *
      *    El periodo conciliado va de la primera a la ultima fecha de
      *    los arqueos validos, o el que se pida con ARQUEO-DESDE y
      *    ARQUEO-HASTA (AAAAMMDD; los arqueos de fuera se rechazan).
      *    Para cada tienda y dia del periodo la venta neta (ventas
      *    menos devoluciones) sale de VENTAS-HISTORICO.DAT, que ya
      *    incluye la ultima generacion y ademas lleva las
      *    contrapartidas de los lotes anulados con ANULA-LOTE y los
      *    reenvios corregidos; TOTALVENTAS.DAT, que la anulacion no
      *    toca, solo se usa para los dias que el historico no trae
      *    (depurados o sin historico). Nunca de los dos a la vez,
      *    que contaria dos veces la ultima generacion.
      *
      *    El informe ARQUEO-CAJA.RPT va por region (nombre y region
      *    salen de TIENDAS.DAT) y tienda, con una linea por dia con
      *    lo declarado, la venta neta, la diferencia (sobrante en
      *    positivo, faltante en negativo) y el origen de la venta
      *    (T=TOTALVENTAS, H=HISTORICO), y totales por tienda, region
      *    y compania. Se marcan las diferencias por encima de la
      *    tolerancia (TOLERANCIA-ARQUEO, importe entero de hasta
      *    cinco digitos, por defecto 5), los arqueos de dias sin
      *    ventas y los dias con ventas sin arqueo. Un dia cuya venta
      *    neta queda a cero (un lote anulado con ANULA-LOTE que caia
      *    en ese dia) y sin arqueo no es un arqueo que falte: sale
      *    como dia sin ventas ni arqueo, sin marca.
      *
      *    Es un programa de consulta: no escribe en ningun fichero de
      *    la cadena nocturna y se puede lanzar cuando lleguen los
      *    arqueos.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-CAJA.

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
      *--------------ARCHIVO DE ENTRADA: ARQUEOS DE CAJA DE LAS TIENDAS
           SELECT ARQUEOS ASSIGN TO "ARQUEOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARQUEOS.
      *--------------ARCHIVO DE ENTRADA: CONSOLIDADO DE VENTAS
           SELECT TOTAL ASSIGN TO "TOTALVENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOTAL.
      *--------------ARCHIVO DE ENTRADA: HISTORICO PERMANENTE
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS CON REGION
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE TRABAJO: ARQUEOS Y VENTAS DEL PERIODO
      *--------------YA CRUZADOS CON SU REGION
           SELECT TRABAJO ASSIGN TO "ARQUEO-TRABAJO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
      *--------------FICHERO DE ORDENACION POR REGION+TIENDA+FECHA
           SELECT ORDENADO ASSIGN TO "ARQUEO-ORDENADO.TMP".
      *--------------ARCHIVO DE SALIDA: INFORME DE CONCILIACION
           SELECT INFORME ASSIGN TO "ARQUEO-CAJA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD ARQUEOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *TIENDA(3) + FECHA(8) + EFECTIVO(11) + TARJETA(11) + OTROS(11)
       01  REG-ARQUEOS-DAT PIC X(44).

           FD TOTAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *REGISTRO CONSOLIDADO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *3070-GRABAR-SALIDA (VER REG-TOTAL EN WORKING-STORAGE)
       01  REG-TOTAL-DAT PIC X(37).

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
      *REGION(15) + TIENDA(3) + FECHA(8) + ORIGEN(1) + EFECTIVO(11) +
      *TARJETA(11) + OTROS(11) + INGRESO CON SIGNO(13)
       01  REG-TRABAJO-DAT PIC X(73).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

           SD ORDENADO.
      *MISMA ANOTACION QUE REG-TRABAJO-DAT
       01  REG-ORDENADO.
           05 ORD-REGION   PIC X(15).
           05 ORD-TIENDA   PIC X(3).
           05 ORD-FECHA    PIC 9(8).
           05 ORD-ORIGEN   PIC X(1).
           05 ORD-EFECTIVO PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ORD-TARJETA  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ORD-OTROS    PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ORD-INGRESO  PIC S9(10)V99 SIGN LEADING SEPARATE.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-ARQUEOS   PIC 9(2) VALUES ZEROS.
           05 FS-TOTAL     PIC 9(2) VALUES ZEROS.
           05 FS-HISTORICO PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS   PIC 9(2) VALUES ZEROS.
           05 FS-TRABAJO   PIC 9(2) VALUES ZEROS.
           05 FS-INFORME   PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-ARQUEOS   PIC X(2) VALUES "NO".
           05 SW-EOF-TOTAL     PIC X(2) VALUES "NO".
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS   PIC X(2) VALUES "NO".
           05 SW-EOF-ORDENADO  PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *LINEA DE ARQUEO TAL COMO LA MANDA LA TIENDA
           02 REG-ARQUEO.
               05 ARQ-TIENDA   PIC X(3) VALUES SPACES.
               05 ARQ-FECHA    PIC 9(8) VALUES ZEROS.
               05 ARQ-EFECTIVO PIC S9(8)V99 SIGN LEADING SEPARATE
                               VALUES ZEROS.
               05 ARQ-TARJETA  PIC S9(8)V99 SIGN LEADING SEPARATE
                               VALUES ZEROS.
               05 ARQ-OTROS    PIC S9(8)V99 SIGN LEADING SEPARATE
                               VALUES ZEROS.

      *VISTA DEL REGISTRO CONSOLIDADO, CALCADA DE REG-TOTAL EN
      *VENTAS-A-TOTALVENTAS
           02 REG-TOTAL.
               05 CODIGO-TOTAL   PIC X(5) VALUES SPACES.
               05 CANTIDAD-TOTAL PIC S9(6) SIGN LEADING SEPARATE
                                 VALUES ZEROS.
               05 INGRESO-TOTAL  PIC S9(10)V99 SIGN LEADING SEPARATE
                                 VALUES ZEROS.
               05 FECHA-TOTAL    PIC 9(8) VALUES ZEROS.
               05 TIENDA-TOTAL   PIC X(3) VALUES SPACES.
               05 TIPO-TOTAL     PIC X(1) VALUES SPACES.

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

      *ANOTACION DEL FICHERO DE TRABAJO. ORIGEN: A=ARQUEO (LLEVA LOS
      *TRES IMPORTES), T=TOTALVENTAS.DAT, H=HISTORICO (LLEVAN EL
      *INGRESO NETO)
           02 REG-TRABAJO.
               05 TRABAJO-REGION   PIC X(15) VALUES SPACES.
               05 TRABAJO-TIENDA   PIC X(3) VALUES SPACES.
               05 TRABAJO-FECHA    PIC 9(8) VALUES ZEROS.
               05 TRABAJO-ORIGEN   PIC X(1) VALUES SPACES.
               05 TRABAJO-EFECTIVO PIC S9(8)V99 SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 TRABAJO-TARJETA  PIC S9(8)V99 SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 TRABAJO-OTROS    PIC S9(8)V99 SIGN LEADING SEPARATE
                                   VALUES ZEROS.
               05 TRABAJO-INGRESO  PIC S9(10)V99 SIGN LEADING SEPARATE
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

      *PARAMETROS DE ENTORNO (VER 1010-LEER-PARAMETROS)
       01  PARAMETROS.
           05 TOLERANCIA-TXT   PIC X(5) VALUES SPACES.
           05 AJUSTE-5         PIC X(5) JUSTIFIED RIGHT VALUES SPACES.
           05 TOLERANCIA       PIC 9(5)V99 VALUE 5.
           05 PERIODO-DESDE-TXT PIC X(8) VALUES SPACES.
           05 PERIODO-HASTA-TXT PIC X(8) VALUES SPACES.
      *SI NO SE PIDE PERIODO SE TOMA EL DE LOS ARQUEOS VALIDOS
           05 SW-PERIODO-PEDIDO PIC X(2) VALUES "NO".
           05 PERIODO-DESDE     PIC 9(8) VALUE 19000101.
           05 PERIODO-HASTA     PIC 9(8) VALUE 99991231.

      *RESULTADO DE VALIDAR LA LINEA DE ARQUEO (VER 2100-VALIDAR-
      *ARQUEO), CON LA FECHA DESCOMPUESTA COMO EN
      *VENTAS-A-TOTALVENTAS (2060-VALIDAR-FECHA)
       01  VALIDACION-ARQUEO.
           05 SW-ARQUEO-VALIDO PIC X(2) VALUES "NO".
           05 MOTIVO-ARQUEO    PIC X(40) VALUES SPACES.
           05 VAL-FECHA.
               10 VAL-AAAA PIC 9(4) VALUES ZEROS.
               10 VAL-MM   PIC 9(2) VALUES ZEROS.
               10 VAL-DD   PIC 9(2) VALUES ZEROS.
           05 VAL-DIAS-MES PIC 9(2) VALUES ZEROS.
           05 VAL-REGION   PIC X(15) VALUES SPACES.

      *PRIMERA Y ULTIMA FECHA DE LOS ARQUEOS VALIDOS
       01  FECHAS-ARQUEOS.
           05 ARQ-FECHA-MIN PIC 9(8) VALUE 99999999.
           05 ARQ-FECHA-MAX PIC 9(8) VALUES ZEROS.

      *CORTES DE CONTROL DE LA CONCILIACION (REGION + TIENDA + FECHA)
       01  CORTE-CONCILIACION.
           05 CON-REGION-ACTUAL PIC X(15) VALUES SPACES.
           05 CON-TIENDA-ACTUAL PIC X(3) VALUES SPACES.
           05 CON-FECHA-ACTUAL  PIC 9(8) VALUES ZEROS.
           05 SW-REGION-ABIERTA PIC X(2) VALUES "NO".
           05 SW-TIENDA-ABIERTA PIC X(2) VALUES "NO".
           05 SW-DIA-ABIERTO    PIC X(2) VALUES "NO".
      *ACUMULADOS DEL DIA EN CURSO, SEPARADOS POR ORIGEN
           05 DIA-ARQUEOS       PIC 9(5) VALUES ZEROS.
           05 DIA-EFECTIVO      PIC S9(9)V99 VALUES ZEROS.
           05 DIA-TARJETA       PIC S9(9)V99 VALUES ZEROS.
           05 DIA-OTROS         PIC S9(9)V99 VALUES ZEROS.
           05 DIA-REG-TOTAL     PIC 9(7) VALUES ZEROS.
           05 DIA-INGRESO-TOTAL PIC S9(11)V99 VALUES ZEROS.
           05 DIA-REG-HISTORICO PIC 9(7) VALUES ZEROS.
           05 DIA-INGRESO-HIST  PIC S9(11)V99 VALUES ZEROS.
      *LINEA DEL DIA YA RESUELTA
           05 DIA-DECLARADO     PIC S9(11)V99 VALUES ZEROS.
           05 DIA-VENTAS        PIC S9(11)V99 VALUES ZEROS.
           05 DIA-DIFERENCIA    PIC S9(11)V99 VALUES ZEROS.
           05 DIA-ORIGEN        PIC X(1) VALUES SPACES.
           05 DIA-SITUACION     PIC X(25) VALUES SPACES.

      *TOTALES POR NIVEL: 1=TIENDA, 2=REGION, 3=COMPANIA. CADA NIVEL
      *SE SUMA AL SIGUIENTE AL CERRARSE (VER 3360-LINEA-TOTAL)
       01  TOTALES-NIVEL.
           05 NIV-POS PIC 9(1) VALUES ZEROS.
           05 NIV-ENTRADA OCCURS 3 TIMES.
               10 NIV-EFECTIVO   PIC S9(11)V99.
               10 NIV-TARJETA    PIC S9(11)V99.
               10 NIV-OTROS      PIC S9(11)V99.
               10 NIV-DECLARADO  PIC S9(11)V99.
               10 NIV-VENTAS     PIC S9(11)V99.
               10 NIV-DIFERENCIA PIC S9(11)V99.
       01  TOTAL-TEXTO PIC X(15) VALUES SPACES.

       01  CONTADORES.
      *CONTADOR DE LINEAS LEIDAS DE ARQUEOS.DAT
           05 CONT-ARQ-LEIDOS      PIC 9(7) VALUES ZEROS.
      *CONTADOR DE LINEAS DE ARQUEO RECHAZADAS
           05 CONT-ARQ-RECHAZADOS  PIC 9(7) VALUES ZEROS.
      *CONTADOR DE REGISTROS DE VENTA DEL PERIODO ANOTADOS
           05 CONT-REG-TOTAL       PIC 9(7) VALUES ZEROS.
           05 CONT-REG-HISTORICO   PIC 9(7) VALUES ZEROS.
      *CONTADOR DE DIAS CONCILIADOS (TIENDA+FECHA) Y POR SITUACION
           05 CONT-DIAS            PIC 9(7) VALUES ZEROS.
           05 CONT-CUADRAN         PIC 9(7) VALUES ZEROS.
           05 CONT-FUERA-TOLERANCIA PIC 9(7) VALUES ZEROS.
           05 CONT-SIN-VENTAS      PIC 9(7) VALUES ZEROS.
           05 CONT-SIN-ARQUEO      PIC 9(7) VALUES ZEROS.
           05 CONT-SIN-MOVIMIENTO  PIC 9(7) VALUES ZEROS.

      *CONTROL DEL INFORME, COMO EN INFORME-VENTAS.RPT
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM7-ED           PIC Z(6)9.
           05 RPT-TOLERANCIA-ED     PIC Z(4)9,99.
           05 RPT-EFECTIVO-ED       PIC -(9)9,99.
           05 RPT-TARJETA-ED        PIC -(9)9,99.
           05 RPT-OTROS-ED          PIC -(9)9,99.
           05 RPT-DECLARADO-ED      PIC -(9)9,99.
           05 RPT-VENTAS-ED         PIC -(9)9,99.
           05 RPT-DIFERENCIA-ED     PIC -(9)9,99.

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
                                UNTIL SW-EOF-ARQUEOS = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      MAESTRO-TIENDAS
                      TOTALES-NIVEL

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           OPEN INPUT ARQUEOS

           IF FS-ARQUEOS = 35
             DISPLAY "NO EXISTE ARQUEOS.DAT: NO HAY ARQUEOS QUE CONCI"
      -      "LIAR"
             STOP RUN
           END-IF

           IF FS-ARQUEOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ARQUEOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

      *LECTURA ANTICIPADA
           PERFORM 4000-LEER-ARQUEO THRU 4000-FIN-LEER-ARQUEO.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *TOLERANCIA-ARQUEO: DIFERENCIA ADMITIDA ENTRE LO DECLARADO Y LO
      *VENDIDO, IMPORTE ENTERO DE HASTA CINCO DIGITOS (POR DEFECTO 5)
           ACCEPT TOLERANCIA-TXT FROM ENVIRONMENT "TOLERANCIA-ARQUEO"

           IF TOLERANCIA-TXT <> SPACES
             MOVE FUNCTION TRIM(TOLERANCIA-TXT) TO AJUSTE-5
             INSPECT AJUSTE-5 REPLACING LEADING " " BY "0"
             IF AJUSTE-5 IS NUMERIC
               MOVE AJUSTE-5 TO TOLERANCIA
             ELSE
               DISPLAY "TOLERANCIA-ARQUEO NO ES UN IMPORTE ENTERO DE "
      -        "HASTA CINCO DIGITOS: " TOLERANCIA-TXT
               STOP RUN
             END-IF
           END-IF

      *PERIODO A CONCILIAR: ARQUEO-DESDE Y ARQUEO-HASTA (AAAAMMDD).
      *SIN PARAMETROS EL PERIODO LO MARCAN LOS PROPIOS ARQUEOS
           ACCEPT PERIODO-DESDE-TXT FROM ENVIRONMENT "ARQUEO-DESDE"

           IF PERIODO-DESDE-TXT <> SPACES
             IF PERIODO-DESDE-TXT IS NUMERIC
               MOVE PERIODO-DESDE-TXT TO PERIODO-DESDE
               MOVE "SI" TO SW-PERIODO-PEDIDO
             ELSE
               DISPLAY "ARQUEO-DESDE NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-DESDE-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT PERIODO-HASTA-TXT FROM ENVIRONMENT "ARQUEO-HASTA"

           IF PERIODO-HASTA-TXT <> SPACES
             IF PERIODO-HASTA-TXT IS NUMERIC
               MOVE PERIODO-HASTA-TXT TO PERIODO-HASTA
               MOVE "SI" TO SW-PERIODO-PEDIDO
             ELSE
               DISPLAY "ARQUEO-HASTA NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-HASTA-TXT
               STOP RUN
             END-IF
           END-IF

           IF PERIODO-DESDE > PERIODO-HASTA
             DISPLAY "EL PERIODO A CONCILIAR ESTA INVERTIDO: "
                     PERIODO-DESDE " > " PERIODO-HASTA
             STOP RUN
           END-IF.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA, COMO HACE
      *VENTAS-A-TOTALVENTAS EN 1080-CARGAR-TIENDAS: VALIDA LA TIENDA
      *DE CADA ARQUEO Y DA SU NOMBRE Y SU REGION
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

       2000-PROCESO.
      *-------------
           ADD 1 TO CONT-ARQ-LEIDOS

           PERFORM 2100-VALIDAR-ARQUEO THRU 2100-FIN-VALIDAR-ARQUEO

           IF SW-ARQUEO-VALIDO = "SI"
             PERFORM 2200-GRABAR-ARQUEO THRU 2200-FIN-GRABAR-ARQUEO
           ELSE
             PERFORM 2150-RECHAZAR-ARQUEO
                THRU 2150-FIN-RECHAZAR-ARQUEO
           END-IF

           PERFORM 4000-LEER-ARQUEO THRU 4000-FIN-LEER-ARQUEO.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-VALIDAR-ARQUEO.
      *--------------------
      *TIENDA DEL MAESTRO, FECHA REAL DEL CALENDARIO DENTRO DEL
      *PERIODO PEDIDO E IMPORTES NUMERICOS
           MOVE "NO"   TO SW-ARQUEO-VALIDO
           MOVE SPACES TO VAL-REGION

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             AT END
               MOVE "TIENDA QUE NO ESTA EN TIENDAS.DAT"
                 TO MOTIVO-ARQUEO
               GO TO 2100-FIN-VALIDAR-ARQUEO
             WHEN IDX-TIENDA > CONT-TIENDAS
               MOVE "TIENDA QUE NO ESTA EN TIENDAS.DAT"
                 TO MOTIVO-ARQUEO
               GO TO 2100-FIN-VALIDAR-ARQUEO
             WHEN TIE-CODIGO(IDX-TIENDA) = ARQ-TIENDA
               MOVE TIE-REGION(IDX-TIENDA) TO VAL-REGION
           END-SEARCH

           IF VAL-REGION = SPACES
             MOVE "SIN REGION" TO VAL-REGION
           END-IF

           IF ARQ-FECHA IS NOT NUMERIC
             MOVE "FECHA NO NUMERICA" TO MOTIVO-ARQUEO
             GO TO 2100-FIN-VALIDAR-ARQUEO
           END-IF

           MOVE ARQ-FECHA TO VAL-FECHA

           IF VAL-MM < 1 OR VAL-MM > 12
             MOVE "FECHA CON MES INVALIDO" TO MOTIVO-ARQUEO
             GO TO 2100-FIN-VALIDAR-ARQUEO
           END-IF

           EVALUATE VAL-MM
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO VAL-DIAS-MES
             WHEN 2
               IF FUNCTION MOD(VAL-AAAA, 400) = 0 OR
                  (FUNCTION MOD(VAL-AAAA, 4) = 0 AND
                   FUNCTION MOD(VAL-AAAA, 100) <> 0)
                 MOVE 29 TO VAL-DIAS-MES
               ELSE
                 MOVE 28 TO VAL-DIAS-MES
               END-IF
             WHEN OTHER
               MOVE 31 TO VAL-DIAS-MES
           END-EVALUATE

           IF VAL-DD < 1 OR VAL-DD > VAL-DIAS-MES
             MOVE "FECHA CON DIA INVALIDO" TO MOTIVO-ARQUEO
             GO TO 2100-FIN-VALIDAR-ARQUEO
           END-IF

           IF ARQ-FECHA < PERIODO-DESDE OR ARQ-FECHA > PERIODO-HASTA
             MOVE "FECHA FUERA DEL PERIODO PEDIDO" TO MOTIVO-ARQUEO
             GO TO 2100-FIN-VALIDAR-ARQUEO
           END-IF

           IF ARQ-EFECTIVO IS NOT NUMERIC OR
              ARQ-TARJETA  IS NOT NUMERIC OR
              ARQ-OTROS    IS NOT NUMERIC
             MOVE "IMPORTE NO NUMERICO" TO MOTIVO-ARQUEO
             GO TO 2100-FIN-VALIDAR-ARQUEO
           END-IF

           MOVE "SI" TO SW-ARQUEO-VALIDO.

       2100-FIN-VALIDAR-ARQUEO.
      *------------------------
           EXIT.

       2150-RECHAZAR-ARQUEO.
      *---------------------
      *LOS RECHAZOS SE LISTAN AL PRINCIPIO DEL INFORME, SEGUN SE LEEN
           ADD 1 TO CONT-ARQ-RECHAZADOS

           IF CONT-ARQ-RECHAZADOS = 1
             MOVE "ARQUEOS RECHAZADOS" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE "------------------" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE CONT-ARQ-LEIDOS TO RPT-NUM7-ED
           STRING "LINEA " RPT-NUM7-ED "  " REG-ARQUEO
                  "  " MOTIVO-ARQUEO
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2150-FIN-RECHAZAR-ARQUEO.
      *-------------------------
           EXIT.

       2200-GRABAR-ARQUEO.
      *-------------------
           MOVE VAL-REGION   TO TRABAJO-REGION
           MOVE ARQ-TIENDA   TO TRABAJO-TIENDA
           MOVE ARQ-FECHA    TO TRABAJO-FECHA
           MOVE "A"          TO TRABAJO-ORIGEN
           MOVE ARQ-EFECTIVO TO TRABAJO-EFECTIVO
           MOVE ARQ-TARJETA  TO TRABAJO-TARJETA
           MOVE ARQ-OTROS    TO TRABAJO-OTROS
           MOVE ZEROS        TO TRABAJO-INGRESO

           PERFORM 2300-GRABAR-TRABAJO THRU 2300-FIN-GRABAR-TRABAJO

           IF ARQ-FECHA < ARQ-FECHA-MIN
             MOVE ARQ-FECHA TO ARQ-FECHA-MIN
           END-IF

           IF ARQ-FECHA > ARQ-FECHA-MAX
             MOVE ARQ-FECHA TO ARQ-FECHA-MAX
           END-IF.

       2200-FIN-GRABAR-ARQUEO.
      *-----------------------
           EXIT.

       2300-GRABAR-TRABAJO.
      *--------------------
           WRITE REG-TRABAJO-DAT FROM REG-TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-TRABAJO.TMP" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       2300-FIN-GRABAR-TRABAJO.
      *------------------------
           EXIT.

       2400-BUSCAR-REGION.
      *-------------------
      *REGION DE UNA TIENDA CON VENTAS; LAS TIENDAS QUE YA NO ESTAN
      *EN EL MAESTRO SE AGRUPAN COMO SIN REGION, COMO EN
      *INFORME-REGIONAL
           MOVE "SIN REGION" TO TRABAJO-REGION

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             AT END
               CONTINUE
             WHEN IDX-TIENDA > CONT-TIENDAS
               CONTINUE
             WHEN TIE-CODIGO(IDX-TIENDA) = TRABAJO-TIENDA
               IF TIE-REGION(IDX-TIENDA) <> SPACES
                 MOVE TIE-REGION(IDX-TIENDA) TO TRABAJO-REGION
               END-IF
           END-SEARCH.

       2400-FIN-BUSCAR-REGION.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE ARQUEOS

      *SIN PERIODO PEDIDO, EL DE LOS ARQUEOS VALIDOS
           IF SW-PERIODO-PEDIDO = "NO"
             MOVE ARQ-FECHA-MIN TO PERIODO-DESDE
             MOVE ARQ-FECHA-MAX TO PERIODO-HASTA
           END-IF

      *SIN ARQUEOS VALIDOS NI PERIODO PEDIDO NO HAY NADA QUE CONCILIAR
           IF PERIODO-DESDE <= PERIODO-HASTA
             PERFORM 3100-LEER-CONSOLIDADO
                THRU 3100-FIN-LEER-CONSOLIDADO
             PERFORM 3200-LEER-HISTORICO
                THRU 3200-FIN-LEER-HISTORICO
           END-IF

           CLOSE TRABAJO

           IF CONT-ARQ-RECHAZADOS > 0
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           IF PERIODO-DESDE <= PERIODO-HASTA
             PERFORM 3300-CONCILIAR THRU 3300-FIN-CONCILIAR
           ELSE
             MOVE "NO HAY ARQUEOS VALIDOS QUE CONCILIAR" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           PERFORM 3400-RESUMEN THRU 3400-FIN-RESUMEN

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "LINEAS DE ARQUEO LEIDAS:        " CONT-ARQ-LEIDOS
           DISPLAY "LINEAS DE ARQUEO RECHAZADAS:    "
                   CONT-ARQ-RECHAZADOS
           DISPLAY "DIAS CONCILIADOS:               " CONT-DIAS
           DISPLAY "DIFERENCIAS FUERA DE TOLERANCIA:"
                   CONT-FUERA-TOLERANCIA
           DISPLAY "ARQUEOS DE DIAS SIN VENTAS:     " CONT-SIN-VENTAS
           DISPLAY "DIAS CON VENTAS SIN ARQUEO:     " CONT-SIN-ARQUEO
           DISPLAY "DIAS SIN VENTAS NI ARQUEO:      "
                   CONT-SIN-MOVIMIENTO
           DISPLAY "INFORME GENERADO EN ARQUEO-CAJA.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-LEER-CONSOLIDADO.
      *----------------------
      *VENTAS DE LA ULTIMA GENERACION QUE CAEN EN EL PERIODO. EN LA
      *CONCILIACION SOLO SE USAN PARA LOS DIAS QUE NO TRAE EL
      *HISTORICO
           OPEN INPUT TOTAL

           IF FS-TOTAL = 35
             DISPLAY "NO EXISTE TOTALVENTAS.DAT: LAS VENTAS SALDRAN SO"
      -      "LO DEL HISTORICO"
             GO TO 3100-FIN-LEER-CONSOLIDADO
           END-IF

           IF FS-TOTAL <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TOTALVENTAS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-TOTAL TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-TOTAL = "SI"
             READ TOTAL INTO REG-TOTAL
               AT END
                 MOVE "SI" TO SW-EOF-TOTAL
               NOT AT END
                 IF FECHA-TOTAL >= PERIODO-DESDE AND
                    FECHA-TOTAL <= PERIODO-HASTA
                   PERFORM 3110-ANOTAR-CONSOLIDADO
                      THRU 3110-FIN-ANOTAR-CONSOLIDADO
                 END-IF
             END-READ

             IF FS-TOTAL <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "TOTALVENTAS.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-TOTAL TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE TOTAL.

       3100-FIN-LEER-CONSOLIDADO.
      *--------------------------
           EXIT.

       3110-ANOTAR-CONSOLIDADO.
      *------------------------
           MOVE TIENDA-TOTAL  TO TRABAJO-TIENDA
           PERFORM 2400-BUSCAR-REGION THRU 2400-FIN-BUSCAR-REGION
           MOVE FECHA-TOTAL   TO TRABAJO-FECHA
           MOVE "T"           TO TRABAJO-ORIGEN
           MOVE ZEROS         TO TRABAJO-EFECTIVO
                                 TRABAJO-TARJETA
                                 TRABAJO-OTROS
           MOVE INGRESO-TOTAL TO TRABAJO-INGRESO

           PERFORM 2300-GRABAR-TRABAJO THRU 2300-FIN-GRABAR-TRABAJO

           ADD 1 TO CONT-REG-TOTAL.

       3110-FIN-ANOTAR-CONSOLIDADO.
      *----------------------------
           EXIT.

       3200-LEER-HISTORICO.
      *--------------------
      *VENTAS DEL HISTORICO QUE CAEN EN EL PERIODO, CON LAS
      *CONTRAPARTIDAS DE LOS LOTES ANULADOS
           OPEN INPUT HISTORICO

           IF FS-HISTORICO = 35
             DISPLAY "NO EXISTE VENTAS-HISTORICO.DAT: LAS VENTAS SALD"
      -      "RAN SOLO DE TOTALVENTAS.DAT"
             GO TO 3200-FIN-LEER-HISTORICO
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
                 IF HIST-FECHA >= PERIODO-DESDE AND
                    HIST-FECHA <= PERIODO-HASTA
                   PERFORM 3210-ANOTAR-HISTORICO
                      THRU 3210-FIN-ANOTAR-HISTORICO
                 END-IF
             END-READ

             IF FS-HISTORICO <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-HISTORICO TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE HISTORICO.

       3200-FIN-LEER-HISTORICO.
      *------------------------
           EXIT.

       3210-ANOTAR-HISTORICO.
      *----------------------
           MOVE HIST-TIENDA  TO TRABAJO-TIENDA
           PERFORM 2400-BUSCAR-REGION THRU 2400-FIN-BUSCAR-REGION
           MOVE HIST-FECHA   TO TRABAJO-FECHA
           MOVE "H"          TO TRABAJO-ORIGEN
           MOVE ZEROS        TO TRABAJO-EFECTIVO
                                TRABAJO-TARJETA
                                TRABAJO-OTROS
           MOVE HIST-INGRESO TO TRABAJO-INGRESO

           PERFORM 2300-GRABAR-TRABAJO THRU 2300-FIN-GRABAR-TRABAJO

           ADD 1 TO CONT-REG-HISTORICO.

       3210-FIN-ANOTAR-HISTORICO.
      *--------------------------
           EXIT.

       3300-CONCILIAR.
      *---------------
      *ORDENA EL FICHERO DE TRABAJO POR REGION + TIENDA + FECHA Y
      *CORTA POR CLAVE: UNA SECCION POR REGION, UN BLOQUE POR TIENDA
      *Y UNA LINEA POR DIA
           MOVE TOLERANCIA TO RPT-TOLERANCIA-ED
           STRING "PERIODO CONCILIADO: " PERIODO-DESDE " A "
                  PERIODO-HASTA "   TOLERANCIA: " RPT-TOLERANCIA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "DIFERENCIA = DECLARADO - VENTAS (POSITIVA: SOBRANTE,"
                  " NEGATIVA: FALTANTE). O = ORIGEN DE LA VENTA "
                  "(T=TOTALVENTAS.DAT, H=HISTORICO)"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           SORT ORDENADO ON ASCENDING KEY ORD-REGION
                                          ORD-TIENDA
                                          ORD-FECHA
             USING TRABAJO
             OUTPUT PROCEDURE IS 3310-SALIDA-CONCILIAR
                           THRU 3318-FIN-SALIDA-CONCILIAR.

       3300-FIN-CONCILIAR.
      *-------------------
           EXIT.

       3310-SALIDA-CONCILIAR.
      *----------------------
           MOVE "NO" TO SW-EOF-ORDENADO
                        SW-REGION-ABIERTA
                        SW-TIENDA-ABIERTA
                        SW-DIA-ABIERTO

           PERFORM 3315-RETORNAR-ORDENADO
              THRU 3315-FIN-RETORNAR-ORDENADO

           PERFORM UNTIL SW-EOF-ORDENADO = "SI"
             PERFORM 3312-TRATAR-ORDENADO
                THRU 3312-FIN-TRATAR-ORDENADO
             PERFORM 3315-RETORNAR-ORDENADO
                THRU 3315-FIN-RETORNAR-ORDENADO
           END-PERFORM

      *ULTIMO DIA, ULTIMA TIENDA Y ULTIMA REGION PENDIENTES DE EMITIR
           IF SW-DIA-ABIERTO = "SI"
             PERFORM 3320-EMITIR-DIA THRU 3320-FIN-EMITIR-DIA
           END-IF

           IF SW-TIENDA-ABIERTA = "SI"
             PERFORM 3330-EMITIR-TIENDA THRU 3330-FIN-EMITIR-TIENDA
           END-IF

           IF SW-REGION-ABIERTA = "SI"
             PERFORM 3340-EMITIR-REGION THRU 3340-FIN-EMITIR-REGION
           END-IF

      *LOS PARRAFOS AUXILIARES DE ABAJO SOLO SE EJECUTAN VIA PERFORM
           GO TO 3318-FIN-SALIDA-CONCILIAR.

       3312-TRATAR-ORDENADO.
      *---------------------
      *CORTE EXTERIOR POR REGION, INTERMEDIO POR TIENDA E INTERIOR
      *POR FECHA
           IF SW-DIA-ABIERTO = "SI" AND
              (ORD-REGION <> CON-REGION-ACTUAL OR
               ORD-TIENDA <> CON-TIENDA-ACTUAL OR
               ORD-FECHA  <> CON-FECHA-ACTUAL)
             PERFORM 3320-EMITIR-DIA THRU 3320-FIN-EMITIR-DIA
             MOVE "NO" TO SW-DIA-ABIERTO
           END-IF

           IF SW-TIENDA-ABIERTA = "SI" AND
              (ORD-REGION <> CON-REGION-ACTUAL OR
               ORD-TIENDA <> CON-TIENDA-ACTUAL)
             PERFORM 3330-EMITIR-TIENDA THRU 3330-FIN-EMITIR-TIENDA
             MOVE "NO" TO SW-TIENDA-ABIERTA
           END-IF

           IF SW-REGION-ABIERTA = "SI" AND
              ORD-REGION <> CON-REGION-ACTUAL
             PERFORM 3340-EMITIR-REGION THRU 3340-FIN-EMITIR-REGION
             MOVE "NO" TO SW-REGION-ABIERTA
           END-IF

           IF SW-REGION-ABIERTA = "NO"
             MOVE "SI" TO SW-REGION-ABIERTA
             MOVE ORD-REGION TO CON-REGION-ACTUAL
             STRING "REGION " CON-REGION-ACTUAL
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE ALL "-" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             STRING "TDA  FECHA          EFECTIVO       TARJETA       "
                    "  OTROS     DECLARADO        VENTAS    DIFERENCIA"
                    "  O  SITUACION"
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           IF SW-TIENDA-ABIERTA = "NO"
             MOVE "SI" TO SW-TIENDA-ABIERTA
             MOVE ORD-TIENDA TO CON-TIENDA-ACTUAL
             PERFORM 3325-CABECERA-TIENDA
                THRU 3325-FIN-CABECERA-TIENDA
           END-IF

           IF SW-DIA-ABIERTO = "NO"
             MOVE "SI" TO SW-DIA-ABIERTO
             MOVE ORD-FECHA TO CON-FECHA-ACTUAL
             MOVE ZEROS TO DIA-ARQUEOS
                           DIA-EFECTIVO
                           DIA-TARJETA
                           DIA-OTROS
                           DIA-REG-TOTAL
                           DIA-INGRESO-TOTAL
                           DIA-REG-HISTORICO
                           DIA-INGRESO-HIST
           END-IF

           EVALUATE ORD-ORIGEN
             WHEN "A"
               ADD 1            TO DIA-ARQUEOS
               ADD ORD-EFECTIVO TO DIA-EFECTIVO
               ADD ORD-TARJETA  TO DIA-TARJETA
               ADD ORD-OTROS    TO DIA-OTROS
             WHEN "T"
               ADD 1           TO DIA-REG-TOTAL
               ADD ORD-INGRESO TO DIA-INGRESO-TOTAL
             WHEN OTHER
               ADD 1           TO DIA-REG-HISTORICO
               ADD ORD-INGRESO TO DIA-INGRESO-HIST
           END-EVALUATE.

       3312-FIN-TRATAR-ORDENADO.
      *-------------------------
           EXIT.

       3315-RETORNAR-ORDENADO.
      *-----------------------
           RETURN ORDENADO
             AT END MOVE "SI" TO SW-EOF-ORDENADO
           END-RETURN.

       3315-FIN-RETORNAR-ORDENADO.
      *---------------------------
           EXIT.

       3318-FIN-SALIDA-CONCILIAR.
      *--------------------------
           EXIT.

       3320-EMITIR-DIA.
      *----------------
      *LA VENTA DEL DIA ES LA DEL HISTORICO SI LA TRAE, PORQUE RECOGE
      *LAS ANULACIONES DE LOTES Y SUS REENVIOS, Y SI NO LA DE
      *TOTALVENTAS.DAT (EL HISTORICO YA INCLUYE LA ULTIMA GENERACION:
      *SUMAR LAS DOS LA CONTARIA DOS VECES)
           ADD 1 TO CONT-DIAS

           COMPUTE DIA-DECLARADO = DIA-EFECTIVO + DIA-TARJETA
                                 + DIA-OTROS

           EVALUATE TRUE
             WHEN DIA-REG-HISTORICO > 0
               MOVE DIA-INGRESO-HIST TO DIA-VENTAS
               MOVE "H" TO DIA-ORIGEN
             WHEN DIA-REG-TOTAL > 0
               MOVE DIA-INGRESO-TOTAL TO DIA-VENTAS
               MOVE "T" TO DIA-ORIGEN
             WHEN OTHER
               MOVE ZEROS  TO DIA-VENTAS
               MOVE SPACES TO DIA-ORIGEN
           END-EVALUATE

           COMPUTE DIA-DIFERENCIA = DIA-DECLARADO - DIA-VENTAS

      *UN DIA CON VENTA NETA A CERO (SUS LINEAS SE COMPENSAN, COMO LAS
      *DE UN LOTE ANULADO) NO TENIA NADA QUE DECLARAR
           EVALUATE TRUE
             WHEN DIA-ARQUEOS = 0 AND DIA-VENTAS = 0
               ADD 1 TO CONT-SIN-MOVIMIENTO
               MOVE "SIN VENTAS NI ARQUEO" TO DIA-SITUACION
             WHEN DIA-ARQUEOS = 0
               ADD 1 TO CONT-SIN-ARQUEO
               MOVE "*** SIN ARQUEO" TO DIA-SITUACION
             WHEN DIA-ORIGEN = SPACES
               ADD 1 TO CONT-SIN-VENTAS
               MOVE "*** ARQUEO SIN VENTAS" TO DIA-SITUACION
             WHEN DIA-DIFERENCIA > TOLERANCIA
               ADD 1 TO CONT-FUERA-TOLERANCIA
               MOVE "*** SOBRANTE" TO DIA-SITUACION
             WHEN DIA-DIFERENCIA < 0 - TOLERANCIA
               ADD 1 TO CONT-FUERA-TOLERANCIA
               MOVE "*** FALTANTE" TO DIA-SITUACION
             WHEN OTHER
               ADD 1 TO CONT-CUADRAN
               MOVE "CUADRA" TO DIA-SITUACION
           END-EVALUATE

           ADD DIA-EFECTIVO   TO NIV-EFECTIVO(1)
           ADD DIA-TARJETA    TO NIV-TARJETA(1)
           ADD DIA-OTROS      TO NIV-OTROS(1)
           ADD DIA-DECLARADO  TO NIV-DECLARADO(1)
           ADD DIA-VENTAS     TO NIV-VENTAS(1)
           ADD DIA-DIFERENCIA TO NIV-DIFERENCIA(1)

           MOVE DIA-EFECTIVO   TO RPT-EFECTIVO-ED
           MOVE DIA-TARJETA    TO RPT-TARJETA-ED
           MOVE DIA-OTROS      TO RPT-OTROS-ED
           MOVE DIA-DECLARADO  TO RPT-DECLARADO-ED
           MOVE DIA-VENTAS     TO RPT-VENTAS-ED
           MOVE DIA-DIFERENCIA TO RPT-DIFERENCIA-ED
           STRING CON-TIENDA-ACTUAL "  " CON-FECHA-ACTUAL
                  "  " RPT-EFECTIVO-ED " " RPT-TARJETA-ED
                  " " RPT-OTROS-ED " " RPT-DECLARADO-ED
                  " " RPT-VENTAS-ED " " RPT-DIFERENCIA-ED
                  "  " DIA-ORIGEN "  " DIA-SITUACION
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3320-FIN-EMITIR-DIA.
      *--------------------
           EXIT.

       3325-CABECERA-TIENDA.
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

           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3325-FIN-CABECERA-TIENDA.
      *-------------------------
           EXIT.

       3330-EMITIR-TIENDA.
      *-------------------
           MOVE 1 TO NIV-POS
           STRING "TOTAL TDA " CON-TIENDA-ACTUAL
                  DELIMITED BY SIZE INTO TOTAL-TEXTO
           PERFORM 3360-LINEA-TOTAL THRU 3360-FIN-LINEA-TOTAL

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3330-FIN-EMITIR-TIENDA.
      *-----------------------
           EXIT.

       3340-EMITIR-REGION.
      *-------------------
           MOVE 2 TO NIV-POS
           MOVE "TOTAL REGION" TO TOTAL-TEXTO
           PERFORM 3360-LINEA-TOTAL THRU 3360-FIN-LINEA-TOTAL

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3340-FIN-EMITIR-REGION.
      *-----------------------
           EXIT.

       3360-LINEA-TOTAL.
      *-----------------
      *IMPRIME LOS TOTALES DEL NIVEL NIV-POS BAJO SUS COLUMNAS, LOS
      *SUMA AL NIVEL SIGUIENTE Y LOS DEJA A CERO
           MOVE NIV-EFECTIVO(NIV-POS)   TO RPT-EFECTIVO-ED
           MOVE NIV-TARJETA(NIV-POS)    TO RPT-TARJETA-ED
           MOVE NIV-OTROS(NIV-POS)      TO RPT-OTROS-ED
           MOVE NIV-DECLARADO(NIV-POS)  TO RPT-DECLARADO-ED
           MOVE NIV-VENTAS(NIV-POS)     TO RPT-VENTAS-ED
           MOVE NIV-DIFERENCIA(NIV-POS) TO RPT-DIFERENCIA-ED
           STRING TOTAL-TEXTO RPT-EFECTIVO-ED " " RPT-TARJETA-ED
                  " " RPT-OTROS-ED " " RPT-DECLARADO-ED
                  " " RPT-VENTAS-ED " " RPT-DIFERENCIA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO TOTAL-TEXTO

           IF NIV-POS < 3
             ADD NIV-EFECTIVO(NIV-POS)   TO NIV-EFECTIVO(NIV-POS + 1)
             ADD NIV-TARJETA(NIV-POS)    TO NIV-TARJETA(NIV-POS + 1)
             ADD NIV-OTROS(NIV-POS)      TO NIV-OTROS(NIV-POS + 1)
             ADD NIV-DECLARADO(NIV-POS)  TO NIV-DECLARADO(NIV-POS + 1)
             ADD NIV-VENTAS(NIV-POS)     TO NIV-VENTAS(NIV-POS + 1)
             ADD NIV-DIFERENCIA(NIV-POS)
               TO NIV-DIFERENCIA(NIV-POS + 1)
           END-IF

           MOVE ZEROS TO NIV-EFECTIVO(NIV-POS)
                         NIV-TARJETA(NIV-POS)
                         NIV-OTROS(NIV-POS)
                         NIV-DECLARADO(NIV-POS)
                         NIV-VENTAS(NIV-POS)
                         NIV-DIFERENCIA(NIV-POS).

       3360-FIN-LINEA-TOTAL.
      *---------------------
           EXIT.

       3400-RESUMEN.
      *-------------
           IF CONT-DIAS > 0
             MOVE 3 TO NIV-POS
             MOVE "TOTAL COMPANIA" TO TOTAL-TEXTO
             PERFORM 3360-LINEA-TOTAL THRU 3360-FIN-LINEA-TOTAL
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE "RESUMEN DE LA CONCILIACION" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "--------------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ARQ-LEIDOS TO RPT-NUM7-ED
           STRING "LINEAS DE ARQUEO LEIDAS ..........: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-ARQ-RECHAZADOS TO RPT-NUM7-ED
           STRING "LINEAS DE ARQUEO RECHAZADAS ......: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-DIAS TO RPT-NUM7-ED
           STRING "DIAS CONCILIADOS (TIENDA+FECHA) ..: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-CUADRAN TO RPT-NUM7-ED
           STRING "DIAS QUE CUADRAN .................: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-FUERA-TOLERANCIA TO RPT-NUM7-ED
           STRING "DIFERENCIAS FUERA DE TOLERANCIA ..: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-SIN-VENTAS TO RPT-NUM7-ED
           STRING "ARQUEOS DE DIAS SIN VENTAS .......: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-SIN-ARQUEO TO RPT-NUM7-ED
           STRING "DIAS CON VENTAS SIN ARQUEO .......: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-SIN-MOVIMIENTO TO RPT-NUM7-ED
           STRING "DIAS SIN VENTAS NI ARQUEO ........: " RPT-NUM7-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3400-FIN-RESUMEN.
      *-----------------
           EXIT.

       4000-LEER-ARQUEO.
      *-----------------
           READ ARQUEOS INTO REG-ARQUEO
                 AT END MOVE "SI" TO SW-EOF-ARQUEOS
           END-READ

           IF FS-ARQUEOS <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "ARQUEOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ARQUEOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       4000-FIN-LEER-ARQUEO.
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
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "CONCILIACION DE ARQUEOS DE CAJA - ARQUEO-CAJA"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "ARQUEO-CAJA.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM ARQUEO-CAJA.
