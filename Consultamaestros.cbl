      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Consulta en pantalla de productos y tiendas para la
      *    oficina, sin tener que abrir los ficheros con un editor ni
      *    esperar al siguiente informe.
      *
      *    Por producto: descripcion, estado y precio de referencia
      *    de PRODUCTOS.DAT, y el stock y el minimo en cada tienda de
      *    STOCK.DAT. Por tienda: nombre, region y estado de
      *    TIENDAS.DAT, y sus productos por debajo (o al nivel) del
      *    minimo o en negativo, con el mismo criterio que
      *    INFORME-STOCK. En los dos casos, las ventas netas (las
      *    devoluciones restan) de cada dia de los ultimos dias segun
      *    VENTAS-HISTORICO.DAT, con el total del periodo.
      *
      *    El resultado se pagina en pantalla (S siguiente, A
      *    anterior) y con N se vuelve a pedir otro codigo sin salir
      *    del programa; F termina. Un codigo que no esta en su
      *    maestro se muestra igual si tiene stock o ventas, para ver
      *    los huerfanos; si no aparece en ningun fichero, se avisa.
      *
      *    Es solo de consulta: cada fichero se abre de entrada para
      *    una consulta y se cierra antes de volver a la pantalla, asi
      *    que no se queda nada abierto mientras el usuario mira el
      *    resultado, y no se graba en ningun fichero de la cadena
      *    nocturna.
      *
      *    Parametro por variable de entorno:
      *      CONSULTA-DIAS: dias de ventas a mostrar, contando hoy, de
      *        1 a 90; sin ella, 30
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-MAESTROS.

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
      *--------------ENTERO EN CADA CONSULTA
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
      *--------------ARCHIVO DE ENTRADA: MAESTRO DE TIENDAS
           SELECT TIENDAS ASSIGN TO "TIENDAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIENDAS.
      *--------------ARCHIVO DE ENTRADA: HISTORICO PERMANENTE
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.

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

           FD TIENDAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MAESTRO DE TIENDAS: CODIGO(3) + NOMBRE(30) + REGION(15) +
      *ESTADO(1)
       01  REG-TIENDAS-DAT PIC X(49).

           FD HISTORICO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA VENTAS-A-TOTALVENTAS EN
      *2270-GRABAR-HISTORICO: LOTE(8) + FECHA PROCESO(8) + CODIGO(5)
      *+ CANTIDAD(7) + INGRESO(13) + FECHA(8) + TIENDA(3)
       01  REG-HISTORICO-DAT PIC X(52).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-STOCK     PIC 9(2) VALUES ZEROS.
           05 FS-PRODUCTOS PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS   PIC 9(2) VALUES ZEROS.
           05 FS-HISTORICO PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-STOCK     PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS   PIC X(2) VALUES "NO".
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".

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

      *COPIA DEL REGISTRO DE PRODUCTOS LEIDO, QUE SE SIGUE USANDO
      *DESPUES DE CERRAR EL FICHERO
           02 REG-PRODUCTO.
               05 PRO-CODIGO         PIC X(5) VALUES SPACES.
               05 PRO-DESCRIPCION    PIC X(30) VALUES SPACES.
               05 PRO-ESTADO         PIC X(1) VALUES SPACES.
               05 PRO-PRECIO-REF     PIC 9(3)V99 VALUES ZEROS.
               05 PRO-FECHA-VIGOR    PIC 9(8) VALUES ZEROS.
               05 PRO-CATEGORIA-IVA  PIC X(1) VALUES SPACES.

      *MAESTRO DE TIENDAS CARGADO EN TABLA EN CADA CONSULTA, COMO EN
      *VENTAS-A-TOTALVENTAS (1080-CARGAR-TIENDAS)
       01  MAESTRO-TIENDAS.
           05 CONT-TIENDAS PIC 9(3) VALUES ZEROS.
           05 TIENDA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-TIENDA.
               10 TIE-CODIGO PIC X(3) VALUES SPACES.
               10 TIE-NOMBRE PIC X(30) VALUES SPACES.
               10 TIE-REGION PIC X(15) VALUES SPACES.
               10 TIE-ESTADO PIC X(1) VALUES SPACES.

      *PARAMETRO DE ENTORNO (VER 1010-LEER-PARAMETROS) Y PERIODO DE
      *VENTAS QUE SE MUESTRA: DE FECHA-DESDE A HOY
       01  PARAMETROS.
           05 FECHA-HOY        PIC 9(8) VALUES ZEROS.
           05 DIAS-HOY         PIC 9(8) VALUES ZEROS.
           05 FECHA-DESDE      PIC 9(8) VALUES ZEROS.
           05 CONSULTA-DIAS    PIC 9(2) VALUE 30.
           05 DIAS-TXT         PIC X(2) VALUES SPACES.
           05 DIAS-AJUSTE      PIC X(2) JUSTIFIED RIGHT VALUES SPACES.

      *PETICION DEL USUARIO EN PANTALLA-PETICION
       01  PETICION.
           05 TIPO-CONSULTA    PIC X(1) VALUES SPACES.
               88 TIPO-CONSULTA-VALIDO VALUES "P" "T" "F".
           05 CODIGO-PEDIDO    PIC X(5) VALUES SPACES.
           05 OPCION-PAGINA    PIC X(1) VALUES SPACES.
           05 SW-FIN-CONSULTAS PIC X(2) VALUES "NO".
           05 MENSAJE          PIC X(78) VALUES SPACES.

      *DATOS DE LA CONSULTA EN CURSO
       01  CONSULTA-ACTUAL.
           05 SW-EN-MAESTRO    PIC X(2) VALUES "NO".
           05 SW-PRODUCTO-EXISTE PIC X(2) VALUES "NO".
           05 TIENDA-POS       PIC 9(3) VALUES ZEROS.
           05 CONT-REG-STOCK   PIC 9(5) VALUES ZEROS.
           05 CONT-BAJO-MINIMO PIC 9(5) VALUES ZEROS.
           05 CONT-DIAS-VENTA  PIC 9(3) VALUES ZEROS.
           05 TOTAL-STOCK      PIC S9(9) VALUES ZEROS.
           05 TOTAL-UNIDADES   PIC S9(9) VALUES ZEROS.
           05 TOTAL-INGRESO    PIC S9(11)V99 VALUES ZEROS.
           05 DIA-POS          PIC 9(3) VALUES ZEROS.
           05 DIAS-ATRAS       PIC S9(8) VALUES ZEROS.
           05 FECHA-DIA        PIC 9(8) VALUES ZEROS.
           05 SITUACION        PIC X(11) VALUES SPACES.
           05 NOMBRE-TIENDA    PIC X(30) VALUES SPACES.

      *VENTAS NETAS DE CADA DIA DEL PERIODO: LA POSICION 1 ES HOY, LA
      *2 AYER, ETC.
       01  VENTAS-DIARIAS.
           05 VD-DIA OCCURS 90 TIMES.
               10 VD-UNIDADES PIC S9(9).
               10 VD-INGRESO  PIC S9(11)V99.

      *RESULTADO DE LA CONSULTA: CABECERA FIJA Y LINEAS QUE SE
      *PAGINAN EN PANTALLA-CONSULTA
       01  LISTA-CONSULTA.
           05 CAB-LINEA-1      PIC X(78) VALUES SPACES.
           05 CAB-LINEA-2      PIC X(78) VALUES SPACES.
           05 CONT-LINEAS-LISTA PIC 9(4) VALUES ZEROS.
           05 SW-LISTA-TRUNCADA PIC X(2) VALUES "NO".
           05 LINEA-NUEVA      PIC X(78) VALUES SPACES.
           05 LINEA-LISTA      PIC X(78) OCCURS 600 TIMES.

      *PAGINA EN PANTALLA
       01  PAGINACION.
           05 PAG-ACTUAL         PIC 9(3) VALUES ZEROS.
           05 PAG-TOTAL          PIC 9(3) VALUES ZEROS.
           05 PAG-LINEAS-POR-PAGINA PIC 9(2) VALUE 14.
           05 PAG-PRIMERA        PIC 9(4) VALUES ZEROS.
           05 PAG-POS            PIC 9(2) VALUES ZEROS.
           05 PAG-LINEA          PIC X(78) OCCURS 14 TIMES.
           05 LINEA-DOBLE        PIC X(78) VALUES ALL "=".
           05 LINEA-SIMPLE       PIC X(78) VALUES ALL "-".

      *CAMPOS EDITADOS DE LAS LINEAS
       01  EDICION.
           05 ED-STOCK           PIC -(7)9.
           05 ED-MINIMO          PIC Z(4)9.
           05 ED-PRECIO          PIC ZZ9,99.
           05 ED-UNIDADES        PIC -(8)9.
           05 ED-INGRESO         PIC -(10)9,99.
           05 ED-CONTADOR        PIC Z(4)9.

      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(25) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  PANTALLAS.
           05 PANTALLA-BLANCA BLANK SCREEN.

           05 PANTALLA-PETICION.
               10 TITULO-PETICION.
                  15 LINE 1 COLUMN 2
                     VALUE "CONSULTA DE PRODUCTOS Y TIENDAS".
                  15 LINE 1 COLUMN 60 VALUE "FECHA:".
                  15 LINE 1 COLUMN 67 PIC 9(8) FROM FECHA-HOY.
                  15 LINE 2 COLUMN 2 PIC X(78) FROM LINEA-DOBLE.
               10 TEXTOS-PETICION.
                  15 LINE 5 COLUMN 5
                     VALUE "TIPO DE CONSULTA (P=PRODUCTO, T=TIENDA, F=".
                  15 LINE 5 COLUMN 47 VALUE "FIN):".
                  15 LINE 7 COLUMN 5
                     VALUE "CODIGO DE PRODUCTO O DE TIENDA:".
                  15 LINE 10 COLUMN 5
                     VALUE "SE MUESTRAN LAS VENTAS NETAS DE LOS".
                  15 LINE 10 COLUMN 41 VALUE "ULTIMOS".
                  15 LINE 10 COLUMN 49 PIC Z9 FROM CONSULTA-DIAS.
                  15 LINE 10 COLUMN 52 VALUE "DIAS".
      *AVISO DE LA CONSULTA ANTERIOR (CODIGO DESCONOCIDO, ETC.)
                  15 LINE 20 COLUMN 2 PIC X(78) FROM MENSAJE
                     FOREGROUND-COLOR 4.

           05 PANTALLA-CONSULTA.
               10 TITULO-CONSULTA.
                  15 LINE 1 COLUMN 2
                     VALUE "CONSULTA DE PRODUCTOS Y TIENDAS".
                  15 LINE 1 COLUMN 60 VALUE "FECHA:".
                  15 LINE 1 COLUMN 67 PIC 9(8) FROM FECHA-HOY.
                  15 LINE 2 COLUMN 2 PIC X(78) FROM LINEA-DOBLE.
      *CABECERA DEL PRODUCTO O DE LA TIENDA CONSULTADA
               10 CABECERA-CONSULTA.
                  15 LINE 3 COLUMN 2 PIC X(78) FROM CAB-LINEA-1.
                  15 LINE 4 COLUMN 2 PIC X(78) FROM CAB-LINEA-2.
                  15 LINE 5 COLUMN 2 PIC X(78) FROM LINEA-SIMPLE.
      *LINEAS DE LA PAGINA EN CURSO (VER 2510-MOSTRAR-PAGINA)
               10 LINEAS-CONSULTA.
                  15 LINE 6 COLUMN 2 PIC X(78) FROM PAG-LINEA(1).
                  15 LINE 7 COLUMN 2 PIC X(78) FROM PAG-LINEA(2).
                  15 LINE 8 COLUMN 2 PIC X(78) FROM PAG-LINEA(3).
                  15 LINE 9 COLUMN 2 PIC X(78) FROM PAG-LINEA(4).
                  15 LINE 10 COLUMN 2 PIC X(78) FROM PAG-LINEA(5).
                  15 LINE 11 COLUMN 2 PIC X(78) FROM PAG-LINEA(6).
                  15 LINE 12 COLUMN 2 PIC X(78) FROM PAG-LINEA(7).
                  15 LINE 13 COLUMN 2 PIC X(78) FROM PAG-LINEA(8).
                  15 LINE 14 COLUMN 2 PIC X(78) FROM PAG-LINEA(9).
                  15 LINE 15 COLUMN 2 PIC X(78) FROM PAG-LINEA(10).
                  15 LINE 16 COLUMN 2 PIC X(78) FROM PAG-LINEA(11).
                  15 LINE 17 COLUMN 2 PIC X(78) FROM PAG-LINEA(12).
                  15 LINE 18 COLUMN 2 PIC X(78) FROM PAG-LINEA(13).
                  15 LINE 19 COLUMN 2 PIC X(78) FROM PAG-LINEA(14).
               10 PIE-CONSULTA.
                  15 LINE 20 COLUMN 2 PIC X(78) FROM LINEA-SIMPLE.
                  15 LINE 21 COLUMN 2 VALUE "PAGINA".
                  15 LINE 21 COLUMN 9 PIC ZZ9 FROM PAG-ACTUAL.
                  15 LINE 21 COLUMN 13 VALUE "DE".
                  15 LINE 21 COLUMN 16 PIC ZZ9 FROM PAG-TOTAL.
                  15 LINE 22 COLUMN 2 PIC X(78) FROM MENSAJE
                     FOREGROUND-COLOR 4.
                  15 LINE 23 COLUMN 2
                     VALUE "S=SIGUIENTE  A=ANTERIOR  N=NUEVA CONSULTA".
                  15 LINE 23 COLUMN 44 VALUE "F=FIN      OPCION:".

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO
           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                   UNTIL SW-FIN-CONSULTAS = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS THRU 1010-FIN-LEER-PARAMETROS

           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                                 DIAS-HOY - CONSULTA-DIAS + 1)

           MOVE SPACES TO MENSAJE.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *CONSULTA-DIAS: DIAS DE VENTAS A MOSTRAR (1 A 90), POR DEFECTO
      *30
           ACCEPT DIAS-TXT FROM ENVIRONMENT "CONSULTA-DIAS"

           IF DIAS-TXT = SPACES
             GO TO 1010-FIN-LEER-PARAMETROS
           END-IF

           MOVE FUNCTION TRIM(DIAS-TXT) TO DIAS-AJUSTE
           INSPECT DIAS-AJUSTE REPLACING LEADING " " BY "0"

           IF DIAS-AJUSTE IS NOT NUMERIC OR
              DIAS-AJUSTE = "00" OR DIAS-AJUSTE > "90"
             DISPLAY "CONSULTA-DIAS NO ES UN NUMERO DE DIAS DE 1 A 90"
                     ": " DIAS-TXT
             STOP RUN
           END-IF

           MOVE DIAS-AJUSTE TO CONSULTA-DIAS.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1050-CARGAR-TIENDAS.
      *--------------------
      *CARGA EL MAESTRO DE TIENDAS EN TABLA EN CADA CONSULTA, PARA VER
      *LOS CAMBIOS HECHOS CON MANT-TIENDAS MIENTRAS SE CONSULTA
           MOVE ZEROS TO CONT-TIENDAS
           MOVE "NO" TO SW-EOF-TIENDAS

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
      *UNA CONSULTA: PIDE TIPO Y CODIGO, MONTA EL RESULTADO Y LO
      *PAGINA HASTA QUE EL USUARIO PIDE OTRA CONSULTA O TERMINA
           PERFORM 2100-PEDIR-CONSULTA THRU 2100-FIN-PEDIR-CONSULTA

           IF SW-FIN-CONSULTAS = "SI" OR MENSAJE <> SPACES
             GO TO 2000-FIN-PROCESO
           END-IF

           MOVE ZEROS TO CONT-LINEAS-LISTA
           MOVE "NO" TO SW-LISTA-TRUNCADA

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           IF TIPO-CONSULTA = "P"
             PERFORM 2200-CONSULTA-PRODUCTO
                THRU 2200-FIN-CONSULTA-PRODUCTO
           ELSE
             PERFORM 2300-CONSULTA-TIENDA
                THRU 2300-FIN-CONSULTA-TIENDA
           END-IF

           IF MENSAJE <> SPACES
             GO TO 2000-FIN-PROCESO
           END-IF

           COMPUTE PAG-TOTAL = (CONT-LINEAS-LISTA
                             + PAG-LINEAS-POR-PAGINA - 1)
                             / PAG-LINEAS-POR-PAGINA
           MOVE 1 TO PAG-ACTUAL
           MOVE SPACES TO OPCION-PAGINA

           PERFORM 2510-MOSTRAR-PAGINA THRU 2510-FIN-MOSTRAR-PAGINA
                   UNTIL OPCION-PAGINA = "N" OR OPCION-PAGINA = "F"

           IF OPCION-PAGINA = "F"
             MOVE "SI" TO SW-FIN-CONSULTAS
           END-IF.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-PEDIR-CONSULTA.
      *--------------------
      *EL AVISO DE LA CONSULTA ANTERIOR SE MUESTRA UNA SOLA VEZ
           MOVE SPACES TO TIPO-CONSULTA
                          CODIGO-PEDIDO

           DISPLAY PANTALLA-BLANCA
           DISPLAY PANTALLA-PETICION

           MOVE SPACES TO MENSAJE

           ACCEPT TIPO-CONSULTA WITH AUTO AT LINE 5 COLUMN 53
           INSPECT TIPO-CONSULTA CONVERTING "ptf" TO "PTF"

           IF NOT TIPO-CONSULTA-VALIDO
             STRING "TIPO DE CONSULTA NO VALIDO: " TIPO-CONSULTA
                    " (P=PRODUCTO, T=TIENDA, F=FIN)"
                    DELIMITED BY SIZE INTO MENSAJE
             GO TO 2100-FIN-PEDIR-CONSULTA
           END-IF

           IF TIPO-CONSULTA = "F"
             MOVE "SI" TO SW-FIN-CONSULTAS
             GO TO 2100-FIN-PEDIR-CONSULTA
           END-IF

           ACCEPT CODIGO-PEDIDO AT LINE 7 COLUMN 53
           INSPECT CODIGO-PEDIDO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF CODIGO-PEDIDO = SPACES
             MOVE "NO SE HA INDICADO EL CODIGO" TO MENSAJE
             GO TO 2100-FIN-PEDIR-CONSULTA
           END-IF

           IF TIPO-CONSULTA = "T" AND CODIGO-PEDIDO(4:2) <> SPACES
             STRING "EL CODIGO DE TIENDA ES DE 3 CARACTERES: "
                    CODIGO-PEDIDO
                    DELIMITED BY SIZE INTO MENSAJE
           END-IF.

       2100-FIN-PEDIR-CONSULTA.
      *------------------------
           EXIT.

       2200-CONSULTA-PRODUCTO.
      *-----------------------
      *CABECERA DEL MAESTRO DE PRODUCTOS, STOCK EN CADA TIENDA Y
      *VENTAS DIARIAS DEL PRODUCTO EN TODAS LAS TIENDAS
           MOVE SPACES TO CAB-LINEA-1
                          CAB-LINEA-2
           MOVE ZEROS TO CONT-REG-STOCK
                         CONT-BAJO-MINIMO
                         TOTAL-STOCK

           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE CODIGO-PEDIDO TO PROD-CODIGO
           PERFORM 4200-LEER-PRODUCTO THRU 4200-FIN-LEER-PRODUCTO

           CLOSE PRODUCTOS

           MOVE SW-PRODUCTO-EXISTE TO SW-EN-MAESTRO

           IF SW-EN-MAESTRO = "SI"
             MOVE PRO-PRECIO-REF TO ED-PRECIO
             STRING "PRODUCTO: " PRO-CODIGO "  " PRO-DESCRIPCION
                    DELIMITED BY SIZE INTO CAB-LINEA-1
             STRING "ESTADO: " PRO-ESTADO
                    "   PRECIO DE REFERENCIA: " ED-PRECIO
                    "   EN VIGOR DESDE: " PRO-FECHA-VIGOR
                    "   IVA: " PRO-CATEGORIA-IVA
                    DELIMITED BY SIZE INTO CAB-LINEA-2
           ELSE
             STRING "PRODUCTO: " CODIGO-PEDIDO
                    "  (NO ESTA EN PRODUCTOS.DAT)"
                    DELIMITED BY SIZE INTO CAB-LINEA-1
           END-IF

           MOVE "STOCK POR TIENDA" TO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA
           STRING "TDA NOMBRE                            STOCK  "
                  "MINIMO  SITUACION"
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

           PERFORM 4000-ABRIR-STOCK THRU 4000-FIN-ABRIR-STOCK

           PERFORM UNTIL SW-EOF-STOCK = "SI"
             IF STK-CODIGO = CODIGO-PEDIDO
               PERFORM 2210-LINEA-STOCK-TIENDA
                  THRU 2210-FIN-LINEA-STOCK-TIENDA
             END-IF
             PERFORM 4010-LEER-STOCK THRU 4010-FIN-LEER-STOCK
           END-PERFORM

           CLOSE STOCK

           IF CONT-REG-STOCK = 0
             MOVE "SIN REGISTROS EN STOCK.DAT" TO LINEA-NUEVA
           ELSE
             MOVE TOTAL-STOCK TO ED-STOCK
             MOVE CONT-REG-STOCK TO ED-CONTADOR
             STRING "TOTAL " ED-CONTADOR " TIENDAS                "
                    ED-STOCK
                    DELIMITED BY SIZE INTO LINEA-NUEVA
           END-IF
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

           PERFORM 2400-VENTAS-DIARIAS THRU 2400-FIN-VENTAS-DIARIAS

           IF SW-EN-MAESTRO = "NO" AND CONT-REG-STOCK = 0 AND
              CONT-DIAS-VENTA = 0
             STRING "EL PRODUCTO " CODIGO-PEDIDO
                    " NO ESTA EN PRODUCTOS.DAT NI TIENE STOCK NI VENTAS"
                    DELIMITED BY SIZE INTO MENSAJE
           END-IF.

       2200-FIN-CONSULTA-PRODUCTO.
      *---------------------------
           EXIT.

       2210-LINEA-STOCK-TIENDA.
      *------------------------
           ADD 1 TO CONT-REG-STOCK
           ADD STK-STOCK TO TOTAL-STOCK

           PERFORM 2220-SITUACION-STOCK THRU 2220-FIN-SITUACION-STOCK

           MOVE "(NO ESTA EN TIENDAS.DAT)" TO NOMBRE-TIENDA
           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             WHEN IDX-TIENDA > CONT-TIENDAS
               CONTINUE
             WHEN TIE-CODIGO(IDX-TIENDA) = STK-TIENDA
               MOVE TIE-NOMBRE(IDX-TIENDA) TO NOMBRE-TIENDA
           END-SEARCH

           MOVE STK-STOCK  TO ED-STOCK
           MOVE STK-MINIMO TO ED-MINIMO
           STRING STK-TIENDA " " NOMBRE-TIENDA " " ED-STOCK
                  "   " ED-MINIMO "  " SITUACION
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA.

       2210-FIN-LINEA-STOCK-TIENDA.
      *----------------------------
           EXIT.

       2220-SITUACION-STOCK.
      *---------------------
      *MISMO CRITERIO QUE INFORME-STOCK: NEGATIVO ES UN DESCUADRE; AL
      *NIVEL DEL MINIMO O POR DEBAJO, CON MINIMO INFORMADO, UNA FALTA
           EVALUATE TRUE
             WHEN STK-STOCK < 0
               MOVE "NEGATIVO" TO SITUACION
             WHEN STK-MINIMO > 0 AND STK-STOCK <= STK-MINIMO
               MOVE "BAJO MINIMO" TO SITUACION
             WHEN OTHER
               MOVE SPACES TO SITUACION
           END-EVALUATE.

       2220-FIN-SITUACION-STOCK.
      *-------------------------
           EXIT.

       2300-CONSULTA-TIENDA.
      *---------------------
      *CABECERA DEL MAESTRO DE TIENDAS, PRODUCTOS DE LA TIENDA BAJO
      *MINIMO O EN NEGATIVO Y VENTAS DIARIAS DE LA TIENDA
           MOVE SPACES TO CAB-LINEA-1
                          CAB-LINEA-2
           MOVE ZEROS TO CONT-REG-STOCK
                         CONT-BAJO-MINIMO
           MOVE "NO" TO SW-EN-MAESTRO

           SET IDX-TIENDA TO 1
           SEARCH TIENDA-ENTRADA
             WHEN IDX-TIENDA > CONT-TIENDAS
               CONTINUE
             WHEN TIE-CODIGO(IDX-TIENDA) = CODIGO-PEDIDO(1:3)
               MOVE "SI" TO SW-EN-MAESTRO
               SET TIENDA-POS TO IDX-TIENDA
           END-SEARCH

           IF SW-EN-MAESTRO = "SI"
             STRING "TIENDA: " TIE-CODIGO(TIENDA-POS) "  "
                    TIE-NOMBRE(TIENDA-POS)
                    DELIMITED BY SIZE INTO CAB-LINEA-1
             STRING "REGION: " TIE-REGION(TIENDA-POS)
                    "   ESTADO: " TIE-ESTADO(TIENDA-POS)
                    DELIMITED BY SIZE INTO CAB-LINEA-2
           ELSE
             STRING "TIENDA: " CODIGO-PEDIDO(1:3)
                    "  (NO ESTA EN TIENDAS.DAT)"
                    DELIMITED BY SIZE INTO CAB-LINEA-1
           END-IF

           MOVE "PRODUCTOS BAJO MINIMO O EN NEGATIVO" TO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA
           STRING "PROD. DESCRIPCION                         STOCK  "
                  "MINIMO  SITUACION"
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 4000-ABRIR-STOCK THRU 4000-FIN-ABRIR-STOCK

           PERFORM UNTIL SW-EOF-STOCK = "SI"
             IF STK-TIENDA = CODIGO-PEDIDO(1:3)
               ADD 1 TO CONT-REG-STOCK
               PERFORM 2220-SITUACION-STOCK
                  THRU 2220-FIN-SITUACION-STOCK
               IF SITUACION <> SPACES
                 PERFORM 2310-LINEA-FALTA THRU 2310-FIN-LINEA-FALTA
               END-IF
             END-IF
             PERFORM 4010-LEER-STOCK THRU 4010-FIN-LEER-STOCK
           END-PERFORM

           CLOSE STOCK
           CLOSE PRODUCTOS

           IF CONT-BAJO-MINIMO = 0
             MOVE "NINGUNO" TO LINEA-NUEVA
             PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA
           END-IF

           MOVE CONT-REG-STOCK TO ED-CONTADOR
           MOVE CONT-BAJO-MINIMO TO ED-MINIMO
           STRING "PRODUCTOS EN STOCK.DAT: " ED-CONTADOR
                  "   BAJO MINIMO O EN NEGATIVO: " ED-MINIMO
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

           PERFORM 2400-VENTAS-DIARIAS THRU 2400-FIN-VENTAS-DIARIAS

           IF SW-EN-MAESTRO = "NO" AND CONT-REG-STOCK = 0 AND
              CONT-DIAS-VENTA = 0
             STRING "LA TIENDA " CODIGO-PEDIDO(1:3)
                    " NO ESTA EN TIENDAS.DAT NI TIENE STOCK NI VENTAS"
                    DELIMITED BY SIZE INTO MENSAJE
           END-IF.

       2300-FIN-CONSULTA-TIENDA.
      *-------------------------
           EXIT.

       2310-LINEA-FALTA.
      *-----------------
           ADD 1 TO CONT-BAJO-MINIMO

           MOVE STK-CODIGO TO PROD-CODIGO
           PERFORM 4200-LEER-PRODUCTO THRU 4200-FIN-LEER-PRODUCTO

           IF SW-PRODUCTO-EXISTE = "NO"
             MOVE "(NO ESTA EN PRODUCTOS.DAT)" TO PRO-DESCRIPCION
           END-IF

           MOVE STK-STOCK  TO ED-STOCK
           MOVE STK-MINIMO TO ED-MINIMO
           STRING STK-CODIGO " " PRO-DESCRIPCION "   " ED-STOCK
                  "   " ED-MINIMO "  " SITUACION
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA.

       2310-FIN-LINEA-FALTA.
      *---------------------
           EXIT.

       2400-VENTAS-DIARIAS.
      *--------------------
      *VENTAS NETAS POR DIA DEL PRODUCTO (TODAS LAS TIENDAS) O DE LA
      *TIENDA (TODOS LOS PRODUCTOS) DESDE FECHA-DESDE HASTA HOY. SOLO
      *SALEN LOS DIAS CON MOVIMIENTO
           MOVE ZEROS TO CONT-DIAS-VENTA
                         TOTAL-UNIDADES
                         TOTAL-INGRESO

           PERFORM VARYING DIA-POS FROM 1 BY 1 UNTIL DIA-POS > 90
             MOVE ZEROS TO VD-UNIDADES(DIA-POS)
                           VD-INGRESO(DIA-POS)
           END-PERFORM

           MOVE SPACES TO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA
           STRING "VENTAS NETAS POR DIA DEL " FECHA-DESDE " AL "
                  FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

           MOVE "NO" TO SW-EOF-HISTORICO

           OPEN INPUT HISTORICO

           IF FS-HISTORICO = 35
             MOVE "NO EXISTE VENTAS-HISTORICO.DAT" TO LINEA-NUEVA
             PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA
             GO TO 2400-FIN-VENTAS-DIARIAS
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
                 PERFORM 2410-ACUMULAR-VENTA
                    THRU 2410-FIN-ACUMULAR-VENTA
             END-READ

             IF FS-HISTORICO <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VENTAS-HISTORICO.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-HISTORICO TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE HISTORICO

           STRING "FECHA     UNIDADES NETAS       IMPORTE NETO"
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA

      *DEL DIA MAS RECIENTE AL MAS ANTIGUO
           PERFORM VARYING DIA-POS FROM 1 BY 1
                   UNTIL DIA-POS > CONSULTA-DIAS
             IF VD-UNIDADES(DIA-POS) <> 0 OR VD-INGRESO(DIA-POS) <> 0
               PERFORM 2420-LINEA-DIA THRU 2420-FIN-LINEA-DIA
             END-IF
           END-PERFORM

           IF CONT-DIAS-VENTA = 0
             MOVE "SIN VENTAS EN EL PERIODO" TO LINEA-NUEVA
           ELSE
             MOVE TOTAL-UNIDADES TO ED-UNIDADES
             MOVE TOTAL-INGRESO  TO ED-INGRESO
             STRING "TOTAL          " ED-UNIDADES "     " ED-INGRESO
                    DELIMITED BY SIZE INTO LINEA-NUEVA
           END-IF
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA.

       2400-FIN-VENTAS-DIARIAS.
      *------------------------
           EXIT.

       2410-ACUMULAR-VENTA.
      *--------------------
           IF TIPO-CONSULTA = "P" AND HIST-CODIGO <> CODIGO-PEDIDO
             GO TO 2410-FIN-ACUMULAR-VENTA
           END-IF

           IF TIPO-CONSULTA = "T" AND
              HIST-TIENDA <> CODIGO-PEDIDO(1:3)
             GO TO 2410-FIN-ACUMULAR-VENTA
           END-IF

           IF HIST-FECHA IS NOT NUMERIC OR
              HIST-FECHA < FECHA-DESDE OR HIST-FECHA > FECHA-HOY
             GO TO 2410-FIN-ACUMULAR-VENTA
           END-IF

           COMPUTE DIAS-ATRAS =
                   DIAS-HOY - FUNCTION INTEGER-OF-DATE(HIST-FECHA)
           COMPUTE DIA-POS = DIAS-ATRAS + 1

           ADD HIST-CANT    TO VD-UNIDADES(DIA-POS)
           ADD HIST-INGRESO TO VD-INGRESO(DIA-POS).

       2410-FIN-ACUMULAR-VENTA.
      *------------------------
           EXIT.

       2420-LINEA-DIA.
      *---------------
           ADD 1 TO CONT-DIAS-VENTA
           ADD VD-UNIDADES(DIA-POS) TO TOTAL-UNIDADES
           ADD VD-INGRESO(DIA-POS)  TO TOTAL-INGRESO

           COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER(
                               DIAS-HOY - DIA-POS + 1)

           MOVE VD-UNIDADES(DIA-POS) TO ED-UNIDADES
           MOVE VD-INGRESO(DIA-POS)  TO ED-INGRESO
           STRING FECHA-DIA "       " ED-UNIDADES "     " ED-INGRESO
                  DELIMITED BY SIZE INTO LINEA-NUEVA
           PERFORM 2900-ANADIR-LINEA THRU 2900-FIN-ANADIR-LINEA.

       2420-FIN-LINEA-DIA.
      *-------------------
           EXIT.

       2510-MOSTRAR-PAGINA.
      *--------------------
      *PASA A PAG-LINEA LAS LINEAS DE LA PAGINA EN CURSO, LA MUESTRA Y
      *ATIENDE LA OPCION DEL USUARIO
           COMPUTE PAG-PRIMERA = (PAG-ACTUAL - 1)
                               * PAG-LINEAS-POR-PAGINA + 1

           PERFORM VARYING PAG-POS FROM 1 BY 1
                   UNTIL PAG-POS > PAG-LINEAS-POR-PAGINA
             IF PAG-PRIMERA > CONT-LINEAS-LISTA
               MOVE SPACES TO PAG-LINEA(PAG-POS)
             ELSE
               MOVE LINEA-LISTA(PAG-PRIMERA) TO PAG-LINEA(PAG-POS)
             END-IF
             ADD 1 TO PAG-PRIMERA
           END-PERFORM

           DISPLAY PANTALLA-BLANCA
           DISPLAY PANTALLA-CONSULTA

           MOVE SPACES TO MENSAJE
                          OPCION-PAGINA

           ACCEPT OPCION-PAGINA WITH AUTO AT LINE 23 COLUMN 63
           INSPECT OPCION-PAGINA CONVERTING "sanf" TO "SANF"

           EVALUATE OPCION-PAGINA
             WHEN "S"
               IF PAG-ACTUAL < PAG-TOTAL
                 ADD 1 TO PAG-ACTUAL
               ELSE
                 MOVE "ES LA ULTIMA PAGINA" TO MENSAJE
               END-IF
             WHEN "A"
               IF PAG-ACTUAL > 1
                 SUBTRACT 1 FROM PAG-ACTUAL
               ELSE
                 MOVE "ES LA PRIMERA PAGINA" TO MENSAJE
               END-IF
             WHEN "N"
               CONTINUE
             WHEN "F"
               CONTINUE
             WHEN OTHER
               STRING "OPCION NO VALIDA: " OPCION-PAGINA
                      DELIMITED BY SIZE INTO MENSAJE
           END-EVALUATE.

       2510-FIN-MOSTRAR-PAGINA.
      *------------------------
           EXIT.

       2900-ANADIR-LINEA.
      *------------------
      *ANADE LINEA-NUEVA AL RESULTADO Y LA DEJA LIMPIA. SI LA TABLA SE
      *LLENA, LA ULTIMA LINEA AVISA DE QUE EL RESULTADO ESTA CORTADO
           IF SW-LISTA-TRUNCADA = "SI"
             MOVE SPACES TO LINEA-NUEVA
             GO TO 2900-FIN-ANADIR-LINEA
           END-IF

           IF CONT-LINEAS-LISTA >= 599
             ADD 1 TO CONT-LINEAS-LISTA
             MOVE "*** RESULTADO CORTADO: DEMASIADAS LINEAS ***"
               TO LINEA-LISTA(CONT-LINEAS-LISTA)
             MOVE "SI" TO SW-LISTA-TRUNCADA
             MOVE SPACES TO LINEA-NUEVA
             GO TO 2900-FIN-ANADIR-LINEA
           END-IF

           ADD 1 TO CONT-LINEAS-LISTA
           MOVE LINEA-NUEVA TO LINEA-LISTA(CONT-LINEAS-LISTA)
           MOVE SPACES TO LINEA-NUEVA.

       2900-FIN-ANADIR-LINEA.
      *----------------------
           EXIT.

       3000-FIN.
      *---------
           DISPLAY PANTALLA-BLANCA

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       4000-ABRIR-STOCK.
      *-----------------
      *ABRE EL MAESTRO DE STOCK DE ENTRADA Y LEE EL PRIMER REGISTRO
           MOVE "NO" TO SW-EOF-STOCK

           OPEN INPUT STOCK

           IF FS-STOCK = 35
             MOVE "SI" TO SW-EOF-STOCK
             GO TO 4000-FIN-ABRIR-STOCK
           END-IF

           IF FS-STOCK <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 4010-LEER-STOCK THRU 4010-FIN-LEER-STOCK.

       4000-FIN-ABRIR-STOCK.
      *---------------------
           EXIT.

       4010-LEER-STOCK.
      *----------------
           READ STOCK NEXT RECORD
                 AT END MOVE "SI" TO SW-EOF-STOCK
           END-READ

           IF FS-STOCK <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "STOCK.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-STOCK TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       4010-FIN-LEER-STOCK.
      *--------------------
           EXIT.

       4200-LEER-PRODUCTO.
      *-------------------
      *LECTURA POR CLAVE (PROD-CODIGO) DEL MAESTRO DE PRODUCTOS, YA
      *ABIERTO
           READ PRODUCTOS INTO REG-PRODUCTO
             INVALID KEY
               MOVE "NO" TO SW-PRODUCTO-EXISTE
             NOT INVALID KEY
               MOVE "SI" TO SW-PRODUCTO-EXISTE
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "PRODUCTOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-PRODUCTOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       4200-FIN-LEER-PRODUCTO.
      *-----------------------
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

       END PROGRAM CONSULTA-MAESTROS.
