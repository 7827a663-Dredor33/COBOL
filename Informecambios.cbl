      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Listado para auditoria del diario de cambios de los
      *    maestros DIARIO-CAMBIOS.DAT, en el que MANT-PRODUCTOS,
      *    MANT-STOCK y MANT-TIENDAS anotan cada movimiento que
      *    aplican o rechazan: fecha y hora, ejecucion, operador,
      *    accion, imagen del registro antes y despues del cambio,
      *    motivo del rechazo e imagen del movimiento.
      *
      *    Parametros por variable de entorno:
      *      CAMBIOS-DESDE / CAMBIOS-HASTA: fechas AAAAMMDD del
      *        periodo a listar; sin ellas, el dia de hoy
      *      CAMBIOS-FICHERO: PRODUCTOS, STOCK o TIENDAS para listar
      *        un solo maestro; sin ella, los tres
      *      CAMBIOS-CLAVE: clave a listar; vale por el principio, asi
      *        que un codigo de producto sin tienda saca tambien todas
      *        sus lineas de stock
      *
      *    El diario se graba en orden de aplicacion, asi que se lista
      *    tal cual, sin ordenar. Cada anotacion sale con una linea de
      *    cabecera, las imagenes antes y despues desglosadas segun el
      *    maestro y, en los rechazos, el motivo y el movimiento tal
      *    como venia. Al final, totales de aplicados y rechazados por
      *    maestro. El informe sale en INFORME-CAMBIOS.RPT.
      *
      *    Es un programa de consulta: no toca el diario ni los
      *    maestros.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CAMBIOS.

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
      *--------------ARCHIVO DE ENTRADA: DIARIO DE CAMBIOS DE MAESTROS
           SELECT DIARIO ASSIGN TO "DIARIO-CAMBIOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
      *--------------ARCHIVO DE SALIDA: LISTADO DEL DIARIO
           SELECT INFORME ASSIGN TO "INFORME-CAMBIOS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *UNA ANOTACION POR MOVIMIENTO, VER REG-DIARIO
       01  REG-DIARIO-DAT PIC X(305).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-DIARIO  PIC 9(2) VALUES ZEROS.
           05 FS-INFORME PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-DIARIO PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *ANOTACION DEL DIARIO DE CAMBIOS, LA QUE GRABAN MANT-PRODUCTOS,
      *MANT-STOCK Y MANT-TIENDAS. RESULTADO A=APLICADO / R=RECHAZADO;
      *LAS IMAGENES ANTES Y DESPUES SON EL REGISTRO DEL MAESTRO
      *(DESPUES VA EN BLANCO EN LOS RECHAZOS, ANTES EN LAS ALTAS)
           02 REG-DIARIO.
               05 DIA-FECHA       PIC 9(8) VALUES ZEROS.
               05 DIA-HORA        PIC 9(8) VALUES ZEROS.
               05 DIA-HORA-DESGLOSE REDEFINES DIA-HORA.
                   10 DIA-HH      PIC 9(2).
                   10 DIA-MI      PIC 9(2).
                   10 DIA-SS      PIC 9(2).
                   10 DIA-CC      PIC 9(2).
               05 DIA-EJECUCION   PIC X(16) VALUES SPACES.
               05 DIA-OPERADOR    PIC X(20) VALUES SPACES.
               05 DIA-PROGRAMA    PIC X(15) VALUES SPACES.
               05 DIA-FICHERO     PIC X(10) VALUES SPACES.
               05 DIA-MOVIMIENTO  PIC 9(7) VALUES ZEROS.
               05 DIA-ACCION      PIC X(1) VALUES SPACES.
               05 DIA-RESULTADO   PIC X(1) VALUES SPACES.
               05 DIA-CLAVE       PIC X(8) VALUES SPACES.
               05 DIA-MOTIVO      PIC X(60) VALUES SPACES.
               05 DIA-ANTES       PIC X(50) VALUES SPACES.
               05 DIA-DESPUES     PIC X(50) VALUES SPACES.
               05 DIA-IMAGEN-MOV  PIC X(51) VALUES SPACES.

      *IMAGEN A DESGLOSAR (ANTES O DESPUES) Y SUS VISTAS SEGUN EL
      *MAESTRO: LOS MISMOS REGISTROS QUE DECLARAN LOS PROGRAMAS DE
      *MANTENIMIENTO
           02 IMAGEN.
               05 IMG-DATOS       PIC X(50) VALUES SPACES.
               05 IMG-PRODUCTO REDEFINES IMG-DATOS.
                   10 IMG-PROD-CODIGO      PIC X(5).
                   10 IMG-PROD-DESCRIPCION PIC X(30).
                   10 IMG-PROD-ESTADO      PIC X(1).
                   10 IMG-PROD-PRECIO-REF  PIC 9(3)V99.
                   10 IMG-PROD-FECHA-VIGOR PIC 9(8).
                   10 IMG-PROD-CATEGORIA-IVA PIC X(1).
               05 IMG-STOCK REDEFINES IMG-DATOS.
                   10 IMG-STK-CODIGO       PIC X(5).
                   10 IMG-STK-TIENDA       PIC X(3).
                   10 IMG-STK-STOCK        PIC S9(7)
                                           SIGN IS LEADING SEPARATE.
                   10 IMG-STK-MINIMO       PIC 9(5).
                   10 FILLER               PIC X(29).
               05 IMG-TIENDA REDEFINES IMG-DATOS.
                   10 IMG-TIE-CODIGO       PIC X(3).
                   10 IMG-TIE-NOMBRE       PIC X(30).
                   10 IMG-TIE-REGION       PIC X(15).
                   10 IMG-TIE-ESTADO       PIC X(1).
                   10 FILLER               PIC X(1).
           02 IMG-ETIQUETA        PIC X(10) VALUES SPACES.

      *PERIODO, MAESTRO Y CLAVE A LISTAR (VER 1010-LEER-PARAMETROS)
       01  PARAMETROS.
           05 PERIODO-DESDE-TXT PIC X(8) VALUES SPACES.
           05 PERIODO-HASTA-TXT PIC X(8) VALUES SPACES.
           05 PERIODO-DESDE     PIC 9(8) VALUES ZEROS.
           05 PERIODO-HASTA     PIC 9(8) VALUES ZEROS.
           05 FILTRO-FICHERO    PIC X(10) VALUES SPACES.
           05 FILTRO-CLAVE      PIC X(8) VALUES SPACES.
           05 FILTRO-CLAVE-LONG PIC 9(1) VALUES ZEROS.

      *TOTALES POR MAESTRO, EN EL ORDEN EN QUE SE IMPRIMEN
       01  TOTALES-FICHERO.
           05 TOT-NOMBRES.
               10 FILLER PIC X(10) VALUES "PRODUCTOS".
               10 FILLER PIC X(10) VALUES "STOCK".
               10 FILLER PIC X(10) VALUES "TIENDAS".
           05 TOT-TABLA-NOMBRES REDEFINES TOT-NOMBRES.
               10 TOT-NOMBRE-FICHERO PIC X(10) OCCURS 3.
           05 TOT-FICHERO OCCURS 3.
               10 TOT-APLICADOS  PIC 9(7).
               10 TOT-RECHAZADOS PIC 9(7).
           05 TOT-POS            PIC 9(1) VALUES ZEROS.

       01  CONTADORES.
      *CONTADOR DE ANOTACIONES LEIDAS DEL DIARIO
           05 CONT-LEIDOS       PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ANOTACIONES LISTADAS (DENTRO DEL FILTRO)
           05 CONT-LISTADOS     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ANOTACIONES APLICADAS LISTADAS
           05 CONT-APLICADOS    PIC 9(7) VALUES ZEROS.
      *CONTADOR DE ANOTACIONES RECHAZADAS LISTADAS
           05 CONT-RECHAZADOS   PIC 9(7) VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-HORA-ED           PIC X(8) VALUES SPACES.
           05 RPT-ACCION-ED         PIC X(12) VALUES SPACES.
           05 RPT-RESULTADO-ED      PIC X(9) VALUES SPACES.
           05 RPT-FICHERO-ED        PIC X(10) VALUES SPACES.
           05 RPT-CLAVE-ED          PIC X(8) VALUES SPACES.
           05 RPT-PRECIO-ED         PIC ZZ9,99.
           05 RPT-STOCK-ED          PIC -(7)9.
           05 RPT-MINIMO-ED         PIC ZZ.ZZ9.
           05 RPT-CONT-ED           PIC Z.ZZZ.ZZ9.
           05 RPT-CONT2-ED          PIC Z.ZZZ.ZZ9.

      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(20) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INICIO  THRU 1000-FIN-INICIO
           PERFORM 2000-PROCESO THRU 2000-FIN-PROCESO
                                UNTIL SW-EOF-DIARIO = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES

           PERFORM VARYING TOT-POS FROM 1 BY 1 UNTIL TOT-POS > 3
             MOVE ZEROS TO TOT-APLICADOS(TOT-POS)
                           TOT-RECHAZADOS(TOT-POS)
           END-PERFORM

           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-FIN-LEER-PARAMETROS

           OPEN INPUT DIARIO

           IF FS-DIARIO = 35
             DISPLAY "NO EXISTE DIARIO-CAMBIOS.DAT: LOS MANTENIMIENTOS"
                     " NO HAN ANOTADO NADA TODAVIA"
             STOP RUN
           END-IF

           IF FS-DIARIO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "DIARIO-CAMBIOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-DIARIO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 1200-ABRIR-INFORME THRU 1200-FIN-ABRIR-INFORME

      *LECTURA ANTICIPADA
           PERFORM 4000-LEER-DIARIO THRU 4000-FIN-LEER-DIARIO.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *CAMBIOS-DESDE / CAMBIOS-HASTA: PERIODO AAAAMMDD, POR DEFECTO
      *EL DIA DE HOY. CAMBIOS-FICHERO: UN SOLO MAESTRO. CAMBIOS-CLAVE:
      *CLAVE O PRINCIPIO DE CLAVE
           MOVE RPT-FECHA-PROCESO TO PERIODO-DESDE
                                     PERIODO-HASTA

           ACCEPT PERIODO-DESDE-TXT FROM ENVIRONMENT "CAMBIOS-DESDE"

           IF PERIODO-DESDE-TXT <> SPACES
             IF PERIODO-DESDE-TXT IS NUMERIC
               MOVE PERIODO-DESDE-TXT TO PERIODO-DESDE
             ELSE
               DISPLAY "CAMBIOS-DESDE NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-DESDE-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT PERIODO-HASTA-TXT FROM ENVIRONMENT "CAMBIOS-HASTA"

           IF PERIODO-HASTA-TXT <> SPACES
             IF PERIODO-HASTA-TXT IS NUMERIC
               MOVE PERIODO-HASTA-TXT TO PERIODO-HASTA
             ELSE
               DISPLAY "CAMBIOS-HASTA NO ES UNA FECHA AAAAMMDD: "
                       PERIODO-HASTA-TXT
               STOP RUN
             END-IF
           END-IF

           IF PERIODO-DESDE > PERIODO-HASTA
             DISPLAY "EL PERIODO A LISTAR ESTA INVERTIDO: "
                     PERIODO-DESDE " A " PERIODO-HASTA
                     ", PROCESO ABANDONADO"
             STOP RUN
           END-IF

           ACCEPT FILTRO-FICHERO FROM ENVIRONMENT "CAMBIOS-FICHERO"

           IF FILTRO-FICHERO <> SPACES AND
              FILTRO-FICHERO <> "PRODUCTOS" AND
              FILTRO-FICHERO <> "STOCK" AND
              FILTRO-FICHERO <> "TIENDAS"
             DISPLAY "CAMBIOS-FICHERO DEBE SER PRODUCTOS, STOCK O TIEN"
                     "DAS: " FILTRO-FICHERO
             STOP RUN
           END-IF

      *LA CLAVE SE COMPARA POR SU LONGITUD INFORMADA, PARA QUE UN
      *CODIGO DE PRODUCTO SIN TIENDA CASE CON TODAS SUS TIENDAS
           ACCEPT FILTRO-CLAVE FROM ENVIRONMENT "CAMBIOS-CLAVE"

           PERFORM VARYING FILTRO-CLAVE-LONG FROM 8 BY -1
                   UNTIL FILTRO-CLAVE-LONG = 0
                      OR FILTRO-CLAVE(FILTRO-CLAVE-LONG:1) <> SPACE
             CONTINUE
           END-PERFORM.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1200-ABRIR-INFORME.
      *-------------------
           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           IF FILTRO-FICHERO = SPACES
             MOVE "TODOS" TO RPT-FICHERO-ED
           ELSE
             MOVE FILTRO-FICHERO TO RPT-FICHERO-ED
           END-IF

           IF FILTRO-CLAVE = SPACES
             MOVE "TODAS" TO RPT-CLAVE-ED
           ELSE
             MOVE FILTRO-CLAVE TO RPT-CLAVE-ED
           END-IF

           STRING "PERIODO: " PERIODO-DESDE " A " PERIODO-HASTA
                  "   MAESTRO: " RPT-FICHERO-ED
                  "   CLAVE: " RPT-CLAVE-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "FECHA     HORA      FICHERO    ACCION       "
                  "RESULTADO CLAVE     OPERADOR             "
                  "EJECUCION        MOVIM."
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       1200-FIN-ABRIR-INFORME.
      *-----------------------
           EXIT.

       2000-PROCESO.
      *-------------
           PERFORM 2050-LISTAR-ANOTACION
              THRU 2050-FIN-LISTAR-ANOTACION

           PERFORM 4000-LEER-DIARIO THRU 4000-FIN-LEER-DIARIO.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2050-LISTAR-ANOTACION.
      *----------------------
      *SOLO SE LISTAN LAS ANOTACIONES DEL PERIODO, DEL MAESTRO Y DE
      *LA CLAVE PEDIDOS
           IF DIA-FECHA < PERIODO-DESDE OR DIA-FECHA > PERIODO-HASTA
             GO TO 2050-FIN-LISTAR-ANOTACION
           END-IF

           IF FILTRO-FICHERO <> SPACES AND
              DIA-FICHERO <> FILTRO-FICHERO
             GO TO 2050-FIN-LISTAR-ANOTACION
           END-IF

           IF FILTRO-CLAVE-LONG > 0
             IF DIA-CLAVE(1:FILTRO-CLAVE-LONG) <>
                FILTRO-CLAVE(1:FILTRO-CLAVE-LONG)
               GO TO 2050-FIN-LISTAR-ANOTACION
             END-IF
           END-IF

           PERFORM 2100-LINEA-ANOTACION THRU 2100-FIN-LINEA-ANOTACION

           IF DIA-ANTES <> SPACES
             MOVE DIA-ANTES TO IMG-DATOS
             MOVE "  ANTES:" TO IMG-ETIQUETA
             PERFORM 2200-LINEA-IMAGEN THRU 2200-FIN-LINEA-IMAGEN
           END-IF

           IF DIA-DESPUES <> SPACES
             MOVE DIA-DESPUES TO IMG-DATOS
             MOVE "  DESPUES:" TO IMG-ETIQUETA
             PERFORM 2200-LINEA-IMAGEN THRU 2200-FIN-LINEA-IMAGEN
           END-IF

           IF DIA-RESULTADO = "R"
             STRING "  MOTIVO:    " DIA-MOTIVO
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             STRING "  MOVIMIENTO: '" DIA-IMAGEN-MOV "'"
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM 2300-ACUMULAR THRU 2300-FIN-ACUMULAR.

       2050-FIN-LISTAR-ANOTACION.
      *--------------------------
           EXIT.

       2100-LINEA-ANOTACION.
      *---------------------
      *LINEA DE CABECERA DE LA ANOTACION: CUANDO, QUE MAESTRO, QUE
      *ACCION, CON QUE RESULTADO, SOBRE QUE CLAVE Y QUIEN
           MOVE SPACES TO RPT-HORA-ED
           STRING DIA-HH ":" DIA-MI ":" DIA-SS
                  DELIMITED BY SIZE INTO RPT-HORA-ED

      *LAS LETRAS DE ACCION SON LAS DE CADA MOVIMIENTO: PRODUCTOS
      *A/M/B, STOCK A/E/M, TIENDAS A/M/C
           EVALUATE TRUE
             WHEN DIA-ACCION = "A"
               MOVE "ALTA" TO RPT-ACCION-ED
             WHEN DIA-ACCION = "B" AND DIA-FICHERO = "PRODUCTOS"
               MOVE "BAJA" TO RPT-ACCION-ED
             WHEN DIA-ACCION = "E" AND DIA-FICHERO = "STOCK"
               MOVE "ENTRADA" TO RPT-ACCION-ED
             WHEN DIA-ACCION = "M" AND DIA-FICHERO = "STOCK"
               MOVE "MINIMO" TO RPT-ACCION-ED
             WHEN DIA-ACCION = "M"
               MOVE "MODIFICACION" TO RPT-ACCION-ED
             WHEN DIA-ACCION = "C" AND DIA-FICHERO = "TIENDAS"
               MOVE "CIERRE" TO RPT-ACCION-ED
             WHEN OTHER
               MOVE SPACES TO RPT-ACCION-ED
               STRING "ACCION '" DIA-ACCION "'"
                      DELIMITED BY SIZE INTO RPT-ACCION-ED
           END-EVALUATE

           IF DIA-RESULTADO = "A"
             MOVE "APLICADO" TO RPT-RESULTADO-ED
           ELSE
             MOVE "RECHAZADO" TO RPT-RESULTADO-ED
           END-IF

           STRING DIA-FECHA "  " RPT-HORA-ED "  " DIA-FICHERO " "
                  RPT-ACCION-ED " " RPT-RESULTADO-ED " " DIA-CLAVE
                  "  " DIA-OPERADOR " " DIA-EJECUCION " "
                  DIA-MOVIMIENTO
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2100-FIN-LINEA-ANOTACION.
      *-------------------------
           EXIT.

       2200-LINEA-IMAGEN.
      *------------------
      *DESGLOSA LA IMAGEN DEJADA EN IMG-DATOS SEGUN EL MAESTRO DE LA
      *ANOTACION
           EVALUATE DIA-FICHERO
             WHEN "PRODUCTOS"
               MOVE IMG-PROD-PRECIO-REF TO RPT-PRECIO-ED
               STRING IMG-ETIQUETA " " IMG-PROD-DESCRIPCION
                      "  ESTADO: " IMG-PROD-ESTADO
                      "  PRECIO REF.: " RPT-PRECIO-ED
                      "  VIGOR: " IMG-PROD-FECHA-VIGOR
                      "  IVA: " IMG-PROD-CATEGORIA-IVA
                      DELIMITED BY SIZE INTO RPT-LINEA
             WHEN "STOCK"
               MOVE IMG-STK-STOCK  TO RPT-STOCK-ED
               MOVE IMG-STK-MINIMO TO RPT-MINIMO-ED
               STRING IMG-ETIQUETA " STOCK: " RPT-STOCK-ED
                      "  MINIMO: " RPT-MINIMO-ED
                      DELIMITED BY SIZE INTO RPT-LINEA
             WHEN "TIENDAS"
               STRING IMG-ETIQUETA " " IMG-TIE-NOMBRE
                      "  REGION: " IMG-TIE-REGION
                      "  ESTADO: " IMG-TIE-ESTADO
                      DELIMITED BY SIZE INTO RPT-LINEA
             WHEN OTHER
               STRING IMG-ETIQUETA " '" IMG-DATOS "'"
                      DELIMITED BY SIZE INTO RPT-LINEA
           END-EVALUATE

           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       2200-FIN-LINEA-IMAGEN.
      *----------------------
           EXIT.

       2300-ACUMULAR.
      *--------------
           ADD 1 TO CONT-LISTADOS

           IF DIA-RESULTADO = "A"
             ADD 1 TO CONT-APLICADOS
           ELSE
             ADD 1 TO CONT-RECHAZADOS
           END-IF

           PERFORM VARYING TOT-POS FROM 1 BY 1
                   UNTIL TOT-POS > 3
                      OR TOT-NOMBRE-FICHERO(TOT-POS) = DIA-FICHERO
             CONTINUE
           END-PERFORM

      *UN MAESTRO QUE NO ES DE LOS TRES SOLO CUENTA EN EL TOTAL
           IF TOT-POS > 3
             GO TO 2300-FIN-ACUMULAR
           END-IF

           IF DIA-RESULTADO = "A"
             ADD 1 TO TOT-APLICADOS(TOT-POS)
           ELSE
             ADD 1 TO TOT-RECHAZADOS(TOT-POS)
           END-IF.

       2300-FIN-ACUMULAR.
      *------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE DIARIO

           IF FS-DIARIO <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "DIARIO-CAMBIOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-DIARIO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF CONT-LISTADOS = 0
             MOVE "SIN ANOTACIONES PARA ESTE PERIODO Y FILTRO"
               TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           PERFORM 3100-TOTALES THRU 3100-FIN-TOTALES

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "ANOTACIONES LEIDAS DEL DIARIO:  " CONT-LEIDOS
           DISPLAY "ANOTACIONES LISTADAS:           " CONT-LISTADOS
           DISPLAY "  APLICADAS:                    " CONT-APLICADOS
           DISPLAY "  RECHAZADAS:                   " CONT-RECHAZADOS
           DISPLAY "INFORME GENERADO EN INFORME-CAMBIOS.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-TOTALES.
      *-------------
           MOVE "TOTALES DEL LISTADO" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "-------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           PERFORM VARYING TOT-POS FROM 1 BY 1 UNTIL TOT-POS > 3
             MOVE TOT-APLICADOS(TOT-POS)  TO RPT-CONT-ED
             MOVE TOT-RECHAZADOS(TOT-POS) TO RPT-CONT2-ED
             STRING TOT-NOMBRE-FICHERO(TOT-POS)
                    "  APLICADOS: " RPT-CONT-ED
                    "  RECHAZADOS: " RPT-CONT2-ED
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-PERFORM

           MOVE CONT-APLICADOS  TO RPT-CONT-ED
           MOVE CONT-RECHAZADOS TO RPT-CONT2-ED
           STRING "TOTAL     "
                  "  APLICADOS: " RPT-CONT-ED
                  "  RECHAZADOS: " RPT-CONT2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3100-FIN-TOTALES.
      *-----------------
           EXIT.

       4000-LEER-DIARIO.
      *-----------------
           READ DIARIO INTO REG-DIARIO
                 AT END MOVE "SI" TO SW-EOF-DIARIO
           END-READ

           IF FS-DIARIO <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "DIARIO-CAMBIOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-DIARIO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF SW-EOF-DIARIO = "NO"
             ADD 1 TO CONT-LEIDOS
           END-IF.

       4000-FIN-LEER-DIARIO.
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
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "DIARIO DE CAMBIOS DE MAESTROS - INFORME-CAMBIOS"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "INFORME-CAMBIOS.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM INFORME-CAMBIOS.
