      ******************************************************************
      * Author:David Castillo
      * Date:15/10/2026
      * Purpose: Diario imprimible de la cadena nocturna a partir de
      *    CADENA-NOCTURNA.DAT, el fichero de eventos que anotan los
      *    seis pasos de la noche (VENTAS-A-TOTALVENTAS,
      *    ACTUALIZA-STOCK, DEPURA-HISTORICO, INFORME-REGIONAL,
      *    INFORME-COMPARATIVO e INTERFAZ-CONTABLE) al empezar, al
      *    terminar, al negarse a arrancar y cuando el operador fuerza
      *    el control.
      *
      *    Por defecto se imprime la ultima generacion (la abierta por
      *    el ultimo run de ventas); con la variable de entorno
      *    GENERACION-CADENA se puede pedir cualquier otra. El informe
      *    CADENA-NOCTURNA.RPT lleva los lotes y la fecha de proceso
      *    de la generacion, una linea por evento con su fecha y hora,
      *    y al final el estado de cada paso (TERMINADO, A MEDIAS o
      *    PENDIENTE, con los rechazos y forzados que haya tenido) y
      *    si la cadena quedo completa.
      *
      *    Es un programa de consulta: no anota nada en la cadena, asi
      *    que se puede lanzar en cualquier momento de la noche.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CADENA.

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
      *--------------ARCHIVO DE ENTRADA: ESTADO DE LA CADENA NOCTURNA
      *--------------(UN REGISTRO POR EVENTO)
           SELECT CADENA ASSIGN TO "CADENA-NOCTURNA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CADENA.
      *--------------ARCHIVO DE SALIDA: DIARIO DE LA CADENA
           SELECT INFORME ASSIGN TO "CADENA-NOCTURNA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.

      ******************************************************************
      *                 DATA DIVISION
      ******************************************************************

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFORME-DAT PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-CADENA  PIC 9(2) VALUES ZEROS.
           05 FS-INFORME PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-CADENA PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
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
               05 CAD-HORA-DESGLOSE REDEFINES CAD-HORA.
                   10 CAD-HH        PIC 9(2).
                   10 CAD-MI        PIC 9(2).
                   10 CAD-SS        PIC 9(2).
                   10 CAD-CC        PIC 9(2).
               05 CAD-LOTE-DESDE    PIC X(8) VALUES SPACES.
               05 CAD-LOTE-HASTA    PIC X(8) VALUES SPACES.
               05 CAD-NUM-LOTES     PIC 9(3) VALUES ZEROS.
               05 CAD-MODO          PIC X(10) VALUES SPACES.
               05 CAD-MENSAJE       PIC X(60) VALUES SPACES.

      *GENERACION A IMPRIMIR: LA INDICADA EN GENERACION-CADENA O, SIN
      *VARIABLE, LA ULTIMA DEL FICHERO
       01  PARAMETROS.
           05 GENERACION-TXT    PIC X(6) VALUES SPACES.
           05 GENERACION-AJUSTE PIC X(6) JUSTIFIED RIGHT VALUES SPACES.
           05 GENERACION-PEDIDA PIC 9(6) VALUES ZEROS.
           05 ULTIMA-GENERACION PIC 9(6) VALUES ZEROS.

      *DATOS DE LA GENERACION, TOMADOS DEL FIN DE VENTAS-A-TOTALVENTAS
       01  DATOS-GENERACION.
           05 GEN-FECHA-PROCESO PIC 9(8) VALUES ZEROS.
           05 GEN-LOTE-DESDE    PIC X(8) VALUES SPACES.
           05 GEN-LOTE-HASTA    PIC X(8) VALUES SPACES.
           05 GEN-NUM-LOTES     PIC 9(3) VALUES ZEROS.

      *ESTADO DE CADA PASO EN LA GENERACION, EN EL ORDEN DE
      *EXPLOTACION DE LA CADENA
       01  ESTADO-PASOS.
           05 RES-NOMBRES.
               10 FILLER PIC X(20) VALUES "VENTAS-A-TOTALVENTAS".
               10 FILLER PIC X(20) VALUES "ACTUALIZA-STOCK".
               10 FILLER PIC X(20) VALUES "DEPURA-HISTORICO".
               10 FILLER PIC X(20) VALUES "INFORME-REGIONAL".
               10 FILLER PIC X(20) VALUES "INFORME-COMPARATIVO".
               10 FILLER PIC X(20) VALUES "INTERFAZ-CONTABLE".
           05 RES-TABLA-NOMBRES REDEFINES RES-NOMBRES.
               10 RES-NOMBRE-PASO PIC X(20) OCCURS 6.
           05 RES-PASO OCCURS 6.
               10 RES-INICIOS   PIC 9(3).
               10 RES-FINES     PIC 9(3).
               10 RES-RECHAZOS  PIC 9(3).
               10 RES-FORZADOS  PIC 9(3).
               10 RES-ABANDONOS PIC 9(3).
           05 RES-POS           PIC 9(2) VALUES ZEROS.
           05 RES-ESTADO        PIC X(10) VALUES SPACES.

       01  CONTADORES.
      *CONTADOR DE EVENTOS LEIDOS DEL FICHERO (SEGUNDA PASADA)
           05 CONT-LEIDOS      PIC 9(7) VALUES ZEROS.
      *CONTADOR DE EVENTOS DE LA GENERACION IMPRESOS
           05 CONT-EVENTOS     PIC 9(7) VALUES ZEROS.
      *CONTADOR DE PASOS TERMINADOS EN LA GENERACION
           05 CONT-TERMINADOS  PIC 9(1) VALUES ZEROS.

      *CONTROL DEL INFORME
       01  INFORME-CAMPOS.
           05 RPT-LINEA             PIC X(132) VALUES SPACES.
           05 RPT-CONT-LINEAS       PIC 9(3) VALUES ZEROS.
           05 RPT-CONT-PAGINAS      PIC 9(4) VALUES ZEROS.
           05 RPT-LINEAS-POR-PAGINA PIC 9(3) VALUE 60.
           05 RPT-FECHA-PROCESO     PIC 9(8) VALUES ZEROS.
           05 RPT-PAGINA-ED         PIC ZZZ9.
           05 RPT-NUM3-ED           PIC ZZ9.
           05 RPT-NUM3B-ED          PIC ZZ9.
           05 RPT-NUM3C-ED          PIC ZZ9.
           05 RPT-HORA-ED           PIC X(8) VALUES SPACES.

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
                                UNTIL SW-EOF-CADENA = "SI"
           PERFORM 3000-FIN     THRU 3000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      DATOS-GENERACION

           PERFORM VARYING RES-POS FROM 1 BY 1 UNTIL RES-POS > 6
             MOVE ZEROS TO RES-INICIOS(RES-POS)
                           RES-FINES(RES-POS)
                           RES-RECHAZOS(RES-POS)
                           RES-FORZADOS(RES-POS)
                           RES-ABANDONOS(RES-POS)
           END-PERFORM

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1100-BUSCAR-GENERACION
              THRU 1100-FIN-BUSCAR-GENERACION

      *SEGUNDA PASADA: EL FICHERO SE REABRE DESDE EL PRINCIPIO
           OPEN INPUT CADENA

           IF FS-CADENA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 1200-ABRIR-INFORME THRU 1200-FIN-ABRIR-INFORME

      *LECTURA ANTICIPADA
           PERFORM 4000-LEER-CADENA THRU 4000-FIN-LEER-CADENA.

       1000-FIN-INICIO.
      *----------------
           EXIT.

       1010-LEER-PARAMETROS.
      *---------------------
      *GENERACION-CADENA: GENERACION A IMPRIMIR (SEIS DIGITOS); SIN
      *VARIABLE SE IMPRIME LA ULTIMA
           ACCEPT GENERACION-TXT FROM ENVIRONMENT "GENERACION-CADENA"

           IF GENERACION-TXT <> SPACES
             MOVE FUNCTION TRIM(GENERACION-TXT) TO GENERACION-AJUSTE
             INSPECT GENERACION-AJUSTE REPLACING LEADING " " BY "0"
             IF GENERACION-AJUSTE IS NUMERIC
               MOVE GENERACION-AJUSTE TO GENERACION-PEDIDA
             ELSE
               DISPLAY "GENERACION-CADENA NO ES UN NUMERO DE HASTA S"
                       "EIS DIGITOS: " GENERACION-TXT
               STOP RUN
             END-IF
           END-IF.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1100-BUSCAR-GENERACION.
      *-----------------------
      *PRIMERA PASADA: LOCALIZA LA ULTIMA GENERACION DEL FICHERO, QUE
      *ES LA QUE SE IMPRIME SI NO SE HA PEDIDO OTRA
           OPEN INPUT CADENA

           IF FS-CADENA = 35
             DISPLAY "NO EXISTE CADENA-NOCTURNA.DAT: LA CADENA NO SE "
                     "HA EJECUTADO NUNCA"
             STOP RUN
           END-IF

           IF FS-CADENA <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO ULTIMA-GENERACION

           PERFORM UNTIL SW-EOF-CADENA = "SI"
             READ CADENA INTO REG-CADENA
               AT END
                 MOVE "SI" TO SW-EOF-CADENA
               NOT AT END
                 IF CAD-GENERACION > ULTIMA-GENERACION
                   MOVE CAD-GENERACION TO ULTIMA-GENERACION
                 END-IF
             END-READ

             IF FS-CADENA <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "CADENA-NOCTURNA.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-CADENA TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE CADENA
           MOVE "NO" TO SW-EOF-CADENA

           IF GENERACION-TXT = SPACES
             MOVE ULTIMA-GENERACION TO GENERACION-PEDIDA
           END-IF

           IF GENERACION-PEDIDA > ULTIMA-GENERACION
             DISPLAY "LA GENERACION " GENERACION-PEDIDA " NO EXISTE: "
                     "LA ULTIMA ES LA " ULTIMA-GENERACION
             STOP RUN
           END-IF.

       1100-FIN-BUSCAR-GENERACION.
      *---------------------------
           EXIT.

       1200-ABRIR-INFORME.
      *-------------------
           ACCEPT RPT-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN OUTPUT INFORME

           IF FS-INFORME <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE 0 TO RPT-CONT-PAGINAS

           PERFORM 8200-CABECERA-PAGINA
              THRU 8200-FIN-CABECERA-PAGINA

           STRING "EVENTOS DE LA GENERACION " GENERACION-PEDIDA
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE ALL "-" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           STRING "FECHA     HORA      PASO                 "
                  "EVENTO     MODO       MENSAJE"
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       1200-FIN-ABRIR-INFORME.
      *-----------------------
           EXIT.

       2000-PROCESO.
      *-------------
      *SOLO CUENTAN LOS EVENTOS DE LA GENERACION PEDIDA
           IF CAD-GENERACION = GENERACION-PEDIDA
             PERFORM 2100-LINEA-EVENTO THRU 2100-FIN-LINEA-EVENTO
             PERFORM 2200-ANOTAR-ESTADO THRU 2200-FIN-ANOTAR-ESTADO
           END-IF

           PERFORM 4000-LEER-CADENA THRU 4000-FIN-LEER-CADENA.

       2000-FIN-PROCESO.
      *-----------------
           EXIT.

       2100-LINEA-EVENTO.
      *------------------
           MOVE SPACES TO RPT-HORA-ED
           STRING CAD-HH ":" CAD-MI ":" CAD-SS
                  DELIMITED BY SIZE INTO RPT-HORA-ED

           STRING CAD-FECHA "  " RPT-HORA-ED "  " CAD-PASO " "
                  CAD-EVENTO " " CAD-MODO " " CAD-MENSAJE
                  DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           ADD 1 TO CONT-EVENTOS.

       2100-FIN-LINEA-EVENTO.
      *----------------------
           EXIT.

       2200-ANOTAR-ESTADO.
      *-------------------
           PERFORM VARYING RES-POS FROM 1 BY 1
                   UNTIL RES-POS > 6
                      OR RES-NOMBRE-PASO(RES-POS) = CAD-PASO
             CONTINUE
           END-PERFORM

      *UN PASO QUE NO ES DE LA CADENA SOLO SALE EN EL DETALLE
           IF RES-POS > 6
             GO TO 2200-FIN-ANOTAR-ESTADO
           END-IF

           EVALUATE CAD-EVENTO
             WHEN "INICIO"
               ADD 1 TO RES-INICIOS(RES-POS)
             WHEN "FIN"
               ADD 1 TO RES-FINES(RES-POS)
             WHEN "RECHAZO"
               ADD 1 TO RES-RECHAZOS(RES-POS)
             WHEN "FORZADO"
               ADD 1 TO RES-FORZADOS(RES-POS)
             WHEN "ABANDONO"
               ADD 1 TO RES-ABANDONOS(RES-POS)
           END-EVALUATE

      *LOS LOTES Y LA FECHA DE PROCESO LOS FIJA EL FIN DEL RUN DE
      *VENTAS; LOS DEMAS PASOS SOLO LOS ARRASTRAN
           IF RES-POS = 1 AND CAD-EVENTO = "FIN"
             MOVE CAD-FECHA-PROCESO TO GEN-FECHA-PROCESO
             MOVE CAD-LOTE-DESDE    TO GEN-LOTE-DESDE
             MOVE CAD-LOTE-HASTA    TO GEN-LOTE-HASTA
             MOVE CAD-NUM-LOTES     TO GEN-NUM-LOTES
           END-IF.

       2200-FIN-ANOTAR-ESTADO.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE CADENA

           IF FS-CADENA <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF CONT-EVENTOS = 0
             MOVE "SIN EVENTOS PARA ESTA GENERACION" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           PERFORM 3100-RESUMEN-PASOS THRU 3100-FIN-RESUMEN-PASOS

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           CLOSE INFORME

           IF FS-INFORME <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "EVENTOS LEIDOS DE CADENA-NOCTURNA.DAT: " CONT-LEIDOS
           DISPLAY "EVENTOS DE LA GENERACION " GENERACION-PEDIDA ": "
                   CONT-EVENTOS
           DISPLAY "PASOS TERMINADOS: " CONT-TERMINADOS " DE 6"
           DISPLAY "INFORME GENERADO EN CADENA-NOCTURNA.RPT"

           STOP RUN.

       3000-FIN-FIN.
      *-------------
           EXIT.

       3100-RESUMEN-PASOS.
      *-------------------
      *DATOS DE LA GENERACION Y ESTADO DE CADA PASO: TERMINADO SI
      *ANOTO SU FIN, A MEDIAS SI EMPEZO Y NO TERMINO, PENDIENTE SI NO
      *LLEGO A EMPEZAR
           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE "RESUMEN DE LA GENERACION" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "------------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF RES-FINES(1) = 0
             MOVE "LOTES Y FECHA DE PROCESO: SIN FIN DE VENTAS-A-TOTAL"
               TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           ELSE
             MOVE GEN-NUM-LOTES TO RPT-NUM3-ED
             STRING "FECHA DE PROCESO: " GEN-FECHA-PROCESO
                    "   LOTES: " GEN-LOTE-DESDE " A " GEN-LOTE-HASTA
                    " (" RPT-NUM3-ED " LOTES)"
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE 0 TO CONT-TERMINADOS

           PERFORM VARYING RES-POS FROM 1 BY 1 UNTIL RES-POS > 6
             PERFORM 3110-LINEA-PASO THRU 3110-FIN-LINEA-PASO
           END-PERFORM

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           IF CONT-TERMINADOS = 6
             MOVE "CADENA COMPLETA: TODOS LOS PASOS HAN TERMINADO"
               TO RPT-LINEA
           ELSE
             STRING "*** CADENA INCOMPLETA: TERMINADOS "
                    CONT-TERMINADOS " DE 6 PASOS ***"
                    DELIMITED BY SIZE INTO RPT-LINEA
           END-IF
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3100-FIN-RESUMEN-PASOS.
      *-----------------------
           EXIT.

       3110-LINEA-PASO.
      *----------------
           EVALUATE TRUE
             WHEN RES-FINES(RES-POS) > 0
               MOVE "TERMINADO" TO RES-ESTADO
               ADD 1 TO CONT-TERMINADOS
             WHEN RES-INICIOS(RES-POS) > 0
               MOVE "A MEDIAS" TO RES-ESTADO
             WHEN OTHER
               MOVE "PENDIENTE" TO RES-ESTADO
           END-EVALUATE

           MOVE RES-RECHAZOS(RES-POS)  TO RPT-NUM3-ED
           MOVE RES-FORZADOS(RES-POS)  TO RPT-NUM3B-ED
           MOVE RES-ABANDONOS(RES-POS) TO RPT-NUM3C-ED

           STRING RES-NOMBRE-PASO(RES-POS) " " RES-ESTADO
                  "  RECHAZOS: " RPT-NUM3-ED
                  "  FORZADOS: " RPT-NUM3B-ED
                  "  ABANDONOS: " RPT-NUM3C-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3110-FIN-LINEA-PASO.
      *--------------------
           EXIT.

       4000-LEER-CADENA.
      *-----------------
           READ CADENA INTO REG-CADENA
                 AT END MOVE "SI" TO SW-EOF-CADENA
           END-READ

           IF FS-CADENA <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-CADENA TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           IF SW-EOF-CADENA = "NO"
             ADD 1 TO CONT-LEIDOS
           END-IF.

       4000-FIN-LEER-CADENA.
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
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
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
           STRING "DIARIO DE LA CADENA NOCTURNA - INFORME-CADENA"
                  "   FECHA PROCESO: " RPT-FECHA-PROCESO
                  "   PAGINA: " RPT-PAGINA-ED
                  DELIMITED BY SIZE INTO RPT-LINEA

           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE ALL "=" TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
             MOVE FS-INFORME TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE REG-INFORME-DAT FROM RPT-LINEA

           IF FS-INFORME <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "CADENA-NOCTURNA.RPT" TO ERRORFI-EN-FICHERO
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

       END PROGRAM INFORME-CADENA.
