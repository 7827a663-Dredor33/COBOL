      *    consolidacion, y el informe de reposicion lo da
      *    INFORME-STOCK.
      *
      *    Cada movimiento, aplicado o rechazado, queda anotado en el
      *    diario de cambios de los maestros DIARIO-CAMBIOS.DAT, con
      *    la imagen del registro de stock antes y despues, igual que
      *    en MANT-PRODUCTOS (ver alli). Lo lista INFORME-CAMBIOS.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-CLAVE
           FILE STATUS FS-STOCK.
      *--------------ARCHIVO DE SALIDA: DIARIO DE CAMBIOS DE MAESTROS
           SELECT DIARIO ASSIGN TO "DIARIO-CAMBIOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.

      ******************************************************************
      *                 DATA DIVISION
           05 STK-STOCK  PIC S9(7) SIGN LEADING SEPARATE.
           05 STK-MINIMO PIC 9(5).

           FD DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *UNA ANOTACION POR MOVIMIENTO (VER REG-DIARIO EN WORKING-STORAGE)
       01  REG-DIARIO-DAT PIC X(305).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MOVIMIENTOS PIC 9(2) VALUES ZEROS.
           05 FS-STOCK       PIC 9(2) VALUES ZEROS.
           05 FS-DIARIO      PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-MOVIMIENTOS PIC X(2) VALUES "NO".
               05 MOV-CANTIDAD PIC 9(7) VALUES ZEROS.
               05 MOV-MINIMO   PIC 9(5) VALUES ZEROS.

      *ANOTACION DEL DIARIO DE CAMBIOS, LA MISMA EN MANT-PRODUCTOS,
      *MANT-STOCK Y MANT-TIENDAS (VER MANT-PRODUCTOS)
           02 REG-DIARIO.
               05 DIA-FECHA       PIC 9(8) VALUES ZEROS.
               05 DIA-HORA        PIC 9(8) VALUES ZEROS.
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

       01  CONTADORES.
      *CONTADOR DE MOVIMIENTOS LEIDOS DE MOVSTOCK.DAT
           05 CONT-MOVIMIENTOS PIC 9(7) VALUES ZEROS.
      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(18) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      ******************************************************************
      *------------
           INITIALIZE CONTADORES

      *DATOS DE LA EJECUCION QUE LLEVAN TODAS LAS ANOTACIONES DEL
      *DIARIO DE CAMBIOS
           ACCEPT DIA-EJECUCION(1:8) FROM DATE YYYYMMDD
           ACCEPT DIA-EJECUCION(9:8) FROM TIME
           ACCEPT DIA-OPERADOR FROM ENVIRONMENT "OPERADOR-MANTENIMIENTO"

           IF DIA-OPERADOR = SPACES
             MOVE "BATCH" TO DIA-OPERADOR
           END-IF

           MOVE "MANT-STOCK" TO DIA-PROGRAMA
           MOVE "STOCK"      TO DIA-FICHERO

           OPEN INPUT MOVIMIENTOS

           IF FS-MOVIMIENTOS <> 0

       2000-PROCESO.
      *-------------
           MOVE CONT-MOVIMIENTOS TO DIA-MOVIMIENTO
           MOVE MOV-ACCION       TO DIA-ACCION
           MOVE MOV-CODIGO       TO DIA-CLAVE(1:5)
           MOVE MOV-TIENDA       TO DIA-CLAVE(6:3)
           MOVE REG-MOVIMIENTO   TO DIA-IMAGEN-MOV
           MOVE SPACES           TO DIA-MOTIVO
                                    DIA-ANTES
                                    DIA-DESPUES

           EVALUATE MOV-ACCION

               WHEN "A"
                      THRU 2300-FIN-APLICAR-MINIMO

               WHEN OTHER
                   STRING "ACCION DESCONOCIDA '" MOV-ACCION "'"
                          DELIMITED BY SIZE INTO DIA-MOTIVO
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                      THRU 2900-FIN-RECHAZAR-MOVIMIENTO

           END-EVALUATE


           WRITE REG-STOCK-DAT
             INVALID KEY
               STRING "YA EXISTE STOCK DE " MOV-CODIGO
                      " EN LA TIENDA " MOV-TIENDA
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               ADD 1 TO CONT-ALTAS
               MOVE REG-STOCK-DAT TO DIA-DESPUES
               PERFORM 2800-ANOTAR-APLICADO
                  THRU 2800-FIN-ANOTAR-APLICADO
           END-WRITE

           IF FS-STOCK <> 0 AND 22
      *ENTRADA DE MERCANCIA (ALBARAN): SUMA LAS UNIDADES RECIBIDAS AL
      *STOCK DEL PRODUCTO EN LA TIENDA
           IF MOV-CANTIDAD IS NOT NUMERIC OR MOV-CANTIDAD = ZEROS
             STRING "ENTRADA SIN CANTIDAD PARA "
                    MOV-CODIGO " EN LA TIENDA " MOV-TIENDA
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2200-FIN-APLICAR-ENTRADA
           END-IF


           READ STOCK
             INVALID KEY
               STRING "NO EXISTE STOCK DE " MOV-CODIGO
                      " EN LA TIENDA " MOV-TIENDA " (FALTA EL ALTA)"
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               MOVE REG-STOCK-DAT TO DIA-ANTES
               ADD MOV-CANTIDAD TO STK-STOCK
               REWRITE REG-STOCK-DAT
               ADD 1 TO CONT-ENTRADAS
               ADD MOV-CANTIDAD TO ACU-RECIBIDAS
               IF FS-STOCK = 0
                 MOVE REG-STOCK-DAT TO DIA-DESPUES
                 PERFORM 2800-ANOTAR-APLICADO
                    THRU 2800-FIN-ANOTAR-APLICADO
               END-IF
           END-READ

           IF FS-STOCK <> 0 AND 23
       2300-APLICAR-MINIMO.
      *--------------------
           IF MOV-MINIMO IS NOT NUMERIC
             STRING "CAMBIO DE MINIMO SIN MINIMO PARA "
                    MOV-CODIGO " EN LA TIENDA " MOV-TIENDA
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2300-FIN-APLICAR-MINIMO
           END-IF


           READ STOCK
             INVALID KEY
               STRING "NO EXISTE STOCK DE " MOV-CODIGO
                      " EN LA TIENDA " MOV-TIENDA " (FALTA EL ALTA)"
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               MOVE REG-STOCK-DAT TO DIA-ANTES
               MOVE MOV-MINIMO TO STK-MINIMO
               REWRITE REG-STOCK-DAT
               ADD 1 TO CONT-MINIMOS
               IF FS-STOCK = 0
                 MOVE REG-STOCK-DAT TO DIA-DESPUES
                 PERFORM 2800-ANOTAR-APLICADO
                    THRU 2800-FIN-ANOTAR-APLICADO
               END-IF
           END-READ

           IF FS-STOCK <> 0 AND 23
      *------------------------
           EXIT.

       2800-ANOTAR-APLICADO.
      *---------------------
      *ANOTA EN EL DIARIO EL MOVIMIENTO APLICADO, CON LAS IMAGENES
      *ANTES Y DESPUES QUE HA DEJADO PREPARADAS EL PARRAFO DE LA ACCION
           MOVE "A" TO DIA-RESULTADO

           PERFORM 7000-GRABAR-DIARIO THRU 7000-FIN-GRABAR-DIARIO.

       2800-FIN-ANOTAR-APLICADO.
      *-------------------------
           EXIT.

       2900-RECHAZAR-MOVIMIENTO.
      *-------------------------
      *RECHAZO DEL MOVIMIENTO EN CURSO CON EL MOTIVO PREPARADO EN
      *DIA-MOTIVO: SALE POR CONSOLA, COMO SIEMPRE, Y QUEDA EN EL DIARIO
           DISPLAY "MOVIMIENTO " CONT-MOVIMIENTOS " RECHAZADO: "
                   DIA-MOTIVO

           ADD 1 TO CONT-RECHAZOS

           MOVE "R"    TO DIA-RESULTADO
           MOVE SPACES TO DIA-DESPUES

           PERFORM 7000-GRABAR-DIARIO THRU 7000-FIN-GRABAR-DIARIO.

       2900-FIN-RECHAZAR-MOVIMIENTO.
      *-----------------------------
           EXIT.

       3000-FIN.
      *---------
           DISPLAY "MANTENIMIENTO DE STOCK TERMINADO"
      *--------------------------
           EXIT.

       7000-GRABAR-DIARIO.
      *-------------------
      *ANOTA EN DIARIO-CAMBIOS.DAT LA ANOTACION PREPARADA EN
      *REG-DIARIO. COMO CADENA-NOCTURNA.DAT, SE ABRE Y SE CIERRA EN
      *CADA ANOTACION PARA QUE QUEDE GRABADA AUNQUE EL PROGRAMA CAIGA
      *DESPUES
           ACCEPT DIA-FECHA FROM DATE YYYYMMDD
           ACCEPT DIA-HORA  FROM TIME

           OPEN EXTEND DIARIO

           IF FS-DIARIO = 35
             OPEN OUTPUT DIARIO
           END-IF

           IF FS-DIARIO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "DIARIO-CAMBIOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-DIARIO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           WRITE REG-DIARIO-DAT FROM REG-DIARIO

           IF FS-DIARIO <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "DIARIO-CAMBIOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-DIARIO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE DIARIO.

       7000-FIN-GRABAR-DIARIO.
      *-----------------------
           EXIT.

       9000-ERROR-FICHERO.
      *-------------------
           DISPLAY "ERROR DE FICHERO EN " ERRORFI-EN-FICHERO "EN LA ACCI
