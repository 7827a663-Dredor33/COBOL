      *    rechaza. Los maestros del formato antiguo (36 bytes) deben
      *    recargarse con una carga inicial antes de usar esta version
      *
      *    El maestro lleva tambien la categoria de IVA del producto,
      *    que usa RESUMEN-IVA para el resumen fiscal por tipo: G=tipo
      *    general, R=reducido, S=superreducido, E=exento. El
      *    porcentaje de cada categoria y su fecha de vigor estan en
      *    TIPOS-IVA.DAT, no en el maestro. El movimiento la trae en la
      *    ultima posicion (51): un alta sin categoria entra en blanco
      *    y RESUMEN-IVA la lista como excepcion en lugar de suponerle
      *    un tipo; en la modificacion una categoria en blanco conserva
      *    la del maestro. Cualquier otro valor rechaza el movimiento.
      *    Los maestros del formato anterior (49 bytes) deben
      *    recargarse con una carga inicial antes de usar esta version
      *
      *    Cada movimiento, aplicado o rechazado, queda anotado en el
      *    diario de cambios de los maestros DIARIO-CAMBIOS.DAT (lo
      *    comparten MANT-STOCK y MANT-TIENDAS y lo lista
      *    INFORME-CAMBIOS) con la fecha y hora, la ejecucion, el
      *    operador (OPERADOR-MANTENIMIENTO; sin el, BATCH), la accion,
      *    la imagen del registro antes y despues del cambio, la del
      *    movimiento y el motivo del rechazo. Los rechazos siguen
      *    saliendo tambien por consola
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROD-CODIGO
           FILE STATUS FS-PRODUCTOS.
      *--------------ARCHIVO DE SALIDA: DIARIO DE CAMBIOS DE MAESTROS
           SELECT DIARIO ASSIGN TO "DIARIO-CAMBIOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.

      ******************************************************************
      *                 DATA DIVISION
           RECORDING MODE IS F.
      *    ACCION(1) + CODIGO(5) + DESCRIPCION(30) + ESTADO(1) +
      *    PRECIO DE REFERENCIA(5, DOS DECIMALES IMPLICITOS) + FECHA
      *    DE VIGOR AAAAMMDD(8) + CATEGORIA DE IVA(1)
       01  REG-MOVIMIENTOS-DAT PIC X(51).

           FD PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
      *MISMO REGISTRO QUE DECLARA VENTAS-A-TOTALVENTAS: CODIGO(5) +
      *DESCRIPCION(30) + ESTADO(1) A=ACTIVO / B=BAJA + PRECIO DE
      *REFERENCIA(5) + FECHA DE VIGOR(8). UN PRECIO A CERO SIGNIFICA
      *SIN CONTROL DE DESVIACION PARA ESE CODIGO. AL FINAL, CATEGORIA
      *DE IVA(1): G/R/S/E, EN BLANCO = SIN CATEGORIA
       01  REG-PRODUCTOS-DAT.
           05 PROD-CODIGO      PIC X(5).
           05 PROD-DESCRIPCION PIC X(30).
           05 PROD-ESTADO      PIC X(1).
           05 PROD-PRECIO-REF  PIC 9(3)V99.
           05 PROD-FECHA-VIGOR PIC 9(8).
           05 PROD-CATEGORIA-IVA PIC X(1).

           FD DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *UNA ANOTACION POR MOVIMIENTO (VER REG-DIARIO EN WORKING-STORAGE)
       01  REG-DIARIO-DAT PIC X(305).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MOVIMIENTOS PIC 9(2) VALUES ZEROS.
           05 FS-PRODUCTOS   PIC 9(2) VALUES ZEROS.
           05 FS-DIARIO      PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-MOVIMIENTOS PIC X(2) VALUES "NO".
      *NUMERICOS ANTES DE USARLOS (EN BLANCO = SIN INFORMAR)
               05 MOV-PRECIO-REF  PIC 9(3)V99 VALUES ZEROS.
               05 MOV-FECHA-VIGOR PIC 9(8) VALUES ZEROS.
      *CATEGORIA DE IVA: EN BLANCO = SIN INFORMAR
               05 MOV-CATEGORIA-IVA PIC X(1) VALUES SPACES.
                   88 MOV-CATEGORIA-VALIDA VALUES "G" "R" "S" "E" " ".

      *ANOTACION DEL DIARIO DE CAMBIOS, LA MISMA EN MANT-PRODUCTOS,
      *MANT-STOCK Y MANT-TIENDAS. LA EJECUCION ES LA FECHA Y HORA DE
      *ARRANQUE DEL PROGRAMA; RESULTADO A=APLICADO / R=RECHAZADO; LAS
      *IMAGENES SON EL REGISTRO DEL MAESTRO TAL CUAL (EN BLANCO SI NO
      *EXISTIA ANTES O NO SE GRABO DESPUES)
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
      *CONTADOR DE MOVIMIENTOS LEIDOS DE MOVPRODUCTOS.DAT
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

           MOVE "MANT-PRODUCTOS" TO DIA-PROGRAMA
           MOVE "PRODUCTOS"      TO DIA-FICHERO

           OPEN INPUT MOVIMIENTOS

           IF FS-MOVIMIENTOS <> 0

       2000-PROCESO.
      *-------------
           MOVE CONT-MOVIMIENTOS TO DIA-MOVIMIENTO
           MOVE MOV-ACCION       TO DIA-ACCION
           MOVE MOV-CODIGO       TO DIA-CLAVE
           MOVE REG-MOVIMIENTO   TO DIA-IMAGEN-MOV
           MOVE SPACES           TO DIA-MOTIVO
                                    DIA-ANTES
                                    DIA-DESPUES

           EVALUATE MOV-ACCION

               WHEN "A"
                      THRU 2300-FIN-APLICAR-BAJA

               WHEN OTHER
                   STRING "ACCION DESCONOCIDA '" MOV-ACCION "'"
                          DELIMITED BY SIZE INTO DIA-MOTIVO
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                      THRU 2900-FIN-RECHAZAR-MOVIMIENTO

           END-EVALUATE

                           PROD-FECHA-VIGOR
           ELSE
             IF MOV-FECHA-VIGOR IS NOT NUMERIC
               STRING "PRECIO DE REFERENCIA SIN FECHA DE VIGOR PARA "
                      MOV-CODIGO DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
               GO TO 2100-FIN-APLICAR-ALTA
             END-IF
             MOVE MOV-PRECIO-REF  TO PROD-PRECIO-REF
             MOVE MOV-FECHA-VIGOR TO PROD-FECHA-VIGOR
           END-IF

      *SIN CATEGORIA DE IVA EL ALTA ENTRA EN BLANCO (RESUMEN-IVA LA
      *LISTARA COMO EXCEPCION); UNA CATEGORIA DESCONOCIDA SE RECHAZA
           IF NOT MOV-CATEGORIA-VALIDA
             STRING "CATEGORIA DE IVA '" MOV-CATEGORIA-IVA
                    "' DESCONOCIDA PARA " MOV-CODIGO
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2100-FIN-APLICAR-ALTA
           END-IF
           MOVE MOV-CATEGORIA-IVA TO PROD-CATEGORIA-IVA

           WRITE REG-PRODUCTOS-DAT
             INVALID KEY
               STRING "EL CODIGO " MOV-CODIGO " YA EXISTE EN EL MAESTRO"
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               ADD 1 TO CONT-ALTAS
               MOVE REG-PRODUCTOS-DAT TO DIA-DESPUES
               PERFORM 2800-ANOTAR-APLICADO
                  THRU 2800-FIN-ANOTAR-APLICADO
           END-WRITE

           IF FS-PRODUCTOS <> 0 AND 22

           READ PRODUCTOS
             INVALID KEY
               STRING "EL CODIGO " MOV-CODIGO " NO EXISTE EN EL MAESTRO"
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               MOVE REG-PRODUCTOS-DAT TO DIA-ANTES
               MOVE MOV-DESCRIPCION TO PROD-DESCRIPCION
               IF MOV-ESTADO <> SPACES
                 MOVE MOV-ESTADO TO PROD-ESTADO
      *INFORMADO EXIGE FECHA DE VIGOR, SI NO EL MOVIMIENTO SE RECHAZA
               IF MOV-PRECIO-REF IS NUMERIC
                 IF MOV-FECHA-VIGOR IS NOT NUMERIC
                   STRING "PRECIO DE REFERENCIA SIN FECHA DE VIGOR PA"
                          "RA " MOV-CODIGO
                          DELIMITED BY SIZE INTO DIA-MOTIVO
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                      THRU 2900-FIN-RECHAZAR-MOVIMIENTO
                   GO TO 2200-FIN-APLICAR-MODIFICACION
                 END-IF
                 MOVE MOV-PRECIO-REF  TO PROD-PRECIO-REF
                 MOVE MOV-FECHA-VIGOR TO PROD-FECHA-VIGOR
               END-IF
      *UNA CATEGORIA DE IVA EN BLANCO CONSERVA LA DEL MAESTRO
               IF NOT MOV-CATEGORIA-VALIDA
                 STRING "CATEGORIA DE IVA '" MOV-CATEGORIA-IVA
                        "' DESCONOCIDA PARA " MOV-CODIGO
                        DELIMITED BY SIZE INTO DIA-MOTIVO
                 PERFORM 2900-RECHAZAR-MOVIMIENTO
                    THRU 2900-FIN-RECHAZAR-MOVIMIENTO
                 GO TO 2200-FIN-APLICAR-MODIFICACION
               END-IF
               IF MOV-CATEGORIA-IVA <> SPACES
                 MOVE MOV-CATEGORIA-IVA TO PROD-CATEGORIA-IVA
               END-IF
               REWRITE REG-PRODUCTOS-DAT
               ADD 1 TO CONT-MODIFS
               IF FS-PRODUCTOS = 0
                 MOVE REG-PRODUCTOS-DAT TO DIA-DESPUES
                 PERFORM 2800-ANOTAR-APLICADO
                    THRU 2800-FIN-ANOTAR-APLICADO
               END-IF
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23

           READ PRODUCTOS
             INVALID KEY
               STRING "EL CODIGO " MOV-CODIGO " NO EXISTE EN EL MAESTRO"
                      DELIMITED BY SIZE INTO DIA-MOTIVO
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                  THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             NOT INVALID KEY
               MOVE REG-PRODUCTOS-DAT TO DIA-ANTES
               MOVE "B" TO PROD-ESTADO
               REWRITE REG-PRODUCTOS-DAT
               ADD 1 TO CONT-BAJAS
               IF FS-PRODUCTOS = 0
                 MOVE REG-PRODUCTOS-DAT TO DIA-DESPUES
                 PERFORM 2800-ANOTAR-APLICADO
                    THRU 2800-FIN-ANOTAR-APLICADO
               END-IF
           END-READ

           IF FS-PRODUCTOS <> 0 AND 23
      *----------------------
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
           DISPLAY "MANTENIMIENTO DE PRODUCTOS TERMINADO"
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
