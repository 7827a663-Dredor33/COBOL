      *    PREMIOS.DAT). Si TIENDAS.DAT aun no existe (carga inicial)
      *    se parte de la tabla vacia.
      *
      *    Cada movimiento, aplicado o rechazado, queda anotado en el
      *    diario de cambios de los maestros DIARIO-CAMBIOS.DAT, con
      *    la entrada de la tienda antes y despues, igual que en
      *    MANT-PRODUCTOS (ver alli). Lo lista INFORME-CAMBIOS. Como
      *    el maestro se regraba al final, las anotaciones de los
      *    movimientos aplicados se guardan en memoria y solo pasan al
      *    diario cuando TIENDAS.DAT se ha regrabado y cerrado bien;
      *    los rechazos se anotan en el momento.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
           SELECT TOTAL ASSIGN TO "TOTALVENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOTAL.
      *--------------ARCHIVO DE SALIDA: DIARIO DE CAMBIOS DE MAESTROS
           SELECT DIARIO ASSIGN TO "DIARIO-CAMBIOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.

      ******************************************************************
      *                 DATA DIVISION
      *CODIGO DE TIENDA (VER REG-TOTAL EN WORKING-STORAGE)
       01  REG-TOTAL-DAT PIC X(37).

           FD DIARIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *UNA ANOTACION POR MOVIMIENTO (VER REG-DIARIO EN WORKING-STORAGE)
       01  REG-DIARIO-DAT PIC X(305).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

           05 FS-MOVIMIENTOS PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS     PIC 9(2) VALUES ZEROS.
           05 FS-TOTAL       PIC 9(2) VALUES ZEROS.
           05 FS-DIARIO      PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-MOVIMIENTOS PIC X(2) VALUES "NO".
               05 TOTAL-TIENDA   PIC X(3) VALUES SPACES.
               05 TOTAL-TIPO     PIC X(1) VALUES SPACES.

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

      *MAESTRO DE TIENDAS CARGADO EN TABLA: LOS MOVIMIENTOS SE APLICAN
      *EN MEMORIA Y EL FICHERO SE REGRABA COMPLETO AL TERMINAR. CON
      *500 ENTRADAS SOBRA PARA LA RED ACTUAL, COMO EN EL MAESTRO QUE
           05 ACTIVA-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-ACTIVA.
               10 ACT-CODIGO PIC X(3) VALUES SPACES.

      *ANOTACIONES DE LOS MOVIMIENTOS APLICADOS EN LA TABLA, A LA
      *ESPERA DE QUE TIENDAS.DAT SE REGRABE (VER 3200-GRABAR-APLICADOS)
       01  DIARIO-PENDIENTE.
           05 CONT-PENDIENTES PIC 9(4) VALUES ZEROS.
           05 PENDIENTE-ENTRADA OCCURS 2000 TIMES
                                INDEXED BY IDX-PENDIENTE.
               10 PEN-DIARIO PIC X(305).

      *POSICION EN MAESTRO-TIENDAS DEL CODIGO DEL MOVIMIENTO EN CURSO
      *(0 = NO ENCONTRADO, VER 5000-BUSCAR-TIENDA) Y RESULTADO DE
      *BUSCAR EL CODIGO EN LA TABLA DE ACTIVIDAD
      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           05 ERRORFI-EN-ACCION  PIC X(08) VALUES SPACES.
           05 ERRORFI-EN-FICHERO PIC X(18) VALUES SPACES.
           05 ERRORFI-FS         PIC 9(02) VALUES ZEROS.

      ******************************************************************
                      MAESTRO-TIENDAS
                      ACTIVIDAD-TIENDAS

           MOVE ZEROS TO CONT-PENDIENTES

      *DATOS DE LA EJECUCION QUE LLEVAN TODAS LAS ANOTACIONES DEL
      *DIARIO DE CAMBIOS
           ACCEPT DIA-EJECUCION(1:8) FROM DATE YYYYMMDD
           ACCEPT DIA-EJECUCION(9:8) FROM TIME
           ACCEPT DIA-OPERADOR FROM ENVIRONMENT "OPERADOR-MANTENIMIENTO"

           IF DIA-OPERADOR = SPACES
             MOVE "BATCH" TO DIA-OPERADOR
           END-IF

           MOVE "MANT-TIENDAS" TO DIA-PROGRAMA
           MOVE "TIENDAS"      TO DIA-FICHERO

           PERFORM 1050-CARGAR-TIENDAS THRU 1050-FIN-CARGAR-TIENDAS

           PERFORM 1060-CARGAR-ACTIVIDAD

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
                      THRU 2300-FIN-APLICAR-CIERRE

               WHEN OTHER
                   STRING "ACCION DESCONOCIDA '" MOV-ACCION "'"
                          DELIMITED BY SIZE INTO DIA-MOTIVO
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                      THRU 2900-FIN-RECHAZAR-MOVIMIENTO

           END-EVALUATE

           PERFORM 5000-BUSCAR-TIENDA THRU 5000-FIN-BUSCAR-TIENDA

           IF TIENDA-POS > 0
             MOVE TIENDA-ENTRADA(TIENDA-POS) TO DIA-ANTES
             STRING "LA TIENDA " MOV-CODIGO " YA EXISTE EN EL MAESTRO"
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2100-FIN-APLICAR-ALTA
           END-IF

           IF CONT-TIENDAS >= 500
             STRING "LA TABLA MAESTRO-TIENDAS ESTA LLENA"
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2100-FIN-APLICAR-ALTA
           END-IF

             MOVE MOV-ESTADO TO TIE-ESTADO(CONT-TIENDAS)
           END-IF

           ADD 1 TO CONT-ALTAS

           MOVE TIENDA-ENTRADA(CONT-TIENDAS) TO DIA-DESPUES
           PERFORM 2800-ANOTAR-APLICADO THRU 2800-FIN-ANOTAR-APLICADO.

       2100-FIN-APLICAR-ALTA.
      *----------------------
           PERFORM 5000-BUSCAR-TIENDA THRU 5000-FIN-BUSCAR-TIENDA

           IF TIENDA-POS = 0
             STRING "LA TIENDA " MOV-CODIGO " NO EXISTE EN EL MAESTRO"
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2200-FIN-APLICAR-MODIFICACION
           END-IF

           MOVE TIENDA-ENTRADA(TIENDA-POS) TO DIA-ANTES

           IF MOV-NOMBRE <> SPACES
             MOVE MOV-NOMBRE TO TIE-NOMBRE(TIENDA-POS)
           END-IF
             MOVE MOV-ESTADO TO TIE-ESTADO(TIENDA-POS)
           END-IF

           ADD 1 TO CONT-MODIFS

           MOVE TIENDA-ENTRADA(TIENDA-POS) TO DIA-DESPUES
           PERFORM 2800-ANOTAR-APLICADO THRU 2800-FIN-ANOTAR-APLICADO.

       2200-FIN-APLICAR-MODIFICACION.
      *------------------------------
           PERFORM 5000-BUSCAR-TIENDA THRU 5000-FIN-BUSCAR-TIENDA

           IF TIENDA-POS = 0
             STRING "LA TIENDA " MOV-CODIGO " NO EXISTE EN EL MAESTRO"
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2300-FIN-APLICAR-CIERRE
           END-IF

           MOVE TIENDA-ENTRADA(TIENDA-POS) TO DIA-ANTES

           MOVE "NO" TO SW-TIENDA-ACTIVA

           PERFORM VARYING IDX-ACTIVA FROM 1 BY 1
           END-PERFORM

           IF SW-TIENDA-ACTIVA = "SI"
             STRING "LA TIENDA " MOV-CODIGO
                    " TODAVIA TIENE ACTIVIDAD EN TOTALVENTAS.DAT"
                    DELIMITED BY SIZE INTO DIA-MOTIVO
             PERFORM 2900-RECHAZAR-MOVIMIENTO
                THRU 2900-FIN-RECHAZAR-MOVIMIENTO
             GO TO 2300-FIN-APLICAR-CIERRE
           END-IF

           MOVE "C" TO TIE-ESTADO(TIENDA-POS)
           ADD 1 TO CONT-CIERRES

           MOVE TIENDA-ENTRADA(TIENDA-POS) TO DIA-DESPUES
           PERFORM 2800-ANOTAR-APLICADO THRU 2800-FIN-ANOTAR-APLICADO.

       2300-FIN-APLICAR-CIERRE.
      *------------------------
           EXIT.

       2800-ANOTAR-APLICADO.
      *---------------------
      *GUARDA LA ANOTACION DEL MOVIMIENTO APLICADO, CON LAS IMAGENES
      *ANTES Y DESPUES QUE HA DEJADO PREPARADAS EL PARRAFO DE LA
      *ACCION. NO SE GRABA HASTA QUE TIENDAS.DAT ESTE REGRABADO: SI
      *LA TABLA SE LLENA SE PLANTA ANTES DE TOCAR EL MAESTRO
           MOVE "A" TO DIA-RESULTADO

           IF CONT-PENDIENTES >= 2000
             DISPLAY "MOVTIENDAS.DAT TRAE MAS DE 2000 MOVIMIENTOS "
                     "APLICADOS: HAY QUE AMPLIAR LA TABLA "
                     "DIARIO-PENDIENTE, PROCESO ABANDONADO SIN "
                     "REGRABAR TIENDAS.DAT"
             STOP RUN
           END-IF

           ADD 1 TO CONT-PENDIENTES
           MOVE REG-DIARIO TO PEN-DIARIO(CONT-PENDIENTES).

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
           PERFORM 3100-GRABAR-TIENDAS THRU 3100-FIN-GRABAR-TIENDAS

           PERFORM 3200-GRABAR-APLICADOS
              THRU 3200-FIN-GRABAR-APLICADOS

           DISPLAY "MANTENIMIENTO DE TIENDAS TERMINADO"
           DISPLAY "MOVIMIENTOS LEIDOS:    " CONT-MOVIMIENTOS
           DISPLAY "ALTAS APLICADAS:       " CONT-ALTAS
      *------------------------
           EXIT.

       3200-GRABAR-APLICADOS.
      *----------------------
      *TIENDAS.DAT YA ESTA REGRABADO Y CERRADO (CUALQUIER ERROR HABRIA
      *PARADO EN 3100): AHORA SI PASAN AL DIARIO LAS ANOTACIONES DE
      *LOS MOVIMIENTOS APLICADOS, EN EL ORDEN EN QUE SE APLICARON
           PERFORM VARYING IDX-PENDIENTE FROM 1 BY 1
                   UNTIL IDX-PENDIENTE > CONT-PENDIENTES
             MOVE PEN-DIARIO(IDX-PENDIENTE) TO REG-DIARIO
             PERFORM 7000-GRABAR-DIARIO THRU 7000-FIN-GRABAR-DIARIO
           END-PERFORM.

       3200-FIN-GRABAR-APLICADOS.
      *--------------------------
           EXIT.

       4000-LEER-MOVIMIENTOS.
      *----------------------
           READ MOVIMIENTOS INTO REG-MOVIMIENTO
      *-----------------------
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
