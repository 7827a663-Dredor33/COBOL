      *    cuentan aparte, para que una depuracion nunca destruya
      *    informacion dudosa.
      *
      *    La depuracion es un paso de la cadena nocturna: al arrancar
      *    consulta CADENA-NOCTURNA.DAT y no empieza si
      *    ACTUALIZA-STOCK no ha terminado la ultima generacion, si
      *    esta ya se depuro o si una depuracion anterior se quedo a
      *    medias (el historico puede haber quedado a medio regrabar y
      *    el temporal es entonces la unica copia buena). Con
      *    CADENA-FORZAR=SI el operador puede saltarse el control, que
      *    queda anotado. El inicio y el fin se anotan en el mismo
      *    fichero con los lotes y la fecha de proceso de la
      *    generacion.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
           SELECT TEMPORAL ASSIGN TO "VENTAS-HISTORICO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TEMPORAL.
      *--------------ARCHIVO DE ENTRADA/SALIDA: ESTADO DE LA CADENA
      *--------------NOCTURNA (UN REGISTRO POR EVENTO)
           SELECT CADENA ASSIGN TO "CADENA-NOCTURNA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CADENA.

      ******************************************************************
      *                 DATA DIVISION
           RECORDING MODE IS F.
       01  REG-TEMPORAL-DAT PIC X(52).

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-HISTORICO PIC 9(2) VALUES ZEROS.
           05 FS-TEMPORAL  PIC 9(2) VALUES ZEROS.
           05 FS-CADENA    PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-HISTORICO PIC X(2) VALUES "NO".
           05 SW-EOF-TEMPORAL  PIC X(2) VALUES "NO".
           05 SW-EOF-CADENA    PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
               05 HIST-LOTE          PIC X(8) VALUES SPACES.
               05 HIST-FECHA-PROCESO PIC X(8) VALUES SPACES.
               05 HIST-RESTO         PIC X(36) VALUES SPACES.
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

      *PARAMETRO DE RETENCION: MESES DE HISTORIA QUE SE CONSERVAN,
      *INDICADO CON LA VARIABLE DE ENTORNO RETENCION-MESES
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
           PERFORM 1020-CALCULAR-VENTANA
              THRU 1020-FIN-CALCULAR-VENTANA

           PERFORM 1070-CONTROL-CADENA THRU 1070-FIN-CONTROL-CADENA

           OPEN INPUT HISTORICO

      *SIN HISTORICO NO HAY NADA QUE DEPURAR, PERO EL PASO QUEDA
      *HECHO PARA QUE LA CADENA SIGA
           IF FS-HISTORICO = 35
             DISPLAY "NO EXISTE VENTAS-HISTORICO.DAT: NADA QUE DEPURAR"
             MOVE "FIN" TO CAD-EVENTO
             MOVE "NO EXISTE VENTAS-HISTORICO.DAT" TO CAD-MENSAJE
             PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA
             STOP RUN
           END-IF

      *--------------------------
           EXIT.

       1070-CONTROL-CADENA.
      *--------------------
      *LA DEPURACION SOLO ARRANCA SI ACTUALIZA-STOCK TERMINO LA
      *ULTIMA GENERACION Y ESTA NO SE HA DEPURADO YA. UNA DEPURACION
      *QUE SE QUEDO A MEDIAS TAMBIEN PARA LA CADENA: SI CAYO MIENTRAS
      *REGRABABA, VENTAS-HISTORICO.TMP ES LA UNICA COPIA COMPLETA Y
      *REPETIRLA SIN MAS LA MACHACARIA
           PERFORM 1072-CARGAR-CADENA THRU 1072-FIN-CARGAR-CADENA

           MOVE SPACES TO CAD-MOTIVO

           EVALUATE TRUE
             WHEN CAD-ULT-GENERACION = 0
             WHEN CAD-TERMINADO(2) = "NO"
               MOVE "ACTUALIZA-STOCK NO HA TERMINADO LA GENERACION"
                 TO CAD-MOTIVO
             WHEN CAD-TERMINADO(3) = "SI"
               MOVE "LA GENERACION YA SE DEPURO" TO CAD-MOTIVO
             WHEN CAD-INICIADO(3) = "SI"
               MOVE "DEPURACION A MEDIAS: REVISAR HISTORICO Y .TMP"
                 TO CAD-MOTIVO
           END-EVALUATE

           IF CAD-MOTIVO <> SPACES
             PERFORM 1076-RECHAZAR-CADENA THRU 1076-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "INICIO" TO CAD-EVENTO
           MOVE SPACES   TO CAD-MENSAJE
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

           DISPLAY "DEPURA-HISTORICO NO PUEDE EMPEZAR, "
                   "PROCESO ABANDONADO"

           STOP RUN.

       1076-FIN-RECHAZAR-CADENA.
      *-------------------------
           EXIT.

       2000-PROCESO.
      *-------------
           EVALUATE TRUE
           DISPLAY "REGISTROS PURGADOS:    " CONT-PURGADOS
           DISPLAY "FECHAS ILEGIBLES (CONSERVADOS): " CONT-ILEGIBLES

           MOVE "FIN" TO CAD-EVENTO
           MOVE SPACES TO CAD-MENSAJE
           STRING "LEIDOS " CONT-LEIDOS
                  " CONSERVADOS " CONT-CONSERVADOS
                  " PURGADOS " CONT-PURGADOS
                  DELIMITED BY SIZE INTO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           STOP RUN.

       3000-FIN-FIN.
      *------------------------
           EXIT.

       7000-GRABAR-CADENA.
      *-------------------
      *ANOTA EN CADENA-NOCTURNA.DAT EL EVENTO PREPARADO EN CAD-EVENTO
      *Y CAD-MENSAJE, SELLADO CON LA GENERACION, SUS LOTES Y SU FECHA
      *DE PROCESO. SE ABRE Y SE CIERRA EN CADA EVENTO PARA QUE QUEDE
      *GRABADO AUNQUE EL PROGRAMA CAIGA DESPUES
           MOVE CAD-ULT-GENERACION    TO CAD-GENERACION
           MOVE "DEPURA-HISTORICO"    TO CAD-PASO
           MOVE CAD-GEN-FECHA-PROCESO TO CAD-FECHA-PROCESO
           MOVE CAD-GEN-LOTE-DESDE    TO CAD-LOTE-DESDE
           MOVE CAD-GEN-LOTE-HASTA    TO CAD-LOTE-HASTA
           MOVE CAD-GEN-NUM-LOTES     TO CAD-NUM-LOTES
           MOVE SPACES                TO CAD-MODO
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

       9000-ERROR-FICHERO.
      *-------------------
           DISPLAY "ERROR DE FICHERO EN " ERRORFI-EN-FICHERO "EN LA ACCI
