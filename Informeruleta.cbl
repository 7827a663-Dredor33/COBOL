      *        (mas dias desde la tirada que DIAS-CADUCIDAD, 30 por
      *        defecto), los pendientes y los premios antiguos sin
      *        ticket
      *      - los vales de tirada por tienda: la ruleta solo se
      *        juega con un vale que VENTAS-A-TOTALVENTAS emite por
      *        cada venta de campana (VALES-RULETA.DAT) y cada tirada
      *        guarda el vale usado; aqui se cuentan por tienda
      *        emisora los emitidos, usados, caducados sin usar y
      *        pendientes, con la conversion de ventas en tiradas
      *        (usados sobre emitidos) que pide marketing. Los vales
      *        de un lote anulado con ANULA-LOTE (VALES-ANULADOS.DAT)
      *        no cuentan como emitidos y se dan aparte
      *
      * Tectonics: cobc
      ******************************************************************
           SELECT CANJES ASSIGN TO "CANJES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CANJES.
      *--------------ARCHIVO DE ENTRADA: VALES DE TIRADA EMITIDOS POR
      *--------------LAS VENTAS DE CAMPANA (VER VENTAS-A-TOTALVENTAS)
           SELECT VALES ASSIGN TO "VALES-RULETA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALES.
      *--------------ARCHIVO DE ENTRADA: VALES ANULADOS POR ANULA-LOTE
           SELECT VALES-ANULADOS ASSIGN TO "VALES-ANULADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADOS.
      *--------------ARCHIVO DE SALIDA: INFORME PARA PROMOCIONES
           SELECT INFORME ASSIGN TO "INFORME-RULETA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *FUERZA(2) + CATEGORIA(11) + HORA HHMMSSCC(8) + FECHA(8) +
      *TICKET(8) + ESTACION(3) + VALE(8); LOS REGISTROS ANTIGUOS
      *LLEGAN CON LA FECHA, EL TICKET, LA ESTACION Y/O EL VALE EN
      *BLANCO
       01  REG-WINNERS-DAT PIC X(48).

           FD PREMIOS
           BLOCK CONTAINS 0 RECORDS
      *CANJE-PREMIOS (LOS CANJES ANTIGUOS LLEGAN SIN ESTACION)
       01  REG-CANJES-DAT PIC X(19).

           FD VALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *VALE DE TIRADA, VER REG-VALE
       01  REG-VALES-DAT PIC X(56).

           FD VALES-ANULADOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *ANULACION DE LOS VALES DE UN LOTE, VER REG-VALE-ANULADO
       01  REG-ANULADOS-DAT PIC X(31).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           05 FS-WINNERS PIC 9(2) VALUES ZEROS.
           05 FS-PREMIOS PIC 9(2) VALUES ZEROS.
           05 FS-CANJES  PIC 9(2) VALUES ZEROS.
           05 FS-VALES   PIC 9(2) VALUES ZEROS.
           05 FS-ANULADOS PIC 9(2) VALUES ZEROS.
           05 FS-INFORME PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-WINNERS PIC X(2) VALUES "NO".
           05 SW-EOF-PREMIOS PIC X(2) VALUES "NO".
           05 SW-EOF-CANJES  PIC X(2) VALUES "NO".
           05 SW-EOF-VALES   PIC X(2) VALUES "NO".
           05 SW-EOF-ANULADOS PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
               05 GANADOR-FECHA PIC X(8) VALUES SPACES.
               05 GANADOR-TICKET PIC X(8) VALUES SPACES.
               05 GANADOR-ESTACION PIC X(3) VALUES SPACES.
               05 GANADOR-VALE PIC X(8) VALUES SPACES.

      *REGISTRO DE CANJES.DAT
           02 REG-CANJE.
               05 PREMIO-TEXTO     PIC X(30) VALUES SPACES.
               05 PREMIO-STOCK     PIC X(5) VALUES SPACES.

      *VISTA DEL VALE DE TIRADA DE VALES-RULETA.DAT
           02 REG-VALE.
               05 VALE-CODIGO        PIC X(8) VALUES SPACES.
               05 VALE-TIENDA        PIC X(3) VALUES SPACES.
               05 VALE-FECHA-VENTA   PIC 9(8) VALUES ZEROS.
               05 VALE-FECHA-EMISION PIC 9(8) VALUES ZEROS.
               05 VALE-CADUCIDAD     PIC 9(8) VALUES ZEROS.
               05 VALE-IMPORTE       PIC 9(6)V99 VALUES ZEROS.
               05 VALE-PRODUCTO      PIC X(5) VALUES SPACES.
               05 VALE-LOTE          PIC X(8) VALUES SPACES.

      *VISTA DE LA ANULACION DE LOS VALES DE UN LOTE: QUEDAN ANULADOS
      *LOS VALES DEL LOTE CON NUMERO HASTA VAN-HASTA-VALE
           02 REG-VALE-ANULADO.
               05 VAN-LOTE       PIC X(8) VALUES SPACES.
               05 VAN-HASTA-VALE PIC 9(8) VALUES ZEROS.
               05 VAN-FECHA      PIC 9(8) VALUES ZEROS.
               05 VAN-NUM-VALES  PIC 9(7) VALUES ZEROS.

      *RECUENTO POR CATEGORIA DE PREMIO (LA RULETA TIENE 3, PERO LA
      *TABLA ADMITE HASTA 10 POR SI EL CATALOGO CRECE)
       01  RECUENTO-CATEGORIAS.
           05 EST-I           PIC 9(2) VALUES ZEROS.
           05 EST-J           PIC 9(2) VALUES ZEROS.

      *VALES DE TIRADA: LOS USADOS EN LAS TIRADAS (UNA VEZ CADA UNO,
      *CON MARCA DE SI CONSTAN EN VALES-RULETA.DAT) Y EL RECUENTO
      *POR TIENDA EMISORA DE EMITIDOS, USADOS, CADUCADOS SIN USAR Y
      *PENDIENTES (VER 3470-SECCION-VALES)
       01  RECUENTO-VALES.
           05 CONT-USADOS     PIC 9(5) VALUES ZEROS.
           05 USADO-ENTRADA OCCURS 15000 TIMES
                            INDEXED BY IDX-USADO.
               10 USADO-VALE     PIC X(8) VALUES SPACES.
               10 USADO-EMITIDO  PIC X(2) VALUES "NO".
           05 SW-VALE-VISTO   PIC X(2) VALUES "NO".
           05 CONT-VALES-TIENDAS PIC 9(3) VALUES ZEROS.
           05 VALES-TIENDA-ENTRADA OCCURS 500 TIMES.
               10 VT-TIENDA     PIC X(3) VALUES SPACES.
               10 VT-EMITIDOS   PIC 9(7) VALUES ZEROS.
               10 VT-USADOS     PIC 9(7) VALUES ZEROS.
               10 VT-CADUCADOS  PIC 9(7) VALUES ZEROS.
               10 VT-PENDIENTES PIC 9(7) VALUES ZEROS.
           05 VT-POS          PIC 9(3) VALUES ZEROS.
           05 VT-I            PIC 9(3) VALUES ZEROS.
           05 TOT-VALES-EMITIDOS   PIC 9(7) VALUES ZEROS.
           05 TOT-VALES-USADOS     PIC 9(7) VALUES ZEROS.
           05 TOT-VALES-CADUCADOS  PIC 9(7) VALUES ZEROS.
           05 TOT-VALES-PENDIENTES PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-DESCONOCIDOS PIC 9(7) VALUES ZEROS.
      *ANULACIONES DE VALES-ANULADOS.DAT Y VALES QUE QUEDAN FUERA DE
      *LOS EMITIDOS POR SER DE UN LOTE ANULADO
           05 SW-VALE-ANULADO PIC X(2) VALUES "NO".
           05 CONT-ANULACIONES PIC 9(4) VALUES ZEROS.
           05 ANULACION-ENTRADA OCCURS 1000 TIMES.
               10 ANU-LOTE       PIC X(8) VALUES SPACES.
               10 ANU-HASTA-VALE PIC 9(8) VALUES ZEROS.
           05 ANU-I           PIC 9(4) VALUES ZEROS.
           05 CONT-VALES-ANULADOS PIC 9(7) VALUES ZEROS.

      *CADUCIDAD DE LOS TICKETS EN DIAS (VARIABLE DE ENTORNO
      *DIAS-CADUCIDAD, 30 POR DEFECTO) Y FECHA LIMITE DE LA TIRADA
      *EN CURSO
                      RECUENTO-BANDAS
                      RECUENTO-FECHAS
                      RECUENTO-ESTACIONES
                      RECUENTO-VALES
                      CONTADORES

           OPEN INPUT WINNERS

           PERFORM 2400-ACUMULAR-FECHA THRU 2400-FIN-ACUMULAR-FECHA

           PERFORM 2600-ACUMULAR-VALE THRU 2600-FIN-ACUMULAR-VALE

           PERFORM 4000-LEER-WINNERS THRU 4000-FIN-LEER-WINNERS.

       2000-FIN-PROCESO.
      *------------------------
           EXIT.

       2600-ACUMULAR-VALE.
      *-------------------
      *ANOTA EL VALE CON EL QUE SE JUGO LA TIRADA (LAS TIRADAS
      *ANTERIORES A LOS VALES LO TRAEN EN BLANCO); UN VALE REPETIDO
      *SOLO CUENTA UNA VEZ, EL AVISO LO DA CONSOLIDA-RULETA
           IF GANADOR-VALE = SPACES
             GO TO 2600-FIN-ACUMULAR-VALE
           END-IF

           MOVE "NO" TO SW-VALE-VISTO

           PERFORM VARYING IDX-USADO FROM 1 BY 1
                   UNTIL IDX-USADO > CONT-USADOS
                      OR SW-VALE-VISTO = "SI"
             IF USADO-VALE(IDX-USADO) = GANADOR-VALE
               MOVE "SI" TO SW-VALE-VISTO
             END-IF
           END-PERFORM

           IF SW-VALE-VISTO = "SI"
             GO TO 2600-FIN-ACUMULAR-VALE
           END-IF

           IF CONT-USADOS >= 15000
             DISPLAY "WINNERS.DAT TRAE MAS DE 15000 VALES USADOS: HAY"
      -      " QUE AMPLIAR LA TABLA, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           ADD 1 TO CONT-USADOS
           MOVE GANADOR-VALE TO USADO-VALE(CONT-USADOS)
           MOVE "NO"         TO USADO-EMITIDO(CONT-USADOS).

       2600-FIN-ACUMULAR-VALE.
      *-----------------------
           EXIT.

       3000-FIN.
      *---------
           CLOSE WINNERS
           PERFORM 3400-SECCION-FECHAS THRU 3400-FIN-SECCION-FECHAS
           PERFORM 3450-SECCION-ESTACIONES
              THRU 3450-FIN-SECCION-ESTACIONES
           PERFORM 3470-SECCION-VALES THRU 3470-FIN-SECCION-VALES
           PERFORM 3500-SECCION-STOCK THRU 3500-FIN-SECCION-STOCK

           MOVE "*** FIN DEL INFORME ***" TO RPT-LINEA
      *--------------------------
           EXIT.

       3470-SECCION-VALES.
      *-------------------
      *CONVERSION DE VENTAS EN TIRADAS: RECORRE VALES-RULETA.DAT Y
      *CLASIFICA CADA VALE POR SU TIENDA EMISORA COMO USADO (CONSTA
      *EN ALGUNA TIRADA), CADUCADO (SIN USAR Y PASADO SU ULTIMO DIA
      *DE VALIDEZ) O PENDIENTE. LOS VALES ANULADOS SE DAN APARTE
           MOVE "VALES DE TIRADA POR TIENDA" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "--------------------------" TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           OPEN INPUT VALES

           IF FS-VALES = 35
             MOVE "  VALES-RULETA.DAT NO DISPONIBLE" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
             MOVE SPACES TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
             GO TO 3470-FIN-SECCION-VALES
           END-IF

           IF FS-VALES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM 3482-CARGAR-ANULADOS THRU 3482-FIN-CARGAR-ANULADOS

           PERFORM UNTIL SW-EOF-VALES = "SI"
             READ VALES INTO REG-VALE
               AT END
                 MOVE "SI" TO SW-EOF-VALES
               NOT AT END
                 PERFORM 3480-CLASIFICAR-VALE
                    THRU 3480-FIN-CLASIFICAR-VALE
             END-READ

             IF FS-VALES <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-RULETA.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-VALES TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO
                  THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES

           IF CONT-VALES-TIENDAS = 0
             MOVE "  SIN VALES EMITIDOS" TO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           PERFORM VARYING VT-I FROM 1 BY 1
                   UNTIL VT-I > CONT-VALES-TIENDAS
             MOVE VT-EMITIDOS(VT-I)   TO RPT-NUM7-ED
             MOVE VT-USADOS(VT-I)     TO RPT-NUM7-ED2
             MOVE VT-CADUCADOS(VT-I)  TO RPT-NUM7-ED3
             MOVE VT-PENDIENTES(VT-I) TO RPT-NUM7-ED4
             STRING "  TIENDA " VT-TIENDA(VT-I)
                    "  EMITIDOS " RPT-NUM7-ED
                    "  USADOS " RPT-NUM7-ED2
                    "  CADUCADOS " RPT-NUM7-ED3
                    "  PENDIENTES " RPT-NUM7-ED4
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-PERFORM

           IF CONT-VALES-TIENDAS > 0
             MOVE TOT-VALES-EMITIDOS   TO RPT-NUM7-ED
             MOVE TOT-VALES-USADOS     TO RPT-NUM7-ED2
             MOVE TOT-VALES-CADUCADOS  TO RPT-NUM7-ED3
             MOVE TOT-VALES-PENDIENTES TO RPT-NUM7-ED4
             STRING "  TOTAL       EMITIDOS " RPT-NUM7-ED
                    "  USADOS " RPT-NUM7-ED2
                    "  CADUCADOS " RPT-NUM7-ED3
                    "  PENDIENTES " RPT-NUM7-ED4
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA

             COMPUTE CAT-PCT = TOT-VALES-USADOS * 100
                             / TOT-VALES-EMITIDOS
             MOVE CAT-PCT TO CAT-PCT-ED
             STRING "  CONVERSION DE VENTAS EN TIRADAS (USADOS SOBRE"
                    " EMITIDOS): " CAT-PCT-ED " %"
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

      *UN VALE USADO QUE NO CONSTA COMO EMITIDO NO ENTRA EN NINGUNA
      *TIENDA: SE DA APARTE PARA QUE NO DESCUADRE LA CONVERSION
           PERFORM VARYING IDX-USADO FROM 1 BY 1
                   UNTIL IDX-USADO > CONT-USADOS
             IF USADO-EMITIDO(IDX-USADO) = "NO"
               ADD 1 TO CONT-VALES-DESCONOCIDOS
             END-IF
           END-PERFORM

           IF CONT-VALES-DESCONOCIDOS > 0
             MOVE CONT-VALES-DESCONOCIDOS TO RPT-NUM7-ED
             STRING "  USADOS QUE NO CONSTAN EN VALES-RULETA.DAT: "
                    RPT-NUM7-ED
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           IF CONT-VALES-ANULADOS > 0
             MOVE CONT-VALES-ANULADOS TO RPT-NUM7-ED
             STRING "  VALES DE LOTES ANULADOS (NO CUENTAN COMO EMITID"
                    "OS): " RPT-NUM7-ED
                    DELIMITED BY SIZE INTO RPT-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO RPT-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA.

       3470-FIN-SECCION-VALES.
      *-----------------------
           EXIT.

       3480-CLASIFICAR-VALE.
      *---------------------
      *UN VALE ANULADO NO CUENTA COMO EMITIDO, PERO SI SE USO ANTES DE
      *LA ANULACION SU TIRADA NO ES DE UN VALE DESCONOCIDO
           PERFORM 3484-BUSCAR-ANULACION THRU 3484-FIN-BUSCAR-ANULACION

           IF SW-VALE-ANULADO = "SI"
             PERFORM 3486-BUSCAR-USO THRU 3486-FIN-BUSCAR-USO
             ADD 1 TO CONT-VALES-ANULADOS
             GO TO 3480-FIN-CLASIFICAR-VALE
           END-IF

           MOVE 0 TO VT-POS

           PERFORM VARYING VT-I FROM 1 BY 1
                   UNTIL VT-I > CONT-VALES-TIENDAS OR VT-POS > 0
             IF VT-TIENDA(VT-I) = VALE-TIENDA
               MOVE VT-I TO VT-POS
             END-IF
           END-PERFORM

           IF VT-POS = 0
             IF CONT-VALES-TIENDAS >= 500
               DISPLAY "VALES-RULETA.DAT TRAE MAS DE 500 TIENDAS: HAY"
      -        " QUE AMPLIAR LA TABLA, PROCESO ABANDONADO"
               STOP RUN
             END-IF
             ADD 1 TO CONT-VALES-TIENDAS
             MOVE CONT-VALES-TIENDAS TO VT-POS
             MOVE VALE-TIENDA TO VT-TIENDA(VT-POS)
           END-IF

           ADD 1 TO VT-EMITIDOS(VT-POS)
           ADD 1 TO TOT-VALES-EMITIDOS

           PERFORM 3486-BUSCAR-USO THRU 3486-FIN-BUSCAR-USO

           EVALUATE TRUE
             WHEN SW-VALE-VISTO = "SI"
               ADD 1 TO VT-USADOS(VT-POS)
               ADD 1 TO TOT-VALES-USADOS
             WHEN VALE-CADUCIDAD < FECHA-HOY
               ADD 1 TO VT-CADUCADOS(VT-POS)
               ADD 1 TO TOT-VALES-CADUCADOS
             WHEN OTHER
               ADD 1 TO VT-PENDIENTES(VT-POS)
               ADD 1 TO TOT-VALES-PENDIENTES
           END-EVALUATE.

       3480-FIN-CLASIFICAR-VALE.
      *-------------------------
           EXIT.

       3482-CARGAR-ANULADOS.
      *---------------------
      *CARGA LAS ANULACIONES DE VALES QUE HA GRABADO ANULA-LOTE. SI EL
      *FICHERO NO EXISTE NO HAY NINGUN VALE ANULADO
           OPEN INPUT VALES-ANULADOS

           IF FS-ANULADOS = 35
             GO TO 3482-FIN-CARGAR-ANULADOS
           END-IF

           IF FS-ANULADOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULADOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           PERFORM UNTIL SW-EOF-ANULADOS = "SI"
             READ VALES-ANULADOS INTO REG-VALE-ANULADO
               AT END
                 MOVE "SI" TO SW-EOF-ANULADOS
               NOT AT END
                 IF CONT-ANULACIONES >= 1000
                   DISPLAY "VALES-ANULADOS.DAT TRAE MAS DE 1000 ANULAC"
                           "IONES: HAY QUE AMPLIAR LA TABLA, PROCESO "
                           "ABANDONADO"
                   STOP RUN
                 END-IF
                 ADD 1 TO CONT-ANULACIONES
                 MOVE VAN-LOTE       TO ANU-LOTE(CONT-ANULACIONES)
                 MOVE VAN-HASTA-VALE TO ANU-HASTA-VALE(CONT-ANULACIONES)
             END-READ

             IF FS-ANULADOS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-ANULADOS.DAT" TO ERRORFI-EN-FICHERO
               MOVE FS-ANULADOS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO
                  THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES-ANULADOS.

       3482-FIN-CARGAR-ANULADOS.
      *-------------------------
           EXIT.

       3484-BUSCAR-ANULACION.
      *----------------------
      *EL VALE ESTA ANULADO SI ANULA-LOTE ANULO SU LOTE CUANDO YA LO
      *TENIA (NUMERO HASTA EL ULTIMO QUE ANULO)
           MOVE "NO" TO SW-VALE-ANULADO

           IF VALE-LOTE = SPACES OR VALE-CODIGO IS NOT NUMERIC
             GO TO 3484-FIN-BUSCAR-ANULACION
           END-IF

           PERFORM VARYING ANU-I FROM 1 BY 1
                   UNTIL ANU-I > CONT-ANULACIONES
                      OR SW-VALE-ANULADO = "SI"
             IF ANU-LOTE(ANU-I) = VALE-LOTE AND
                VALE-CODIGO <= ANU-HASTA-VALE(ANU-I)
               MOVE "SI" TO SW-VALE-ANULADO
             END-IF
           END-PERFORM.

       3484-FIN-BUSCAR-ANULACION.
      *--------------------------
           EXIT.

       3486-BUSCAR-USO.
      *----------------
      *MARCA EL VALE COMO VISTO SI CONSTA EN ALGUNA TIRADA, Y SU USO
      *COMO EMITIDO
           MOVE "NO" TO SW-VALE-VISTO

           PERFORM VARYING IDX-USADO FROM 1 BY 1
                   UNTIL IDX-USADO > CONT-USADOS
                      OR SW-VALE-VISTO = "SI"
             IF USADO-VALE(IDX-USADO) = VALE-CODIGO
               MOVE "SI" TO SW-VALE-VISTO
               MOVE "SI" TO USADO-EMITIDO(IDX-USADO)
             END-IF
           END-PERFORM.

       3486-FIN-BUSCAR-USO.
      *--------------------
           EXIT.

       3500-SECCION-STOCK.
      *-------------------
      *EXISTENCIAS RESTANTES POR CATEGORIA, LEIDAS DE PREMIOS.DAT TAL
