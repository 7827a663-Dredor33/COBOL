      *      - suma los stocks de los PREMIOS de los kioscos en una
      *        posicion central por categoria y la graba en el
      *        PREMIOS.DAT central que lee INFORME-RULETA
      *      - cruza los vales de tirada usados en los kioscos (al
      *        final de cada registro de WINNERS) con el fichero de
      *        vales VALES-RULETA.DAT que emite VENTAS-A-TOTALVENTAS:
      *        emitidos, usados, caducados sin usar y pendientes por
      *        tienda; avisa de los vales usados dos veces (un kiosco
      *        solo ve sus propias tiradas) y de los usados que no
      *        constan como emitidos. Los vales de un lote anulado con
      *        ANULA-LOTE (VALES-ANULADOS.DAT) no cuentan como
      *        emitidos: se cuentan aparte como anulados
      *    Un kiosco sin fichero esa noche se salta con aviso, para
      *    que una maquina apagada no tire la consolidacion entera.
      *
           SELECT PREMIOS ASSIGN TO "PREMIOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PREMIOS.
      *--------------ARCHIVO DE ENTRADA: VALES DE TIRADA EMITIDOS
           SELECT VALES ASSIGN TO "VALES-RULETA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALES.
      *--------------ARCHIVO DE ENTRADA: VALES ANULADOS POR ANULA-LOTE
           SELECT VALES-ANULADOS ASSIGN TO "VALES-ANULADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADOS.

      ******************************************************************
      *                 DATA DIVISION
           FD WINNERS1
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-WINNERS1-DAT PIC X(48).

           FD WINNERS2
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-WINNERS2-DAT PIC X(48).

           FD WINNERS3
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-WINNERS3-DAT PIC X(48).

           FD PREMIOS1
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *MISMO REGISTRO QUE GRABA RULETAFORTUNA: FUERZA(2) +
      *CATEGORIA(11) + HORA(8) + FECHA(8) + TICKET(8) + ESTACION(3)
      *+ VALE(8)
       01  REG-WINNERS-DAT PIC X(48).

           FD PREMIOS
           BLOCK CONTAINS 0 RECORDS
      *CADA KIOSCO
       01  REG-PREMIOS-DAT PIC X(46).

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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

           05 FS-PREMIOS3 PIC 9(2) VALUES ZEROS.
           05 FS-WINNERS  PIC 9(2) VALUES ZEROS.
           05 FS-PREMIOS  PIC 9(2) VALUES ZEROS.
           05 FS-VALES    PIC 9(2) VALUES ZEROS.
           05 FS-ANULADOS PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-KIOSCO      PIC X(2) VALUES "NO".
      *CUANDO EL PRIMER KIOSCO CONFIRMA FICHERO: UNA NOCHE SIN
      *RECOGIDA NO DEBE MACHACAR LA BASE CENTRAL DE TICKETS
           05 SW-CENTRAL-ABIERTO PIC X(2) VALUES "NO".
           05 SW-EOF-VALES       PIC X(2) VALUES "NO".
           05 SW-EOF-ANULADOS    PIC X(2) VALUES "NO".

      *    LAS COPYS PODRIAN ESTAR EN ARCHIVOS APARTE
       01  COPYS.
      *VISTA DEL REGISTRO DE WINNERS; TICKET Y ESTACION SE DECLARAN
      *ALFANUMERICOS PORQUE LOS FICHEROS VIEJOS VIENEN CORTOS (IGUAL
      *QUE EL VALE, EN BLANCO EN LAS TIRADAS ANTERIORES A LOS VALES)
           02 REG-GANADOR.
               05 GANADOR-FUERZA    PIC X(2) VALUES SPACES.
               05 GANADOR-CATEGORIA PIC X(11) VALUES SPACES.
               05 GANADOR-FECHA     PIC X(8) VALUES SPACES.
               05 GANADOR-TICKET    PIC X(8) VALUES SPACES.
               05 GANADOR-ESTACION  PIC X(3) VALUES SPACES.
               05 GANADOR-VALE      PIC X(8) VALUES SPACES.

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

      *VISTA DEL CATALOGO DE PREMIOS DE UN KIOSCO
           02 REG-PREMIO.
      *PREMIOS.DAT: SI PASA SE AVISA Y SE GRABA EL TOPE
           05 CEN-STOCK-SALIDA PIC 9(5) VALUES ZEROS.

      *VALES DE TIRADA USADOS EN LOS TRES KIOSCOS (CON LA ESTACION
      *DONDE SE USARON Y MARCA DE SI CONSTAN EN VALES-RULETA.DAT) Y
      *RECUENTO DE VALES POR TIENDA EMISORA (VER 3500-CRUZAR-VALES)
       01  CONTROL-VALES.
           05 FECHA-HOY       PIC 9(8) VALUES ZEROS.
           05 SW-VALE-VISTO   PIC X(2) VALUES "NO".
           05 CONT-USADOS     PIC 9(5) VALUES ZEROS.
           05 USADO-ENTRADA OCCURS 15000 TIMES
                            INDEXED BY IDX-USADO.
               10 USADO-VALE     PIC X(8) VALUES SPACES.
               10 USADO-ESTACION PIC X(3) VALUES SPACES.
               10 USADO-EMITIDO  PIC X(2) VALUES "NO".
           05 CONT-VALES-TIENDAS PIC 9(3) VALUES ZEROS.
           05 VALES-TIENDA-ENTRADA OCCURS 500 TIMES.
               10 VT-TIENDA     PIC X(3) VALUES SPACES.
               10 VT-EMITIDOS   PIC 9(7) VALUES ZEROS.
               10 VT-USADOS     PIC 9(7) VALUES ZEROS.
               10 VT-CADUCADOS  PIC 9(7) VALUES ZEROS.
               10 VT-PENDIENTES PIC 9(7) VALUES ZEROS.
           05 VT-POS          PIC 9(3) VALUES ZEROS.
           05 VT-I            PIC 9(3) VALUES ZEROS.
      *ANULACIONES DE VALES-ANULADOS.DAT (VER 3510-CARGAR-ANULADOS)
           05 SW-VALE-ANULADO PIC X(2) VALUES "NO".
           05 CONT-ANULACIONES PIC 9(4) VALUES ZEROS.
           05 ANULACION-ENTRADA OCCURS 1000 TIMES.
               10 ANU-LOTE       PIC X(8) VALUES SPACES.
               10 ANU-HASTA-VALE PIC 9(8) VALUES ZEROS.
           05 ANU-I           PIC 9(4) VALUES ZEROS.

       01  CONTADORES.
      *CONTADOR DE TIRADAS LEIDAS DEL KIOSCO EN CURSO
           05 CONT-KIOSCO      PIC 9(7) VALUES ZEROS.
           05 CONT-AUSENTES    PIC 9(1) VALUES ZEROS.
      *AVISOS DE NUMERACION (HUECOS O DUPLICADOS) EN TODA LA NOCHE
           05 CONT-AVISOS      PIC 9(5) VALUES ZEROS.
      *VALES DE TIRADA: EMITIDOS, USADOS, CADUCADOS SIN USAR,
      *PENDIENTES, USADOS MAS DE UNA VEZ Y USADOS SIN CONSTAR EN
      *VALES-RULETA.DAT
           05 CONT-VALES-EMITIDOS    PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-USADOS      PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-CADUCADOS   PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-PENDIENTES  PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-REPETIDOS   PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-DESCONOCIDOS PIC 9(7) VALUES ZEROS.
      *VALES DE LOTES ANULADOS, FUERA DE LOS EMITIDOS
           05 CONT-VALES-ANULADOS    PIC 9(7) VALUES ZEROS.

      *GESTION DE ERRORES
       01  ERROR-FICHERO.
           PERFORM 3000-CONSOLIDAR-PREMIOS
              THRU 3000-FIN-CONSOLIDAR-PREMIOS

           PERFORM 3500-CRUZAR-VALES THRU 3500-FIN-CRUZAR-VALES

           PERFORM 4000-FIN THRU 4000-FIN-FIN.

       1000-INICIO.
      *------------
           INITIALIZE CONTADORES
                      STOCK-CENTRAL
                      CONTROL-VALES.

       1000-FIN-INICIO.
      *----------------
           IF GANADOR-TICKET IS NUMERIC
             PERFORM 2450-ANOTAR-TICKET
                THRU 2450-FIN-ANOTAR-TICKET
           END-IF

           IF GANADOR-VALE NOT = SPACES
             PERFORM 2460-ANOTAR-VALE
                THRU 2460-FIN-ANOTAR-VALE
           END-IF.

       2400-FIN-TRATAR-TIRADA.
      *-----------------------
           EXIT.

       2460-ANOTAR-VALE.
      *-----------------
      *CADA KIOSCO SOLO RECHAZA LOS VALES YA USADOS EN SUS PROPIAS
      *TIRADAS: AQUI, CON LOS TRES KIOSCOS JUNTOS, UN VALE QUE
      *APARECE DOS VECES SE AVISA (Y SOLO CUENTA COMO UN USO)
           MOVE "NO" TO SW-VALE-VISTO

           PERFORM VARYING IDX-USADO FROM 1 BY 1
                   UNTIL IDX-USADO > CONT-USADOS
                      OR SW-VALE-VISTO = "SI"
             IF USADO-VALE(IDX-USADO) = GANADOR-VALE
               MOVE "SI" TO SW-VALE-VISTO
               DISPLAY "KIOSCO " ESTACION-KIOSCO ": VALE "
                       GANADOR-VALE " YA USADO EN LA ESTACION "
                       USADO-ESTACION(IDX-USADO) " (VALE REPETIDO)"
             END-IF
           END-PERFORM

           IF SW-VALE-VISTO = "SI"
             ADD 1 TO CONT-VALES-REPETIDOS
             ADD 1 TO CONT-AVISOS
             GO TO 2460-FIN-ANOTAR-VALE
           END-IF

           IF CONT-USADOS >= 15000
             DISPLAY "MAS DE 15000 VALES DE TIRADA USADOS, HAY QUE AM"
      -      "PLIAR LA TABLA CONTROL-VALES, PROCESO ABANDONADO"
             STOP RUN
           END-IF

           ADD 1 TO CONT-USADOS
           MOVE GANADOR-VALE     TO USADO-VALE(CONT-USADOS)
           MOVE GANADOR-ESTACION TO USADO-ESTACION(CONT-USADOS)
           MOVE "NO"             TO USADO-EMITIDO(CONT-USADOS).

       2460-FIN-ANOTAR-VALE.
      *---------------------
           EXIT.

       2500-VERIFICAR-NUMERACION.
      *--------------------------
      *LA NUMERACION DE UN KIOSCO ES CORRELATIVA: ENTRE EL MENOR Y
      *-------------------------
           EXIT.

       3500-CRUZAR-VALES.
      *------------------
      *RECORRE VALES-RULETA.DAT Y CLASIFICA CADA VALE POR SU TIENDA
      *EMISORA: USADO SI APARECE EN LAS TIRADAS DE LOS KIOSCOS,
      *CADUCADO SI NO SE USO Y YA PASO SU ULTIMO DIA DE VALIDEZ Y
      *PENDIENTE EN OTRO CASO. LOS VALES ANULADOS NO SE CLASIFICAN.
      *SIN FICHERO DE VALES NO HAY CRUCE
           MOVE "NO" TO SW-EOF-VALES

           OPEN INPUT VALES

           IF FS-VALES = 35
             DISPLAY "SIN VALES-RULETA.DAT: NO SE CRUZAN LOS VALES DE"
      -      " TIRADA"
             GO TO 3500-FIN-CRUZAR-VALES
           END-IF

           IF FS-VALES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 3510-CARGAR-ANULADOS THRU 3510-FIN-CARGAR-ANULADOS

           PERFORM UNTIL SW-EOF-VALES = "SI"
             READ VALES INTO REG-VALE
               AT END
                 MOVE "SI" TO SW-EOF-VALES
               NOT AT END
                 PERFORM 3550-CLASIFICAR-VALE
                    THRU 3550-FIN-CLASIFICAR-VALE
             END-READ

             IF FS-VALES <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
               MOVE FS-VALES TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES

      *LOS VALES USADOS QUE NO CONSTAN EN EL FICHERO SON SENAL DE UN
      *VALES-RULETA.DAT DE KIOSCO DISTINTO DEL CENTRAL O DE UN VALE
      *TECLEADO FUERA DE LA RULETA
           PERFORM VARYING IDX-USADO FROM 1 BY 1
                   UNTIL IDX-USADO > CONT-USADOS
             IF USADO-EMITIDO(IDX-USADO) = "NO"
               DISPLAY "KIOSCO " USADO-ESTACION(IDX-USADO) ": VALE "
                       USADO-VALE(IDX-USADO) " USADO PERO NO CONSTA"
                       " EN VALES-RULETA.DAT"
               ADD 1 TO CONT-VALES-DESCONOCIDOS
               ADD 1 TO CONT-AVISOS
             END-IF
           END-PERFORM

           PERFORM VARYING VT-I FROM 1 BY 1
                   UNTIL VT-I > CONT-VALES-TIENDAS
             DISPLAY "TIENDA " VT-TIENDA(VT-I)
                     ": VALES EMITIDOS " VT-EMITIDOS(VT-I)
                     " USADOS " VT-USADOS(VT-I)
                     " CADUCADOS " VT-CADUCADOS(VT-I)
                     " PENDIENTES " VT-PENDIENTES(VT-I)
           END-PERFORM.

       3500-FIN-CRUZAR-VALES.
      *----------------------
           EXIT.

       3510-CARGAR-ANULADOS.
      *---------------------
      *CARGA LAS ANULACIONES DE VALES QUE HA GRABADO ANULA-LOTE. SI EL
      *FICHERO NO EXISTE NO HAY NINGUN VALE ANULADO
           MOVE "NO" TO SW-EOF-ANULADOS

           OPEN INPUT VALES-ANULADOS

           IF FS-ANULADOS = 35
             GO TO 3510-FIN-CARGAR-ANULADOS
           END-IF

           IF FS-ANULADOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS" TO ERRORFI-EN-FICHERO
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
                           "IONES: HAY QUE AMPLIAR LA TABLA "
                           "CONTROL-VALES, PROCESO ABANDONADO"
                   STOP RUN
                 END-IF
                 ADD 1 TO CONT-ANULACIONES
                 MOVE VAN-LOTE       TO ANU-LOTE(CONT-ANULACIONES)
                 MOVE VAN-HASTA-VALE TO ANU-HASTA-VALE(CONT-ANULACIONES)
             END-READ

             IF FS-ANULADOS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-ANULADOS" TO ERRORFI-EN-FICHERO
               MOVE FS-ANULADOS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES-ANULADOS.

       3510-FIN-CARGAR-ANULADOS.
      *-------------------------
           EXIT.

       3550-CLASIFICAR-VALE.
      *---------------------
      *UN VALE ANULADO NO CUENTA COMO EMITIDO, PERO SI SE USO ANTES DE
      *LA ANULACION SU TIRADA NO ES DE UN VALE DESCONOCIDO
           PERFORM 3560-BUSCAR-ANULACION THRU 3560-FIN-BUSCAR-ANULACION

           IF SW-VALE-ANULADO = "SI"
             PERFORM 3570-BUSCAR-USO THRU 3570-FIN-BUSCAR-USO
             ADD 1 TO CONT-VALES-ANULADOS
             GO TO 3550-FIN-CLASIFICAR-VALE
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
               DISPLAY "MAS DE 500 TIENDAS CON VALES DE TIRADA: HAY Q"
      -        "UE AMPLIAR LA TABLA CONTROL-VALES, PROCESO ABANDONADO"
               STOP RUN
             END-IF
             ADD 1 TO CONT-VALES-TIENDAS
             MOVE CONT-VALES-TIENDAS TO VT-POS
             MOVE VALE-TIENDA TO VT-TIENDA(VT-POS)
           END-IF

           ADD 1 TO VT-EMITIDOS(VT-POS)
           ADD 1 TO CONT-VALES-EMITIDOS

           PERFORM 3570-BUSCAR-USO THRU 3570-FIN-BUSCAR-USO

           EVALUATE TRUE
             WHEN SW-VALE-VISTO = "SI"
               ADD 1 TO VT-USADOS(VT-POS)
               ADD 1 TO CONT-VALES-USADOS
             WHEN VALE-CADUCIDAD < FECHA-HOY
               ADD 1 TO VT-CADUCADOS(VT-POS)
               ADD 1 TO CONT-VALES-CADUCADOS
             WHEN OTHER
               ADD 1 TO VT-PENDIENTES(VT-POS)
               ADD 1 TO CONT-VALES-PENDIENTES
           END-EVALUATE.

       3550-FIN-CLASIFICAR-VALE.
      *-------------------------
           EXIT.

       3560-BUSCAR-ANULACION.
      *----------------------
      *EL VALE ESTA ANULADO SI ANULA-LOTE ANULO SU LOTE CUANDO YA LO
      *TENIA (NUMERO HASTA EL ULTIMO QUE ANULO)
           MOVE "NO" TO SW-VALE-ANULADO

           IF VALE-LOTE = SPACES OR VALE-CODIGO IS NOT NUMERIC
             GO TO 3560-FIN-BUSCAR-ANULACION
           END-IF

           PERFORM VARYING ANU-I FROM 1 BY 1
                   UNTIL ANU-I > CONT-ANULACIONES
                      OR SW-VALE-ANULADO = "SI"
             IF ANU-LOTE(ANU-I) = VALE-LOTE AND
                VALE-CODIGO <= ANU-HASTA-VALE(ANU-I)
               MOVE "SI" TO SW-VALE-ANULADO
             END-IF
           END-PERFORM.

       3560-FIN-BUSCAR-ANULACION.
      *--------------------------
           EXIT.

       3570-BUSCAR-USO.
      *----------------
      *MARCA EL VALE COMO VISTO SI SE USO EN ALGUN KIOSCO, Y SU USO
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

       3570-FIN-BUSCAR-USO.
      *--------------------
           EXIT.

       4000-FIN.
      *---------
           IF SW-CENTRAL-ABIERTO = "SI"
           DISPLAY "TIRADAS EN EL WINNERS CENTRAL: " CONT-CENTRAL
           DISPLAY "REGISTROS SELLADOS CON ESTACION: " CONT-SELLADOS
           DISPLAY "KIOSCOS SIN FICHERO: " CONT-AUSENTES
           DISPLAY "VALES DE TIRADA EMITIDOS: " CONT-VALES-EMITIDOS
           DISPLAY "VALES DE TIRADA USADOS: " CONT-VALES-USADOS
           DISPLAY "VALES DE TIRADA CADUCADOS: " CONT-VALES-CADUCADOS
           DISPLAY "VALES DE TIRADA PENDIENTES: " CONT-VALES-PENDIENTES
           DISPLAY "VALES USADOS MAS DE UNA VEZ: " CONT-VALES-REPETIDOS
           DISPLAY "VALES DESCONOCIDOS: " CONT-VALES-DESCONOCIDOS
           DISPLAY "VALES DE LOTES ANULADOS: " CONT-VALES-ANULADOS
           DISPLAY "AVISOS DE NUMERACION/STOCK/VALES: " CONT-AVISOS

           STOP RUN.

