      * CONSOLIDA-RULETA funde los WINNERS y PREMIOS de los kioscos
      * en los ficheros centrales que explotan INFORME-RULETA y
      * CANJE-PREMIOS
      *
      * La ruleta premia ahora las compras: antes de cada tirada el
      * kiosco pide un vale de tirada de VALES-RULETA.DAT (los emite
      * VENTAS-A-TOTALVENTAS con las ventas de campana y se copia a
      * los kioscos junto con PREMIOS.DAT) y rechaza los vales
      * desconocidos, caducados o ya usados en este kiosco; el vale
      * usado se graba al final del registro de WINNERS.DAT. Un vale
      * en blanco cierra el programa sin tirada, y si todos los
      * premios estan agotados el vale no se consume. Los registros
      * antiguos sin vale se siguen leyendo (vale en blanco). El uso
      * de un mismo vale en dos kioscos lo detecta CONSOLIDA-RULETA
      * (ver 1100-PEDIR-VALE)
      *
      * Los vales de un lote de ventas anulado con ANULA-LOTE quedan
      * anulados en VALES-ANULADOS.DAT, que se copia a los kioscos
      * junto con VALES-RULETA.DAT, y el kiosco los rechaza como
      * VALE ANULADO; sin ese fichero no hay ningun vale anulado (ver
      * 1130-BUSCAR-ANULACION)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TICKETCTL ASSIGN TO "TICKET-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TICKETCTL.
      *--------------ARCHIVO DE ENTRADA: VALES DE TIRADA EMITIDOS POR
      *--------------LAS VENTAS DE CAMPANA (VENTAS-A-TOTALVENTAS)
           SELECT VALES ASSIGN TO "VALES-RULETA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALES.
      *--------------ARCHIVO DE ENTRADA: VALES ANULADOS POR ANULA-LOTE
           SELECT VALES-ANULADOS ASSIGN TO "VALES-ANULADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADOS.

       DATA DIVISION.

      *FUERZA INICIAL(2) + CATEGORIA GANADORA(11) + HORA DEL SISTEMA
      *EN EL MOMENTO DEL PREMIO: HH(2)+MM(2)+SS(2)+CENTESIMAS(2)
      *+ FECHA DE LA TIRADA AAAAMMDD(8) + NUMERO DE TICKET(8)
      *+ CODIGO DE ESTACION(3) + VALE DE TIRADA USADO(8)
       01  REG-WINNERS-DAT PIC X(48).

           FD PREMIOS
           BLOCK CONTAINS 0 RECORDS
      *ULTIMO NUMERO DE TICKET EMITIDO (8 DIGITOS)
       01  REG-TICKETCTL-DAT PIC X(8).

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

         WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-WINNERS   PIC 9(2) VALUES ZEROS.
           05 FS-PREMIOS   PIC 9(2) VALUES ZEROS.
           05 FS-TICKETCTL PIC 9(2) VALUES ZEROS.
           05 FS-VALES     PIC 9(2) VALUES ZEROS.
           05 FS-ANULADOS  PIC 9(2) VALUES ZEROS.

      *CATALOGO DE PREMIOS CARGADO DE PREMIOS.DAT EN 1000-INICIO, UNO
      *POR CADA FLECHA DE LA RULETA (VER 1050-CARGAR-PREMIOS): LA
           05 GANADOR-TICKET PIC 9(8) VALUES ZEROS.
      *KIOSCO QUE REGISTRO LA TIRADA (VARIABLE DE ENTORNO ESTACION)
           05 GANADOR-ESTACION PIC X(3) VALUES SPACES.
      *VALE DE TIRADA CON EL QUE SE JUGO (EN BLANCO EN LOS ANTIGUOS)
           05 GANADOR-VALE PIC X(8) VALUES SPACES.

      *VISTA DE WINNERS.DAT PARA SABER SI UN VALE YA SE HA USADO EN
      *ESTE KIOSCO (VER 1120-BUSCAR-USO)
       01  REG-USO-VALE.
           05 FILLER   PIC X(40) VALUES SPACES.
           05 USO-VALE PIC X(8) VALUES SPACES.

      *VALE DE TIRADA DE VALES-RULETA.DAT: NUMERO, TIENDA Y FECHA DE
      *LA VENTA QUE LO GANO, FECHA DE EMISION, ULTIMO DIA DE VALIDEZ,
      *IMPORTE, PRODUCTO Y LOTE DE ORIGEN
       01  REG-VALE.
           05 VALE-CODIGO        PIC 9(8) VALUES ZEROS.
           05 VALE-TIENDA        PIC X(3) VALUES SPACES.
           05 VALE-FECHA-VENTA   PIC 9(8) VALUES ZEROS.
           05 VALE-FECHA-EMISION PIC 9(8) VALUES ZEROS.
           05 VALE-CADUCIDAD     PIC 9(8) VALUES ZEROS.
           05 VALE-IMPORTE       PIC 9(6)V99 VALUES ZEROS.
           05 VALE-PRODUCTO      PIC X(5) VALUES SPACES.
           05 VALE-LOTE          PIC X(8) VALUES SPACES.

      *ANULACION DE LOS VALES DE UN LOTE EN VALES-ANULADOS.DAT: QUEDAN
      *ANULADOS LOS VALES DEL LOTE CON NUMERO HASTA VAN-HASTA-VALE
       01  REG-VALE-ANULADO.
           05 VAN-LOTE       PIC X(8) VALUES SPACES.
           05 VAN-HASTA-VALE PIC 9(8) VALUES ZEROS.
           05 VAN-FECHA      PIC 9(8) VALUES ZEROS.
           05 VAN-NUM-VALES  PIC 9(7) VALUES ZEROS.

       01  VARIABLES.
      *VARIABLE PARA BUCLE CUENTA ATRAS
      *DEFECTO)
           05 ESTACION         PIC X(3) VALUE "001".
           05 ESTACION-TXT     PIC X(3) VALUES SPACES.
      *VALE DE TIRADA TECLEADO Y NORMALIZADO A 8 DIGITOS, MENSAJE DE
      *RECHAZO EN PANTALLA Y MARCAS DE LA VALIDACION (VER
      *1100-PEDIR-VALE)
           05 VALE-TXT         PIC X(8) VALUES SPACES.
           05 VALE-NUM         PIC X(8) JUSTIFIED RIGHT VALUES SPACES.
           05 MENSAJE-VALE     PIC X(40) VALUES SPACES.
           05 SW-VALE-VALIDO   PIC X(1) VALUES "N".
           05 SW-VALE-ENCONTRADO PIC X(1) VALUES "N".
           05 SW-VALE-USADO    PIC X(1) VALUES "N".
           05 SW-VALE-ANULADO  PIC X(1) VALUES "N".
           05 SW-EOF-ANULADOS  PIC X(1) VALUES "N".
           05 SW-EOF-VALES     PIC X(1) VALUES "N".
           05 SW-EOF-WINNERS   PIC X(1) VALUES "N".
           05 FECHA-HOY        PIC 9(8) VALUES ZEROS.



                  15 LINE 12 COLUMN 25 PIC X(30)
                     FROM PREMIO-TEXTO(1).

      *PETICION DEL VALE DE TIRADA ANTES DE CADA TIRADA, CON EL MOTIVO
      *DEL RECHAZO DEL VALE ANTERIOR EN ROJO (VER 1100-PEDIR-VALE)
           05 PANTALLA-VALE.
               10 LINE 5 COLUMN 20
                  VALUE "BIENVENIDO A LA RULETA DEL DESTINO".
               10 LINE 7 COLUMN 22
                  VALUE "INTRODUCE TU VALE DE TIRADA".
               10 LINE 11 COLUMN 20 PIC X(40)
                  FROM MENSAJE-VALE
                  FOREGROUND-COLOR 4.
               10 LINE 13 COLUMN 24
                  VALUE "(EN BLANCO PARA SALIR)".


       PROCEDURE DIVISION.


           PERFORM 1060-CARGAR-TICKET THRU 1060-FIN-CARGAR-TICKET

      *SOLO JUEGA QUIEN TRAE UN VALE DE TIRADA VALIDO
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO MENSAJE-VALE
           MOVE "N" TO SW-VALE-VALIDO

           PERFORM 1100-PEDIR-VALE THRU 1100-FIN-PEDIR-VALE
                           UNTIL SW-VALE-VALIDO = "S"

           DISPLAY PANTALLA-BLANCA
           DISPLAY PANTALLA-PRINCIPAL

           ACCEPT FUERZA WITH AUTO AT LINE 9 COLUMN 35
       1060-FIN-CARGAR-TICKET.
           EXIT.

       1100-PEDIR-VALE.

      *PIDE EL VALE Y LO RECHAZA (CON EL MOTIVO EN PANTALLA) SI NO
      *ESTA EN VALES-RULETA.DAT, SI SU LOTE SE ANULO, SI YA HA
      *CADUCADO O SI YA SE USO EN ESTE KIOSCO. UN VALE USADO EN OTRO
      *KIOSCO SOLO SE VE AL CONSOLIDAR (CONSOLIDA-RULETA LO AVISA)
           DISPLAY PANTALLA-BLANCA
           DISPLAY PANTALLA-VALE

           MOVE SPACES TO VALE-TXT
           ACCEPT VALE-TXT AT LINE 9 COLUMN 33

           IF VALE-TXT = SPACES
               STOP RUN
           END-IF

           MOVE FUNCTION TRIM(VALE-TXT) TO VALE-NUM
           INSPECT VALE-NUM REPLACING LEADING " " BY "0"

           IF VALE-NUM IS NOT NUMERIC
               MOVE "VALE NO VALIDO: SOLO CIFRAS" TO MENSAJE-VALE
               GO TO 1100-FIN-PEDIR-VALE
           END-IF

           PERFORM 1110-BUSCAR-VALE THRU 1110-FIN-BUSCAR-VALE

           IF SW-VALE-ENCONTRADO = "N"
               MOVE "VALE DESCONOCIDO" TO MENSAJE-VALE
               GO TO 1100-FIN-PEDIR-VALE
           END-IF

           PERFORM 1130-BUSCAR-ANULACION THRU 1130-FIN-BUSCAR-ANULACION

           IF SW-VALE-ANULADO = "S"
               MOVE "VALE ANULADO" TO MENSAJE-VALE
               GO TO 1100-FIN-PEDIR-VALE
           END-IF

           IF FECHA-HOY > VALE-CADUCIDAD
               MOVE "VALE CADUCADO" TO MENSAJE-VALE
               GO TO 1100-FIN-PEDIR-VALE
           END-IF

           PERFORM 1120-BUSCAR-USO THRU 1120-FIN-BUSCAR-USO

           IF SW-VALE-USADO = "S"
               MOVE "VALE YA UTILIZADO" TO MENSAJE-VALE
               GO TO 1100-FIN-PEDIR-VALE
           END-IF

           MOVE "S" TO SW-VALE-VALIDO.

       1100-FIN-PEDIR-VALE.
           EXIT.

       1110-BUSCAR-VALE.

      *BUSCA EL VALE EN VALES-RULETA.DAT Y DEJA SU REGISTRO EN
      *REG-VALE; SIN FICHERO DE VALES NINGUN VALE ES CONOCIDO
           MOVE "N" TO SW-VALE-ENCONTRADO

           OPEN INPUT VALES

           IF FS-VALES = 35
               GO TO 1110-FIN-BUSCAR-VALE
           END-IF

           IF FS-VALES <> 0
               DISPLAY "NO SE HA PODIDO ABRIR VALES-RULETA.DAT"
               DISPLAY "FILE STATUS: " FS-VALES
               STOP RUN
           END-IF

           MOVE "N" TO SW-EOF-VALES

           PERFORM UNTIL SW-EOF-VALES = "S" OR SW-VALE-ENCONTRADO = "S"
             READ VALES INTO REG-VALE
               AT END
                 MOVE "S" TO SW-EOF-VALES
               NOT AT END
                 IF VALE-CODIGO = VALE-NUM
                     MOVE "S" TO SW-VALE-ENCONTRADO
                 END-IF
             END-READ

             IF FS-VALES <> 0 AND 10
                 DISPLAY "ERROR LEYENDO VALES-RULETA.DAT"
                 DISPLAY "FILE STATUS: " FS-VALES
                 STOP RUN
             END-IF
           END-PERFORM

           CLOSE VALES.

       1110-FIN-BUSCAR-VALE.
           EXIT.

       1120-BUSCAR-USO.

      *RECORRE WINNERS.DAT (ANTES DE ABRIRLO EN EXTEND) BUSCANDO UNA
      *TIRADA YA JUGADA CON ESTE VALE
           MOVE "N" TO SW-VALE-USADO

           OPEN INPUT WINNERS

           IF FS-WINNERS = 35
               GO TO 1120-FIN-BUSCAR-USO
           END-IF

           IF FS-WINNERS <> 0
               DISPLAY "NO SE HA PODIDO ABRIR WINNERS.DAT"
               DISPLAY "FILE STATUS: " FS-WINNERS
               STOP RUN
           END-IF

           MOVE "N" TO SW-EOF-WINNERS

           PERFORM UNTIL SW-EOF-WINNERS = "S" OR SW-VALE-USADO = "S"
             READ WINNERS INTO REG-USO-VALE
               AT END
                 MOVE "S" TO SW-EOF-WINNERS
               NOT AT END
                 IF USO-VALE = VALE-NUM
                     MOVE "S" TO SW-VALE-USADO
                 END-IF
             END-READ

             IF FS-WINNERS <> 0 AND 10
                 DISPLAY "ERROR LEYENDO WINNERS.DAT"
                 DISPLAY "FILE STATUS: " FS-WINNERS
                 STOP RUN
             END-IF
           END-PERFORM

           CLOSE WINNERS.

       1120-FIN-BUSCAR-USO.
           EXIT.

       1130-BUSCAR-ANULACION.

      *EL VALE DE REG-VALE ESTA ANULADO SI ANULA-LOTE ANULO SU LOTE
      *CUANDO YA LO TENIA (NUMERO HASTA EL ULTIMO QUE ANULO). SIN
      *FICHERO DE ANULADOS NINGUN VALE ESTA ANULADO
           MOVE "N" TO SW-VALE-ANULADO

           IF VALE-LOTE = SPACES
               GO TO 1130-FIN-BUSCAR-ANULACION
           END-IF

           OPEN INPUT VALES-ANULADOS

           IF FS-ANULADOS = 35
               GO TO 1130-FIN-BUSCAR-ANULACION
           END-IF

           IF FS-ANULADOS <> 0
               DISPLAY "NO SE HA PODIDO ABRIR VALES-ANULADOS.DAT"
               DISPLAY "FILE STATUS: " FS-ANULADOS
               STOP RUN
           END-IF

           MOVE "N" TO SW-EOF-ANULADOS

           PERFORM UNTIL SW-EOF-ANULADOS = "S" OR SW-VALE-ANULADO = "S"
             READ VALES-ANULADOS INTO REG-VALE-ANULADO
               AT END
                 MOVE "S" TO SW-EOF-ANULADOS
               NOT AT END
                 IF VAN-LOTE = VALE-LOTE AND
                    VALE-CODIGO <= VAN-HASTA-VALE
                     MOVE "S" TO SW-VALE-ANULADO
                 END-IF
             END-READ

             IF FS-ANULADOS <> 0 AND 10
                 DISPLAY "ERROR LEYENDO VALES-ANULADOS.DAT"
                 DISPLAY "FILE STATUS: " FS-ANULADOS
                 STOP RUN
             END-IF
           END-PERFORM

           CLOSE VALES-ANULADOS.

       1130-FIN-BUSCAR-ANULACION.
           EXIT.

       2000-PROCESO.

           MOVE 10 TO TEMPORIZADOR
               IF PREMIO-ENTREGADO = 0
                   DISPLAY "TODOS LOS PREMIOS ESTAN AGOTADOS: TIRADA "
      -            "SIN PREMIO, AVISE AL RESPONSABLE DE CAMPANA"
                   DISPLAY "EL VALE " VALE-NUM " NO SE HA CONSUMIDO"
                   GO TO 2900-FIN-GRABAR-GANADOR
               END-IF

           ADD 1 TO ULTIMO-TICKET
           MOVE ULTIMO-TICKET TO GANADOR-TICKET
           MOVE ESTACION      TO GANADOR-ESTACION
           MOVE VALE-NUM      TO GANADOR-VALE
           MOVE "S" TO SW-TICKET-EMITIDO

           DISPLAY "HAS GANADO: " CATEGORIA-GANADORA
