      *    registra y se casa por estacion + ticket. El WINNERS.DAT
      *    que se carga aqui es el central que deja CONSOLIDA-RULETA.
      *
      *    Las tiradas llevan ahora al final el vale de tirada con el
      *    que se jugaron (registro de 48 bytes); el canje no lo usa,
      *    pero el fichero se declara con su longitud nueva.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *FUERZA(2) + CATEGORIA(11) + HORA HHMMSSCC(8) + FECHA(8) +
      *TICKET(8) + ESTACION(3) + VALE(8); LOS REGISTROS ANTIGUOS
      *LLEGAN SIN TICKET, SIN ESTACION Y/O SIN VALE
       01  REG-WINNERS-DAT PIC X(48).

           FD CANJES
           BLOCK CONTAINS 0 RECORDS
               05 GANADOR-FECHA     PIC X(8) VALUES SPACES.
               05 GANADOR-TICKET    PIC X(8) VALUES SPACES.
               05 GANADOR-ESTACION  PIC X(3) VALUES SPACES.
               05 GANADOR-VALE      PIC X(8) VALUES SPACES.

           02 REG-CANJE.
               05 CANJE-TICKET   PIC 9(8) VALUES ZEROS.
