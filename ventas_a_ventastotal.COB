      *    ese volcado debe ejecutarse despues de cada consolidacion
      *    y antes del run siguiente, que reescribe el fichero

      *    ese orden de explotacion lo vigila CADENA-NOCTURNA.DAT,
      *    un fichero de eventos que comparten los pasos de la
      *    noche (VENTAS-A-TOTALVENTAS, ACTUALIZA-STOCK,
      *    DEPURA-HISTORICO, INFORME-REGIONAL e INFORME-COMPARATIVO):
      *    cada run de ventas abre una generacion nueva (ver
      *    1020-CONTROL-CADENA) y al terminar la cierra con los lotes
      *    consumidos y la fecha de proceso; el run se niega a
      *    empezar si ACTUALIZA-STOCK no ha volcado todavia la
      *    generacion anterior (el fichero de trabajo se perderia) y
      *    un run que no llego a terminar se repite sobre su misma
      *    generacion. Cada paso siguiente exige que el anterior haya
      *    terminado la generacion y que el no la haya consumido ya.
      *    CADENA-FORZAR=SI permite al operador saltarse el control,
      *    que queda anotado, e INFORME-CADENA imprime el diario de
      *    la noche

      *    un lote ya procesado se puede anular con ANULA-LOTE, que
      *    contrapone sus registros del historico, devuelve el stock y
      *    graba en TOTALVENTAS-CONTROL.DAT un registro de modo
      *    ANULACION con el lote: al cargar la historia de cuadres ese
      *    lote deja de constar como procesado y su reenvio corregido
      *    entra (ver 1042-DESCARTAR-LOTE-ANULADO). Para que la
      *    anulacion no arrastre a los demas lotes de la noche, cada
      *    anotacion del fichero de trabajo lleva ahora su lote
      *    (TRABAJO-LOTE, al final del registro) y el historico se
      *    graba con un registro por lote dentro de cada grupo
      *    CODIGO+TIENDA+FECHA (ver 3062-TRATAR-ORDENADO), en lugar de
      *    sellar toda la noche con el ultimo lote leido

      *    la recaudacion de cada generacion pasa a contabilidad con
      *    INTERFAZ-CONTABLE, sexto paso de la cadena, que tambien lee
      *    el fichero de trabajo: el run de ventas se niega a empezar
      *    si la generacion anterior no se ha pasado todavia, igual
      *    que con ACTUALIZA-STOCK (ver 1020-CONTROL-CADENA)

      *    campana de la ruleta: con la variable de entorno
      *    VALES-UMBRAL (importe minimo en euros enteros) cada venta
      *    del run que llega al umbral y cuya fecha cae en la ventana
      *    VALES-DESDE/VALES-HASTA emite un vale de tirada en
      *    VALES-RULETA.DAT: numero correlativo sobre el ultimo del
      *    fichero, tienda, fecha de venta, fecha de emision y
      *    caducidad (VALES-VALIDEZ dias desde la emision, 30 por
      *    defecto), mas importe, producto y lote de origen. Los vales
      *    se emiten al final, ya pasado el control de calidad, desde
      *    el fichero de trabajo, y un lote que ya tiene vales en el
      *    fichero no los repite (ver 3500-EMITIR-VALES). El fichero
      *    se copia a los kioscos junto con PREMIOS.DAT: RULETAFORTUNA
      *    pide el vale antes de cada tirada y CONSOLIDA-RULETA e
      *    INFORME-RULETA cuentan los emitidos, usados y caducados por
      *    tienda. Sin VALES-UMBRAL no se emite ningun vale

      *    los vales de un lote anulado con ANULA-LOTE quedan
      *    anulados en VALES-ANULADOS.DAT (lote y ultimo numero
      *    anulado): al buscar los lotes que ya tienen vales no
      *    cuentan, de modo que el reenvio corregido del lote recibe
      *    sus vales con numeros nuevos (ver 3527-VALE-ANULADO)

      *    los vales de un run de CORRECCION, que no trae lote, se
      *    sellan con C + numero de generacion de la cadena nocturna
      *    en lugar de en blanco: un run de correccion repetido tras
      *    una caida (que reusa su generacion) reconoce asi los vales
      *    que ya emitio y no los repite (ver 3540-LEER-TRABAJO). Los
      *    vales de correccion emitidos antes llevan el lote en blanco

      * Tectonics: cobc

      ******************************************************************
           SELECT HISTORICO ASSIGN TO "VENTAS-HISTORICO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORICO.
      *--------------ARCHIVO DE ENTRADA/SALIDA: ESTADO DE LA CADENA
      *--------------NOCTURNA (UN REGISTRO POR EVENTO)
           SELECT CADENA ASSIGN TO "CADENA-NOCTURNA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CADENA.
      *--------------ARCHIVO DE SALIDA: VALES DE TIRADA DE LA RULETA
      *--------------EMITIDOS POR LAS VENTAS DE CAMPANA (SE ABRE EN
      *--------------EXTEND, VER 3500-EMITIR-VALES)
           SELECT VALES ASSIGN TO "VALES-RULETA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALES.
      *--------------ARCHIVO DE ENTRADA: VALES ANULADOS POR ANULA-LOTE
           SELECT VALES-ANULADOS ASSIGN TO "VALES-ANULADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADOS.

      ******************************************************************
      *                 DATA DIVISION
      *2080-VALIDAR-PRECIO)
           05 PROD-PRECIO-REF  PIC 9(3)V99.
           05 PROD-FECHA-VIGOR PIC 9(8).
      *CATEGORIA DE IVA (G/R/S/E, EN BLANCO = SIN CATEGORIA), VER
      *MANT-PRODUCTOS
           05 PROD-CATEGORIA-IVA PIC X(1).

           FD TRABAJO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *UNA ANOTACION POR VENTA/DEVOLUCION VALIDA: CODIGO(5) +
      *TIENDA(3) + FECHA(8) + TIPO(1) + CANTIDAD CON SIGNO(4) +
      *INGRESO CON SIGNO(9) + LOTE DE ORIGEN(8)
       01  REG-TRABAJO-DAT PIC X(38).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
      *TIENDA(3). SE ABRE EN EXTEND: CADA RUN ANADE LO SUYO
       01  REG-HISTORICO-DAT PIC X(52).

           FD CADENA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *EVENTO DE LA CADENA NOCTURNA, VER REG-CADENA
       01  REG-CADENA-DAT PIC X(149).

           FD VALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *VALE DE TIRADA DE LA RULETA, VER REG-VALE
       01  REG-VALES-DAT PIC X(56).

           FD VALES-ANULADOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *ANULACION DE LOS VALES DE UN LOTE, VER REG-VALE-ANULADO
       01  REG-ANULADOS-DAT PIC X(31).

           SD ORDENADO.
      *MISMA ANOTACION QUE REG-TRABAJO-DAT, CON LOS CAMPOS DE CLAVE A
      *LA VISTA PARA PODER ORDENAR POR CODIGO+TIENDA+FECHA
           05 ORD-TIPO    PIC X(1).
           05 ORD-CANT    PIC S9(3) SIGN LEADING SEPARATE.
           05 ORD-INGRESO PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ORD-LOTE    PIC X(8).


      *-----------------------------------------------------------------
           05 FS-INFORME        PIC 9(2) VALUES ZEROS.
           05 FS-TIENDAS        PIC 9(2) VALUES ZEROS.
           05 FS-HISTORICO      PIC 9(2) VALUES ZEROS.
           05 FS-CADENA         PIC 9(2) VALUES ZEROS.
           05 FS-VALES          PIC 9(2) VALUES ZEROS.
           05 FS-ANULADOS       PIC 9(2) VALUES ZEROS.

       01  SWITCH-END-OF-FILE.
           05 SW-EOF-VENTAS       PIC X(2) VALUES "NO".
           05 SW-EOF-ORDENADO     PIC X(2) VALUES "NO".
           05 SW-EOF-CONTROL      PIC X(2) VALUES "NO".
           05 SW-EOF-TIENDAS      PIC X(2) VALUES "NO".
           05 SW-EOF-CADENA       PIC X(2) VALUES "NO".
           05 SW-EOF-TRABAJO      PIC X(2) VALUES "NO".
           05 SW-EOF-VALES        PIC X(2) VALUES "NO".
           05 SW-EOF-ANULADOS     PIC X(2) VALUES "NO".

      *VERIFICACION DEL LOTE DE ENTRADA EN CURSO: CADA LOTE DEBE
      *CERRARSE CON SU COLA ANTES DE LA SIGUIENTE CABECERA O DEL FIN
                                  VALUES ZEROS.
               05 TRABAJO-INGRESO PIC S9(6)V99 SIGN LEADING SEPARATE
                                  VALUES ZEROS.
      *LOTE DE VENTAS.DAT DEL QUE VIENE LA ANOTACION (EN BLANCO EN
      *CORRECCION), PARA SELLAR EL HISTORICO LOTE A LOTE
               05 TRABAJO-LOTE    PIC X(8) VALUES SPACES.

      *REGISTRO DEL HISTORICO PERMANENTE (VER 2270-GRABAR-HISTORICO):
      *EL CONSOLIDADO DEL GRUPO SELLADO CON EL LOTE Y LA FECHA DEL
               05 CORRECCION-FECHA           PIC 9(8) VALUES ZEROS.
               05 CORRECCION-TIENDA          PIC X(3) VALUES SPACES.
               05 CORRECCION-TIPO            PIC X(1) VALUES SPACES.
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
      *VALE DE TIRADA DE LA RULETA (VER 3500-EMITIR-VALES): NUMERO
      *CORRELATIVO, TIENDA Y FECHA DE LA VENTA QUE LO GANO, FECHA DE
      *EMISION Y ULTIMO DIA DE VALIDEZ, IMPORTE DE LA VENTA, PRODUCTO
      *Y LOTE DE ORIGEN (EN CORRECCION, C + GENERACION DE LA CADENA)
           02 REG-VALE.
               05 VALE-CODIGO        PIC 9(8) VALUES ZEROS.
               05 VALE-TIENDA        PIC X(3) VALUES SPACES.
               05 VALE-FECHA-VENTA   PIC 9(8) VALUES ZEROS.
               05 VALE-FECHA-EMISION PIC 9(8) VALUES ZEROS.
               05 VALE-CADUCIDAD     PIC 9(8) VALUES ZEROS.
               05 VALE-IMPORTE       PIC 9(6)V99 VALUES ZEROS.
               05 VALE-PRODUCTO      PIC X(5) VALUES SPACES.
               05 VALE-LOTE          PIC X(8) VALUES SPACES.
      *ANULACION DE LOS VALES DE UN LOTE (LA GRABA ANULA-LOTE): QUEDAN
      *ANULADOS LOS VALES DEL LOTE CON NUMERO HASTA VAN-HASTA-VALE
           02 REG-VALE-ANULADO.
               05 VAN-LOTE       PIC X(8) VALUES SPACES.
               05 VAN-HASTA-VALE PIC 9(8) VALUES ZEROS.
               05 VAN-FECHA      PIC 9(8) VALUES ZEROS.
               05 VAN-NUM-VALES  PIC 9(7) VALUES ZEROS.

      * LOS CONTADORES DE VOLUMEN SON DE 7 DIGITOS PARA SOPORTAR
      * UN DIA COMPLETO DE VENTAS SIN DESBORDAMIENTO
      *CONTADOR DE COMBINACIONES TIENDA+FECHA VISTAS EN EL DESGLOSE
      *(VER 3400-DESGLOSE-TIENDA-FECHA); YA SIN TOPE
           05 CONT-GRUPOS       PIC 9(7) VALUES ZEROS.
      *CONTADOR DE VALES DE RULETA EMITIDOS EN EL RUN Y DE VENTAS QUE
      *NO LO EMITEN PORQUE SU LOTE YA TENIA VALES (VER 3500-EMITIR-
      *VALES)
           05 CONT-VALES        PIC 9(7) VALUES ZEROS.
           05 CONT-VALES-OMITIDOS PIC 9(7) VALUES ZEROS.

       01  ACUMULADORES.
      *ACUMULADOR DE CANTIDADES VENDIDAS, DIMENSIONADO PARA EL NUEVO
           05 SAL-CANT-ACUMULADA     PIC S9(6) VALUES ZEROS.
           05 SAL-INGRESO-ACUMULADO  PIC S9(10)V99 VALUES ZEROS.
           05 SW-GRUPO-SALIDA-ABIERTO PIC X(2) VALUES "NO".
      *SUBGRUPO POR LOTE DENTRO DEL GRUPO EN CURSO: EL HISTORICO SE
      *GRABA LOTE A LOTE (VER 2270-GRABAR-HISTORICO) PARA QUE UN LOTE
      *SE PUEDA ANULAR SIN ARRASTRAR A LOS DEMAS DE LA NOCHE
           05 SAL-LOTE-ACTUAL        PIC X(8) VALUES SPACES.
           05 SAL-CANT-LOTE          PIC S9(6) VALUES ZEROS.
           05 SAL-INGRESO-LOTE       PIC S9(10)V99 VALUES ZEROS.

      *RESULTADO DE CONTRASTAR CODIGO-VENTAS CONTRA PRODUCTOS.DAT (VER
      *2050-VALIDAR-PRODUCTO): LA DESCRIPCION SE LLEVA A
           05 ERRORFI-EN-FICHERO    PIC X(15) VALUES SPACES.
           05 ERRORFI-FS            PIC 9(02) VALUES ZEROS.

      *ESTADO DE LA ULTIMA GENERACION DE LA CADENA NOCTURNA, CARGADO
      *DE CADENA-NOCTURNA.DAT EN 1020-CONTROL-CADENA. LOS PASOS VAN EN
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
      *SE ENCIENDE CUANDO ESTE RUN ABRE UNA GENERACION NUEVA (EN
      *LUGAR DE REPETIR UNA QUE NO LLEGO A TERMINAR)
           05 SW-GENERACION-NUEVA   PIC X(2) VALUES "NO".
           05 CAD-NOMBRES.
               10 FILLER PIC X(20) VALUES "VENTAS-A-TOTALVENTAS".
               10 FILLER PIC X(20) VALUES "ACTUALIZA-STOCK".
               10 FILLER PIC X(20) VALUES "DEPURA-HISTORICO".
               10 FILLER PIC X(20) VALUES "INFORME-REGIONAL".
               10 FILLER PIC X(20) VALUES "INFORME-COMPARATIVO".
               10 FILLER PIC X(20) VALUES "INTERFAZ-CONTABLE".
           05 CAD-TABLA-NOMBRES REDEFINES CAD-NOMBRES.
               10 CAD-NOMBRE-PASO PIC X(20) OCCURS 6.
           05 CAD-ESTADO-PASO OCCURS 6.
               10 CAD-INICIADO  PIC X(2).
               10 CAD-TERMINADO PIC X(2).

      *MODO DE EJECUCION: NORMAL, RESTART (REANUDACION TRAS UN ABEND DE
      *FICHERO, VER 9000-ERROR-FICHERO) O CORRECCION (APLICA LOS
      *REGISTROS DE CORRECCIONES.DAT, VER 5000-PROCESO-CORRECCION). SE
      *USA CONVIERTE-EXTRACTO CON SUS CAMPOS)
       01  AJUSTE-PARAMETROS.
           05 AJUSTE-3 PIC X(3) JUSTIFIED RIGHT VALUES SPACES.
           05 AJUSTE-5 PIC X(5) JUSTIFIED RIGHT VALUES SPACES.
           05 AJUSTE-7 PIC X(7) JUSTIFIED RIGHT VALUES SPACES.

       01  CONTROL-CALIDAD.
           05 TOTAL-RECHAZOS    PIC 9(7) VALUES ZEROS.
           05 PCT-RECHAZOS      PIC 9(3)V99 VALUES ZEROS.

      *CAMPANA DE VALES DE LA RULETA (VER 3500-EMITIR-VALES): IMPORTE
      *MINIMO DE LA VENTA EN EUROS ENTEROS, VENTANA DE FECHAS DE
      *VENTA Y DIAS DE VALIDEZ DEL VALE, TODO POR VARIABLE DE
      *ENTORNO. SIN VALES-UMBRAL LA CAMPANA NO ESTA ACTIVA
       01  CAMPANA-VALES.
           05 SW-CAMPANA-VALES  PIC X(2) VALUES "NO".
           05 VALES-UMBRAL-TXT  PIC X(5) VALUES SPACES.
           05 VALES-UMBRAL      PIC 9(5) VALUES ZEROS.
           05 VALES-DESDE-TXT   PIC X(8) VALUES SPACES.
           05 VALES-HASTA-TXT   PIC X(8) VALUES SPACES.
           05 VALES-DESDE       PIC 9(8) VALUE 19000101.
           05 VALES-HASTA       PIC 9(8) VALUE 99991231.
           05 VALES-VALIDEZ-TXT PIC X(3) VALUES SPACES.
           05 VALES-VALIDEZ     PIC 9(3) VALUE 30.
      *ULTIMO NUMERO DE VALE DEL FICHERO, SOBRE EL QUE SE NUMERA
           05 ULTIMO-VALE       PIC 9(8) VALUES ZEROS.
      *LOTES DEL FICHERO DE TRABAJO Y MARCA DE SI YA TIENEN VALES EN
      *VALES-RULETA.DAT SIN ANULAR (RUN REPETIDO TRAS UNA CAIDA; LOS
      *DE UN LOTE ANULADO Y REENVIADO ESTAN ANULADOS Y NO CUENTAN)
           05 CONT-VALES-LOTES  PIC 9(2) VALUES ZEROS.
           05 VALES-LOTE-ENTRADA OCCURS 50 TIMES.
               10 VLO-LOTE      PIC X(8) VALUES SPACES.
               10 VLO-EMITIDO   PIC X(2) VALUES "NO".
           05 VLO-POS           PIC 9(2) VALUES ZEROS.
      *LOTE CON QUE SE SELLAN LOS VALES DE LA ANOTACION EN CURSO: EL
      *SUYO, O EN CORRECCION C + GENERACION DE LA CADENA, PARA QUE UN
      *RUN REPETIDO RECONOZCA LOS VALES QUE YA EMITIO
           05 VALES-LOTE-ACTUAL PIC X(8) VALUES SPACES.
           05 VALES-LOTE-CORRECCION.
               10 FILLER         PIC X(1) VALUE "C".
               10 VLC-GENERACION PIC 9(6) VALUE ZEROS.
               10 FILLER         PIC X(1) VALUE SPACE.
           05 VLO-I             PIC 9(2) VALUES ZEROS.
      *ANULACIONES DE VALES-ANULADOS.DAT (VER 3525-CARGAR-ANULADOS)
           05 CONT-VALES-ANULACIONES PIC 9(4) VALUES ZEROS.
           05 VALES-ANULACION-ENTRADA OCCURS 1000 TIMES.
               10 ANV-LOTE       PIC X(8) VALUES SPACES.
               10 ANV-HASTA-VALE PIC 9(8) VALUES ZEROS.
           05 ANV-I             PIC 9(4) VALUES ZEROS.
           05 SW-VALE-ANULADO   PIC X(2) VALUES "NO".

      ******************************************************************
      *                 PROCEDURE DIVISION
      ******************************************************************

           PERFORM 1010-LEER-PARAMETROS THRU 1010-FIN-LEER-PARAMETROS

           PERFORM 1020-CONTROL-CADENA THRU 1020-FIN-CONTROL-CADENA

           IF MODO-EJECUCION = "CORRECCION"
             PERFORM 5000-PROCESO-CORRECCION
                THRU 5000-FIN-PROCESO-CORRECCION
      -        "ASTA TRES DIGITOS: " UMBRAL-PCT-TXT
               STOP RUN
             END-IF
           END-IF

      *CAMPANA DE VALES DE LA RULETA: VALES-UMBRAL (IMPORTE MINIMO DE
      *LA VENTA EN EUROS ENTEROS, HASTA CINCO DIGITOS) LA ACTIVA;
      *VALES-DESDE Y VALES-HASTA (AAAAMMDD) ACOTAN LAS FECHAS DE
      *VENTA QUE ENTRAN Y VALES-VALIDEZ DA LOS DIAS DE VIGENCIA DEL
      *VALE DESDE SU EMISION (TRES DIGITOS, 30 POR DEFECTO)
           ACCEPT VALES-UMBRAL-TXT FROM ENVIRONMENT "VALES-UMBRAL"

           IF VALES-UMBRAL-TXT <> SPACES
             MOVE FUNCTION TRIM(VALES-UMBRAL-TXT) TO AJUSTE-5
             INSPECT AJUSTE-5 REPLACING LEADING " " BY "0"
             IF AJUSTE-5 IS NUMERIC
               MOVE AJUSTE-5 TO VALES-UMBRAL
               MOVE "SI" TO SW-CAMPANA-VALES
             ELSE
               DISPLAY "VALES-UMBRAL NO ES UN IMPORTE EN EUROS DE HAS"
      -        "TA CINCO DIGITOS: " VALES-UMBRAL-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT VALES-DESDE-TXT FROM ENVIRONMENT "VALES-DESDE"

           IF VALES-DESDE-TXT <> SPACES
             IF VALES-DESDE-TXT IS NUMERIC
               MOVE VALES-DESDE-TXT TO VALES-DESDE
             ELSE
               DISPLAY "VALES-DESDE NO ES UNA FECHA AAAAMMDD: "
                       VALES-DESDE-TXT
               STOP RUN
             END-IF
           END-IF

           ACCEPT VALES-HASTA-TXT FROM ENVIRONMENT "VALES-HASTA"

           IF VALES-HASTA-TXT <> SPACES
             IF VALES-HASTA-TXT IS NUMERIC
               MOVE VALES-HASTA-TXT TO VALES-HASTA
             ELSE
               DISPLAY "VALES-HASTA NO ES UNA FECHA AAAAMMDD: "
                       VALES-HASTA-TXT
               STOP RUN
             END-IF
           END-IF

           IF VALES-DESDE > VALES-HASTA
             DISPLAY "LA VENTANA DE LA CAMPANA DE VALES ESTA INVERTID"
      -      "A: " VALES-DESDE " > " VALES-HASTA
             STOP RUN
           END-IF

      *UNA VENTANA DE CAMPANA SIN UMBRAL ES CASI SEGURO UN OLVIDO: SE
      *PARA EL RUN CON AVISO EN LUGAR DE ACABARLO SIN VALES
           IF SW-CAMPANA-VALES = "NO" AND
              (VALES-DESDE-TXT <> SPACES OR VALES-HASTA-TXT <> SPACES)
             DISPLAY "VALES-DESDE/VALES-HASTA INDICADAS SIN VALES-UMB"
      -      "RAL: FALTA EL IMPORTE MINIMO DE LA CAMPANA"
             STOP RUN
           END-IF

           ACCEPT VALES-VALIDEZ-TXT FROM ENVIRONMENT "VALES-VALIDEZ"

           IF VALES-VALIDEZ-TXT <> SPACES
             MOVE FUNCTION TRIM(VALES-VALIDEZ-TXT) TO AJUSTE-3
             INSPECT AJUSTE-3 REPLACING LEADING " " BY "0"
             IF AJUSTE-3 IS NUMERIC
               MOVE AJUSTE-3 TO VALES-VALIDEZ
             ELSE
               DISPLAY "VALES-VALIDEZ NO ES UN NUMERO DE DIAS DE HAST"
      -        "A TRES DIGITOS: " VALES-VALIDEZ-TXT
               STOP RUN
             END-IF
           END-IF.

       1010-FIN-LEER-PARAMETROS.
      *-------------------------
           EXIT.

       1020-CONTROL-CADENA.
      *--------------------
      *CADA RUN DE VENTAS (NORMAL, RESTART O CORRECCION) REESCRIBE EL
      *FICHERO DE TRABAJO Y ABRE UNA GENERACION NUEVA DE LA CADENA
      *NOCTURNA, ASI QUE SOLO PUEDE ARRANCAR SI ACTUALIZA-STOCK YA
      *VOLCO LA ANTERIOR E INTERFAZ-CONTABLE YA LA PASO. SI EL ULTIMO
      *RUN DE VENTAS NO TERMINO (ABORTADO, PLANTADO POR CALIDAD O
      *PENDIENTE DE REARRANQUE) SE REPITE SOBRE SU MISMA GENERACION.
      *LOS INFORMES PENDIENTES DE LA GENERACION ANTERIOR SOLO SE
      *AVISAN: NO DEPENDEN DEL FICHERO DE TRABAJO
           PERFORM 1022-CARGAR-CADENA THRU 1022-FIN-CARGAR-CADENA

           MOVE SPACES TO CAD-MOTIVO
           MOVE "NO"   TO SW-GENERACION-NUEVA

           EVALUATE TRUE
             WHEN CAD-ULT-GENERACION = 0
               MOVE "SI" TO SW-GENERACION-NUEVA
             WHEN CAD-TERMINADO(1) = "NO"
               DISPLAY "CADENA NOCTURNA: SE REPITE LA GENERACION "
                       CAD-ULT-GENERACION ", QUE NO LLEGO A TERMINAR"
             WHEN CAD-TERMINADO(2) = "NO"
               MOVE "ACTUALIZA-STOCK NO HA VOLCADO LA GENERACION"
                 TO CAD-MOTIVO
               MOVE "SI" TO SW-GENERACION-NUEVA
             WHEN CAD-TERMINADO(6) = "NO"
               MOVE "INTERFAZ-CONTABLE NO HA PASADO LA GENERACION"
                 TO CAD-MOTIVO
               MOVE "SI" TO SW-GENERACION-NUEVA
             WHEN OTHER
               MOVE "SI" TO SW-GENERACION-NUEVA
           END-EVALUATE

           IF CAD-MOTIVO <> SPACES
             PERFORM 1026-RECHAZAR-CADENA THRU 1026-FIN-RECHAZAR-CADENA
           END-IF

           IF SW-GENERACION-NUEVA = "SI"
             IF CAD-ULT-GENERACION > 0
               PERFORM VARYING CAD-POS FROM 3 BY 1 UNTIL CAD-POS > 6
                 IF CAD-TERMINADO(CAD-POS) = "NO"
                   DISPLAY "AVISO: " CAD-NOMBRE-PASO(CAD-POS)
                           " NO TERMINO LA GENERACION "
                           CAD-ULT-GENERACION
                 END-IF
               END-PERFORM
             END-IF
             ADD 1 TO CAD-ULT-GENERACION
           END-IF

      *LOS LOTES Y LA FECHA DE PROCESO DE LA GENERACION SE CONOCEN AL
      *TERMINAR (VER 3250-CERRAR-CADENA)
           MOVE ZEROS  TO CAD-GEN-FECHA-PROCESO
                          CAD-GEN-NUM-LOTES
           MOVE SPACES TO CAD-GEN-LOTE-DESDE
                          CAD-GEN-LOTE-HASTA

           MOVE "INICIO" TO CAD-EVENTO
           MOVE SPACES   TO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA.

       1020-FIN-CONTROL-CADENA.
      *------------------------
           EXIT.

       1022-CARGAR-CADENA.
      *-------------------
      *RECORRE CADENA-NOCTURNA.DAT Y SE QUEDA CON EL ESTADO DE LA
      *ULTIMA GENERACION: QUE PASOS LA EMPEZARON Y CUALES LA
      *TERMINARON, Y LOS LOTES Y LA FECHA DE PROCESO CON QUE LA CERRO
      *VENTAS-A-TOTALVENTAS
           MOVE ZEROS TO CAD-ULT-GENERACION

           PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 6
             MOVE "NO" TO CAD-INICIADO(CAD-POS)
                          CAD-TERMINADO(CAD-POS)
           END-PERFORM

           OPEN INPUT CADENA

      *SIN FICHERO TODAVIA NO HAY NINGUNA GENERACION
           IF FS-CADENA = 35
             GO TO 1022-FIN-CARGAR-CADENA
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
                 PERFORM 1024-TRATAR-EVENTO
                    THRU 1024-FIN-TRATAR-EVENTO
             END-READ

             IF FS-CADENA <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "CADENA-NOCTURNA" TO ERRORFI-EN-FICHERO
               MOVE FS-CADENA TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE CADENA.

       1022-FIN-CARGAR-CADENA.
      *-----------------------
           EXIT.

       1024-TRATAR-EVENTO.
      *-------------------
      *UNA GENERACION NUEVA (SOLO LAS ABRE VENTAS-A-TOTALVENTAS)
      *DEJA ATRAS EL ESTADO DE LA ANTERIOR
           IF CAD-GENERACION > CAD-ULT-GENERACION
             MOVE CAD-GENERACION TO CAD-ULT-GENERACION
             MOVE ZEROS  TO CAD-GEN-FECHA-PROCESO
                            CAD-GEN-NUM-LOTES
             MOVE SPACES TO CAD-GEN-LOTE-DESDE
                            CAD-GEN-LOTE-HASTA
             PERFORM VARYING CAD-POS FROM 1 BY 1 UNTIL CAD-POS > 6
               MOVE "NO" TO CAD-INICIADO(CAD-POS)
                            CAD-TERMINADO(CAD-POS)
             END-PERFORM
           END-IF

           IF CAD-GENERACION < CAD-ULT-GENERACION
             GO TO 1024-FIN-TRATAR-EVENTO
           END-IF

           PERFORM VARYING CAD-POS FROM 1 BY 1
                   UNTIL CAD-POS > 6
                      OR CAD-NOMBRE-PASO(CAD-POS) = CAD-PASO
             CONTINUE
           END-PERFORM

      *LOS RECHAZOS Y LOS FORZADOS NO CAMBIAN EL ESTADO DE LOS PASOS
           IF CAD-POS > 6
             GO TO 1024-FIN-TRATAR-EVENTO
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

       1024-FIN-TRATAR-EVENTO.
      *-----------------------
           EXIT.

       1026-RECHAZAR-CADENA.
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
             GO TO 1026-FIN-RECHAZAR-CADENA
           END-IF

           MOVE "RECHAZO" TO CAD-EVENTO
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           DISPLAY "VENTAS-A-TOTALVENTAS NO PUEDE EMPEZAR, "
                   "PROCESO ABANDONADO"

           STOP RUN.

       1026-FIN-RECHAZAR-CADENA.
      *-------------------------
           EXIT.

       1030-LEER-CABECERA.
      *-------------------
      *ABRE VENTAS.DAT Y EXIGE QUE EL PRIMER REGISTRO SEA LA CABECERA
               AT END
                 MOVE "SI" TO SW-EOF-CONTROL
               NOT AT END
      *UN LOTE ANULADO CON ANULA-LOTE DEJA DE CONSTAR COMO PROCESADO,
      *PARA QUE SU REENVIO CORREGIDO ENTRE
                 IF CONTROL-MODO-EJECUCION = "ANULACION"
                   PERFORM 1042-DESCARTAR-LOTE-ANULADO
                      THRU 1042-FIN-DESCARTAR-LOTE-ANULADO
                 END-IF
      *LA MARCA ANU-INICIO DE ANULA-LOTE NO ES UN CUADRE DEL LOTE
                 IF CONTROL-LOTE <> SPACES AND
                    CONTROL-MODO-EJECUCION <> "ANULACION" AND
                    CONTROL-MODO-EJECUCION <> "ANU-INICIO"
                   IF CONT-LOTES-HIST >= 2000
                     DISPLAY "TOTALVENTAS-CONTROL.DAT TRAE MAS DE 20"
      -              "00 LOTES: HAY QUE AMPLIAR LA TABLA LOTES-PROCE"
      *---------------------------------
           EXIT.

       1042-DESCARTAR-LOTE-ANULADO.
      *----------------------------
      *LA ANULACION VA SIEMPRE DETRAS DEL CUADRE QUE ANULA: SE BORRA
      *EL LOTE DE LA TABLA Y UN REENVIO POSTERIOR LO VOLVERA A ANOTAR
           PERFORM VARYING IDX-LOTE-HIST FROM 1 BY 1
                   UNTIL IDX-LOTE-HIST > CONT-LOTES-HIST
             IF LOTE-HIST(IDX-LOTE-HIST) = CONTROL-LOTE
               MOVE SPACES TO LOTE-HIST(IDX-LOTE-HIST)
             END-IF
           END-PERFORM.

       1042-FIN-DESCARTAR-LOTE-ANULADO.
      *--------------------------------
           EXIT.

       1045-ABRIR-LOTE.
      *----------------
      *ABRE EL LOTE DE LA CABECERA RECIEN LEIDA: COMPRUEBA QUE NO
             COMPUTE TRABAJO-CANT = TRABAJO-CANT * -1
           END-IF
           MOVE INGRESO-LINEA TO TRABAJO-INGRESO
           MOVE CAB-LOTE      TO TRABAJO-LOTE

           WRITE REG-TRABAJO-DAT FROM REG-TRABAJO


       2270-GRABAR-HISTORICO.
      *----------------------
      *ANADE AL HISTORICO PERMANENTE LA PARTE DEL GRUPO RECIEN
      *CONSOLIDADO QUE APORTO UN LOTE, SELLADA CON ESE LOTE (EN
      *BLANCO EN CORRECCION) Y LA FECHA DE PROCESO TOMADA AL ABRIR EN
      *1110-ABRIR-HISTORICO. UN GRUPO CON VENTAS DE VARIOS LOTES DEJA
      *UN REGISTRO POR LOTE (VER 3062-TRATAR-ORDENADO)
           MOVE SAL-LOTE-ACTUAL   TO HIST-LOTE
           MOVE SAL-CODIGO-ACTUAL TO HIST-CODIGO
           MOVE SAL-CANT-LOTE     TO HIST-CANT
           MOVE SAL-INGRESO-LOTE  TO HIST-INGRESO
           MOVE SAL-FECHA-ACTUAL  TO HIST-FECHA
           MOVE SAL-TIENDA-ACTUAL TO HIST-TIENDA

           WRITE REG-HISTORICO-DAT FROM REG-HISTORICO

           PERFORM 3050-CONSOLIDAR-TOTAL
              THRU 3050-FIN-CONSOLIDAR-TOTAL

           PERFORM 3500-EMITIR-VALES THRU 3500-FIN-EMITIR-VALES

           PERFORM 3100-GENERAR-INFORME THRU 3100-FIN-GENERAR-INFORME

           PERFORM 3150-GRABAR-CONTROL THRU 3150-FIN-GRABAR-CONTROL

           PERFORM 3200-CERRAR-ARCHIVOS THRU 3200-FIN-CERRAR-ARCHIVOS

           PERFORM 3250-CERRAR-CADENA THRU 3250-FIN-CERRAR-CADENA

           STOP RUN.

       3000-FIN-FIN.

           PERFORM 3200-CERRAR-ARCHIVOS THRU 3200-FIN-CERRAR-ARCHIVOS

      *LA GENERACION QUEDA SIN TERMINAR: EL REPROCESO LA REPITE
           MOVE "ABANDONO" TO CAD-EVENTO
           MOVE "EXCESO DE RECHAZOS, SIN CONSOLIDAR" TO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA

           STOP RUN.

       3020-FIN-ABANDONAR-RUN.
           SORT ORDENADO ON ASCENDING KEY ORD-CODIGO
                                          ORD-TIENDA
                                          ORD-FECHA
                                          ORD-LOTE
             USING TRABAJO
             OUTPUT PROCEDURE IS 3060-SALIDA-TOTAL
                           THRU 3068-FIN-SALIDA-TOTAL.
                THRU 3065-FIN-RETORNAR-ORDENADO
           END-PERFORM

      *ULTIMO GRUPO PENDIENTE DE GRABAR, CON SU ULTIMO LOTE
           IF SW-GRUPO-SALIDA-ABIERTO = "SI"
             PERFORM 2270-GRABAR-HISTORICO
                THRU 2270-FIN-GRABAR-HISTORICO
             PERFORM 3070-GRABAR-SALIDA THRU 3070-FIN-GRABAR-SALIDA
           END-IF

      *---------------------
      *EN DETALLE CADA ANOTACION SALE TAL CUAL; EN CONSOLIDADO SE
      *ACUMULA SOBRE EL GRUPO EN CURSO Y SOLO SE GRABA AL CAMBIAR LA
      *CLAVE CODIGO+TIENDA+FECHA. DENTRO DEL GRUPO SE CORTA ADEMAS
      *POR LOTE PARA EL HISTORICO, QUE LLEVA UN REGISTRO POR LOTE
           IF MODO-SALIDA = "DETALLE"
             MOVE ORD-CODIGO  TO SAL-CODIGO-ACTUAL
             MOVE ORD-TIENDA  TO SAL-TIENDA-ACTUAL
             MOVE ORD-FECHA   TO SAL-FECHA-ACTUAL
             MOVE ORD-TIPO    TO SAL-TIPO-ACTUAL
             MOVE ORD-CANT    TO SAL-CANT-ACUMULADA
                                 SAL-CANT-LOTE
             MOVE ORD-INGRESO TO SAL-INGRESO-ACUMULADO
                                 SAL-INGRESO-LOTE
             MOVE ORD-LOTE    TO SAL-LOTE-ACTUAL
             PERFORM 2270-GRABAR-HISTORICO
                THRU 2270-FIN-GRABAR-HISTORICO
             PERFORM 3070-GRABAR-SALIDA THRU 3070-FIN-GRABAR-SALIDA
           ELSE
             IF SW-GRUPO-SALIDA-ABIERTO = "SI" AND
                (ORD-CODIGO <> SAL-CODIGO-ACTUAL OR
                 ORD-TIENDA <> SAL-TIENDA-ACTUAL OR
                 ORD-FECHA  <> SAL-FECHA-ACTUAL)
               PERFORM 2270-GRABAR-HISTORICO
                  THRU 2270-FIN-GRABAR-HISTORICO
               PERFORM 3070-GRABAR-SALIDA THRU 3070-FIN-GRABAR-SALIDA
               MOVE "NO" TO SW-GRUPO-SALIDA-ABIERTO
             END-IF

      *MISMO GRUPO, OTRO LOTE: SE GRABA LA PARTE DEL LOTE ANTERIOR
             IF SW-GRUPO-SALIDA-ABIERTO = "SI" AND
                ORD-LOTE <> SAL-LOTE-ACTUAL
               PERFORM 2270-GRABAR-HISTORICO
                  THRU 2270-FIN-GRABAR-HISTORICO
               MOVE ORD-LOTE TO SAL-LOTE-ACTUAL
               MOVE ZEROS TO SAL-CANT-LOTE
                             SAL-INGRESO-LOTE
             END-IF

             IF SW-GRUPO-SALIDA-ABIERTO = "NO"
               MOVE "SI" TO SW-GRUPO-SALIDA-ABIERTO
               MOVE ORD-CODIGO TO SAL-CODIGO-ACTUAL
               MOVE ORD-TIENDA TO SAL-TIENDA-ACTUAL
               MOVE ORD-FECHA  TO SAL-FECHA-ACTUAL
               MOVE ORD-LOTE   TO SAL-LOTE-ACTUAL
      *UN GRUPO CONSOLIDADO PUEDE MEZCLAR VENTAS Y DEVOLUCIONES: EL
      *TIPO SALE EN BLANCO Y EL SIGNO DE LOS NETOS CUENTA LA HISTORIA
               MOVE SPACES TO SAL-TIPO-ACTUAL
               MOVE ZEROS TO SAL-CANT-ACUMULADA
                             SAL-INGRESO-ACUMULADO
                             SAL-CANT-LOTE
                             SAL-INGRESO-LOTE
             END-IF

             ADD ORD-CANT    TO SAL-CANT-ACUMULADA
                                SAL-CANT-LOTE
             ADD ORD-INGRESO TO SAL-INGRESO-ACUMULADO
                                SAL-INGRESO-LOTE
           END-IF.

       3062-FIN-TRATAR-ORDENADO.

           PERFORM 2250-GRABAR-TOTAL-CSV THRU 2250-FIN-GRABAR-TOTAL-CSV

           ADD 1 TO CONT-REG-TOTAL.

       3070-FIN-GRABAR-SALIDA.
      *-------------------------
           EXIT.

       3250-CERRAR-CADENA.
      *-------------------
      *ANOTA EL FIN DEL RUN EN LA CADENA NOCTURNA CON LOS LOTES QUE
      *HA CONSUMIDO Y LA FECHA DE PROCESO QUE SELLA EL HISTORICO: ES
      *LO QUE DA PASO A ACTUALIZA-STOCK Y LO QUE LOS PASOS SIGUIENTES
      *ARRASTRAN EN SUS PROPIAS ANOTACIONES
           MOVE HIST-FECHA-PROCESO TO CAD-GEN-FECHA-PROCESO
           MOVE CONT-LOTES-RUN     TO CAD-GEN-NUM-LOTES

           IF CONT-LOTES-RUN > 0
             MOVE CUA-LOTE(1)              TO CAD-GEN-LOTE-DESDE
             MOVE CUA-LOTE(CONT-LOTES-RUN) TO CAD-GEN-LOTE-HASTA
           ELSE
             MOVE CAB-LOTE TO CAD-GEN-LOTE-DESDE
                              CAD-GEN-LOTE-HASTA
           END-IF

           MOVE "FIN" TO CAD-EVENTO
           MOVE SPACES TO CAD-MENSAJE
           STRING "LEIDOS " CONT-REG-VENTAS
                  " VALIDAS " CONT-REG-VALIDAS
                  " TOTALVENTAS " CONT-REG-TOTAL
                  DELIMITED BY SIZE INTO CAD-MENSAJE
           PERFORM 7000-GRABAR-CADENA THRU 7000-FIN-GRABAR-CADENA.

       3250-FIN-CERRAR-CADENA.
      *-----------------------
           EXIT.

       3500-EMITIR-VALES.
      *------------------
      *CAMPANA DE LA RULETA: CADA VENTA ANOTADA EN EL FICHERO DE
      *TRABAJO CUYO IMPORTE LLEGA A VALES-UMBRAL Y CUYA FECHA CAE EN
      *LA VENTANA VALES-DESDE/VALES-HASTA EMITE UN VALE DE TIRADA EN
      *VALES-RULETA.DAT, NUMERADO CORRELATIVO SOBRE EL ULTIMO DEL
      *FICHERO. SE EMITE AQUI, YA PASADO EL CONTROL DE CALIDAD Y
      *CONSOLIDADO EL RUN, PARA QUE UN RUN PLANTADO NO REPARTA VALES.
      *UN LOTE QUE YA TIENE VALES EN EL FICHERO (RUN REPETIDO TRAS
      *UNA CAIDA) NO LOS VUELVE A EMITIR. LOS VALES DE UN LOTE
      *ANULADO CON ANULA-LOTE ESTAN EN VALES-ANULADOS.DAT Y NO
      *CUENTAN: SU REENVIO RECIBE VALES NUEVOS
           IF SW-CAMPANA-VALES = "NO"
             GO TO 3500-FIN-EMITIR-VALES
           END-IF

           MOVE CAD-ULT-GENERACION TO VLC-GENERACION

           PERFORM 3510-LOTES-TRABAJO THRU 3510-FIN-LOTES-TRABAJO

           PERFORM 3520-ULTIMO-VALE THRU 3520-FIN-ULTIMO-VALE

      *TODOS LOS VALES DEL RUN COMPARTEN FECHA DE EMISION Y
      *CADUCIDAD (SE CALCULAN DESPUES DE 3520, QUE USA REG-VALE PARA
      *LEER EL FICHERO)
           ACCEPT VALE-FECHA-EMISION FROM DATE YYYYMMDD
           COMPUTE VALE-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VALE-FECHA-EMISION)
                   + VALES-VALIDEZ)

           OPEN EXTEND VALES

           IF FS-VALES = 35
             OPEN OUTPUT VALES
           END-IF

           IF FS-VALES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           OPEN INPUT TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TRABAJO" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-TRABAJO

           PERFORM 3540-LEER-TRABAJO THRU 3540-FIN-LEER-TRABAJO

           PERFORM 3530-TRATAR-ANOTACION
              THRU 3530-FIN-TRATAR-ANOTACION
             UNTIL SW-EOF-TRABAJO = "SI"

           CLOSE TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "TRABAJO" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           CLOSE VALES

           IF FS-VALES <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           DISPLAY "VALES DE RULETA EMITIDOS: " CONT-VALES
                   " (VALIDOS HASTA EL " VALE-CADUCIDAD ")"

           IF CONT-VALES-OMITIDOS > 0
             DISPLAY "VENTAS DE CAMPANA SIN VALE POR SER DE UN LOTE C"
      -      "ON VALES YA EMITIDOS: " CONT-VALES-OMITIDOS
           END-IF.

       3500-FIN-EMITIR-VALES.
      *----------------------
           EXIT.

       3510-LOTES-TRABAJO.
      *-------------------
      *PRIMERA PASADA POR EL FICHERO DE TRABAJO: TABLA DE LOS LOTES
      *DISTINTOS QUE TRAE (EN CORRECCION, UNO SOLO: EL DE LA
      *GENERACION)
           MOVE 0 TO CONT-VALES-LOTES

           OPEN INPUT TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "TRABAJO" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-TRABAJO

           PERFORM 3540-LEER-TRABAJO THRU 3540-FIN-LEER-TRABAJO

           PERFORM UNTIL SW-EOF-TRABAJO = "SI"
             PERFORM 3550-BUSCAR-LOTE-VALES
                THRU 3550-FIN-BUSCAR-LOTE-VALES

             IF VLO-POS = 0
               IF CONT-VALES-LOTES >= 50
                 DISPLAY "EL FICHERO DE TRABAJO TRAE MAS DE 50 LOTES: "
      -          "HAY QUE AMPLIAR LA TABLA CAMPANA-VALES, PROCESO ABAN"
      -          "DONADO"
                 STOP RUN
               END-IF
               ADD 1 TO CONT-VALES-LOTES
               MOVE VALES-LOTE-ACTUAL TO VLO-LOTE(CONT-VALES-LOTES)
               MOVE "NO"         TO VLO-EMITIDO(CONT-VALES-LOTES)
             END-IF

             PERFORM 3540-LEER-TRABAJO THRU 3540-FIN-LEER-TRABAJO
           END-PERFORM

           CLOSE TRABAJO

           IF FS-TRABAJO <> 0
             MOVE "CERRAR" TO ERRORFI-EN-ACCION
             MOVE "TRABAJO" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF.

       3510-FIN-LOTES-TRABAJO.
      *-----------------------
           EXIT.

       3520-ULTIMO-VALE.
      *-----------------
      *RECORRE VALES-RULETA.DAT PARA SEGUIR LA NUMERACION DESDE EL
      *MAYOR NUMERO EMITIDO Y MARCAR LOS LOTES DEL RUN QUE YA TIENEN
      *VALES (NO CUENTAN LOS ANULADOS NI LOS DE CORRECCION ANTIGUOS,
      *CON EL LOTE EN BLANCO). LOS ANULADOS SI CUENTAN PARA LA
      *NUMERACION, QUE ARRANCA EN CERO SI EL FICHERO AUN NO EXISTE
           MOVE ZEROS TO ULTIMO-VALE

           PERFORM 3525-CARGAR-ANULADOS THRU 3525-FIN-CARGAR-ANULADOS

           OPEN INPUT VALES

           IF FS-VALES = 35
             GO TO 3520-FIN-ULTIMO-VALE
           END-IF

           IF FS-VALES <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-VALES

           PERFORM UNTIL SW-EOF-VALES = "SI"
             READ VALES INTO REG-VALE
               AT END
                 MOVE "SI" TO SW-EOF-VALES
               NOT AT END
                 IF VALE-CODIGO IS NUMERIC AND
                    VALE-CODIGO > ULTIMO-VALE
                   MOVE VALE-CODIGO TO ULTIMO-VALE
                 END-IF
                 IF VALE-LOTE <> SPACES
                   PERFORM 3527-VALE-ANULADO THRU 3527-FIN-VALE-ANULADO
                 END-IF
                 IF VALE-LOTE <> SPACES AND SW-VALE-ANULADO = "NO"
                   PERFORM VARYING VLO-I FROM 1 BY 1
                           UNTIL VLO-I > CONT-VALES-LOTES
                     IF VLO-LOTE(VLO-I) = VALE-LOTE
                       MOVE "SI" TO VLO-EMITIDO(VLO-I)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ

             IF FS-VALES <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
               MOVE FS-VALES TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES

           PERFORM VARYING VLO-I FROM 1 BY 1
                   UNTIL VLO-I > CONT-VALES-LOTES
             IF VLO-EMITIDO(VLO-I) = "SI"
               DISPLAY "LOTE " VLO-LOTE(VLO-I) ": YA TIENE VALES DE RU"
      -        "LETA EMITIDOS, NO SE REPITEN"
             END-IF
           END-PERFORM.

       3520-FIN-ULTIMO-VALE.
      *---------------------
           EXIT.

       3525-CARGAR-ANULADOS.
      *---------------------
      *CARGA LAS ANULACIONES DE VALES QUE HA GRABADO ANULA-LOTE. SI EL
      *FICHERO NO EXISTE NO HAY NINGUN VALE ANULADO
           MOVE ZEROS TO CONT-VALES-ANULACIONES

           OPEN INPUT VALES-ANULADOS

           IF FS-ANULADOS = 35
             GO TO 3525-FIN-CARGAR-ANULADOS
           END-IF

           IF FS-ANULADOS <> 0
             MOVE "ABRIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-ANULADOS" TO ERRORFI-EN-FICHERO
             MOVE FS-ANULADOS TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           MOVE "NO" TO SW-EOF-ANULADOS

           PERFORM UNTIL SW-EOF-ANULADOS = "SI"
             READ VALES-ANULADOS INTO REG-VALE-ANULADO
               AT END
                 MOVE "SI" TO SW-EOF-ANULADOS
               NOT AT END
                 IF CONT-VALES-ANULACIONES >= 1000
                   DISPLAY "VALES-ANULADOS.DAT TRAE MAS DE 1000 ANULAC"
                           "IONES: HAY QUE AMPLIAR LA TABLA "
                           "VALES-ANULACION, PROCESO ABANDONADO"
                   STOP RUN
                 END-IF
                 ADD 1 TO CONT-VALES-ANULACIONES
                 MOVE VAN-LOTE
                   TO ANV-LOTE(CONT-VALES-ANULACIONES)
                 MOVE VAN-HASTA-VALE
                   TO ANV-HASTA-VALE(CONT-VALES-ANULACIONES)
             END-READ

             IF FS-ANULADOS <> 0 AND 10
               MOVE "LEER" TO ERRORFI-EN-ACCION
               MOVE "VALES-ANULADOS" TO ERRORFI-EN-FICHERO
               MOVE FS-ANULADOS TO ERRORFI-FS
               PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
             END-IF
           END-PERFORM

           CLOSE VALES-ANULADOS.

       3525-FIN-CARGAR-ANULADOS.
      *-------------------------
           EXIT.

       3527-VALE-ANULADO.
      *------------------
      *EL VALE DE REG-VALE ESTA ANULADO SI ANULA-LOTE ANULO SU LOTE
      *CUANDO YA LO TENIA (NUMERO HASTA EL ULTIMO QUE ANULO)
           MOVE "NO" TO SW-VALE-ANULADO

           PERFORM VARYING ANV-I FROM 1 BY 1
                   UNTIL ANV-I > CONT-VALES-ANULACIONES
             IF ANV-LOTE(ANV-I) = VALE-LOTE AND
                VALE-CODIGO IS NUMERIC AND
                VALE-CODIGO <= ANV-HASTA-VALE(ANV-I)
               MOVE "SI" TO SW-VALE-ANULADO
             END-IF
           END-PERFORM.

       3527-FIN-VALE-ANULADO.
      *----------------------
           EXIT.

       3530-TRATAR-ANOTACION.
      *----------------------
      *SOLO LAS VENTAS (UNA DEVOLUCION NO DA VALE) QUE LLEGAN AL
      *UMBRAL Y CAEN EN LA VENTANA DE LA CAMPANA, Y SIEMPRE QUE SU
      *LOTE NO TENGA YA VALES EMITIDOS
           IF TRABAJO-TIPO = "V"
              AND TRABAJO-INGRESO >= VALES-UMBRAL
              AND TRABAJO-FECHA >= VALES-DESDE
              AND TRABAJO-FECHA <= VALES-HASTA
             PERFORM 3550-BUSCAR-LOTE-VALES
                THRU 3550-FIN-BUSCAR-LOTE-VALES
             IF VLO-POS > 0 AND VLO-EMITIDO(VLO-POS) = "SI"
               ADD 1 TO CONT-VALES-OMITIDOS
             ELSE
               PERFORM 3535-GRABAR-VALE THRU 3535-FIN-GRABAR-VALE
             END-IF
           END-IF

           PERFORM 3540-LEER-TRABAJO THRU 3540-FIN-LEER-TRABAJO.

       3530-FIN-TRATAR-ANOTACION.
      *--------------------------
           EXIT.

       3535-GRABAR-VALE.
      *-----------------
      *LA FECHA DE EMISION Y LA CADUCIDAD YA ESTAN EN REG-VALE (VER
      *3500-EMITIR-VALES); AQUI SE NUMERA Y SE SELLA CON LA VENTA
           ADD 1 TO ULTIMO-VALE

           MOVE ULTIMO-VALE     TO VALE-CODIGO
           MOVE TRABAJO-TIENDA  TO VALE-TIENDA
           MOVE TRABAJO-FECHA   TO VALE-FECHA-VENTA
           MOVE TRABAJO-INGRESO TO VALE-IMPORTE
           MOVE TRABAJO-CODIGO  TO VALE-PRODUCTO
           MOVE VALES-LOTE-ACTUAL TO VALE-LOTE

           WRITE REG-VALES-DAT FROM REG-VALE

           IF FS-VALES <> 0
             MOVE "ESCRIBIR" TO ERRORFI-EN-ACCION
             MOVE "VALES-RULETA" TO ERRORFI-EN-FICHERO
             MOVE FS-VALES TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

           ADD 1 TO CONT-VALES.

       3535-FIN-GRABAR-VALE.
      *---------------------
           EXIT.

       3540-LEER-TRABAJO.
      *------------------
           READ TRABAJO INTO REG-TRABAJO
                 AT END MOVE "SI" TO SW-EOF-TRABAJO
           END-READ

           IF FS-TRABAJO <> 0 AND 10
             MOVE "LEER" TO ERRORFI-EN-ACCION
             MOVE "TRABAJO" TO ERRORFI-EN-FICHERO
             MOVE FS-TRABAJO TO ERRORFI-FS
             PERFORM 9000-ERROR-FICHERO THRU 9000-FIN-ERROR-FICHERO
           END-IF

      *LAS ANOTACIONES DE CORRECCION NO TRAEN LOTE: SUS VALES SE
      *SELLAN CON LA GENERACION, QUE UN RUN REPETIDO CONSERVA
           IF TRABAJO-LOTE = SPACES
             MOVE VALES-LOTE-CORRECCION TO VALES-LOTE-ACTUAL
           ELSE
             MOVE TRABAJO-LOTE TO VALES-LOTE-ACTUAL
           END-IF.

       3540-FIN-LEER-TRABAJO.
      *----------------------
           EXIT.

       3550-BUSCAR-LOTE-VALES.
      *-----------------------
      *POSICION DEL LOTE DE LA ANOTACION EN CURSO EN LA TABLA DE
      *LOTES DE LA CAMPANA (CERO SI NO ESTA)
           MOVE 0 TO VLO-POS

           PERFORM VARYING VLO-I FROM 1 BY 1
                   UNTIL VLO-I > CONT-VALES-LOTES OR VLO-POS > 0
             IF VLO-LOTE(VLO-I) = VALES-LOTE-ACTUAL
               MOVE VLO-I TO VLO-POS
             END-IF
           END-PERFORM.

       3550-FIN-BUSCAR-LOTE-VALES.
      *---------------------------
           EXIT.

       4000-LEER-VENTAS.
      *-----------------
      *AVANZA HASTA EL SIGUIENTE DETALLE PROCESABLE: LAS CABECERAS
           PERFORM 3050-CONSOLIDAR-TOTAL
              THRU 3050-FIN-CONSOLIDAR-TOTAL

      *UNA VENTA CORREGIDA TAMBIEN GANA SU VALE SI ENTRA EN CAMPANA
           PERFORM 3500-EMITIR-VALES THRU 3500-FIN-EMITIR-VALES

      *EL MISMO INFORME FORMATEADO QUE UN RUN NORMAL, SOBRE LO QUE
      *ESTA TANDA DE CORRECCIONES HA APORTADO
           PERFORM 3100-GENERAR-INFORME THRU 3100-FIN-GENERAR-INFORME
           PERFORM 5500-CERRAR-CORRECCION
              THRU 5500-FIN-CERRAR-CORRECCION

           PERFORM 3250-CERRAR-CADENA THRU 3250-FIN-CERRAR-CADENA

           STOP RUN.

       5000-FIN-PROCESO-CORRECCION.
      *-----------------------------
           EXIT.

       7000-GRABAR-CADENA.
      *-------------------
      *ANOTA EN CADENA-NOCTURNA.DAT EL EVENTO PREPARADO EN CAD-EVENTO
      *Y CAD-MENSAJE, SELLADO CON LA GENERACION, SUS LOTES Y SU FECHA
      *DE PROCESO. SE ABRE Y SE CIERRA EN CADA EVENTO PARA QUE QUEDE
      *GRABADO AUNQUE EL PROGRAMA CAIGA DESPUES
           MOVE CAD-ULT-GENERACION    TO CAD-GENERACION
           MOVE "VENTAS-A-TOTALVENTAS" TO CAD-PASO
           MOVE CAD-GEN-FECHA-PROCESO TO CAD-FECHA-PROCESO
           MOVE CAD-GEN-LOTE-DESDE    TO CAD-LOTE-DESDE
           MOVE CAD-GEN-LOTE-HASTA    TO CAD-LOTE-HASTA
           MOVE CAD-GEN-NUM-LOTES     TO CAD-NUM-LOTES
           MOVE MODO-EJECUCION        TO CAD-MODO
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
           PERFORM 3050-CONSOLIDAR-TOTAL
              THRU 3050-FIN-CONSOLIDAR-TOTAL

           PERFORM 3500-EMITIR-VALES THRU 3500-FIN-EMITIR-VALES

      *EL INFORME SE GENERA TAMBIEN AQUI PARA QUE LA MA�ANA SIGUIENTE
      *TENGA SU INFORME-VENTAS.RPT AUNQUE EL LOTE VINIERA SIN DETALLES
           PERFORM 3100-GENERAR-INFORME THRU 3100-FIN-GENERAR-INFORME
      *DEJAR NINGUNO ABIERTO NI SIN VACIAR SU BUFFER
           PERFORM 3200-CERRAR-ARCHIVOS THRU 3200-FIN-CERRAR-ARCHIVOS

           PERFORM 3250-CERRAR-CADENA THRU 3250-FIN-CERRAR-CADENA

           DISPLAY "FIN DE IMPRESION"

           STOP RUN.
