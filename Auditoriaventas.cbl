      *        auditor en AUDITORIA-CONTROL.RPT marcando todo run que
      *        no pruebe
      *
      *    Los registros de modo ANULACION que graba ANULA-LOTE no
      *    leen nada (LEIDOS y VALIDAS a cero, cuadran solos) y se
      *    presentan como anulacion del lote; el run NORMAL o RESTART
      *    cuyo lote se anulo despues (sin que se volviera a procesar
      *    antes de la anulacion) lleva la marca de lote anulado con
      *    el numero del run que lo anulo, de modo que un lote anulado
      *    no se confunde con un run roto. Las anulaciones no tocan
      *    TOTALVENTAS.DAT ni los ficheros de rechazo y no entran en
      *    la generacion vigente. La marca ANU-INICIO que ANULA-LOTE
      *    graba antes de empezar a contraponer no es un run y no se
      *    audita.
      *
      * Tectonics: cobc
      ******************************************************************
      *                 IDENTIFICATION DIVISION
       01  CONTADORES.
      *SUBINDICE DE RECORRIDO DE LA TABLA DE RUNS
           05 AUD-I             PIC 9(4) VALUES ZEROS.
      *SUBINDICE DE BUSQUEDA DE LA ANULACION DE UN LOTE Y RUN QUE LO
      *ANULO (CERO SI SIGUE VIVO)
           05 AUD-J             PIC 9(4) VALUES ZEROS.
           05 AUD-RUN-ANULA     PIC 9(4) VALUES ZEROS.
      *CONTADOR DE RUNS DE ANULACION DE LOTE
           05 CONT-LOTES-ANULADOS PIC 9(4) VALUES ZEROS.
      *CONTADOR DE RUNS QUE NO PRUEBAN SU ARITMETICA INTERNA
           05 CONT-RUNS-MAL     PIC 9(4) VALUES ZEROS.
      *RECUENTOS FISICOS DE LOS CUATRO FICHEROS
               AT END
                 MOVE "SI" TO SW-EOF-CONTROL
               NOT AT END
                 IF CONTROL-MODO-EJECUCION <> "ANU-INICIO"
                   PERFORM 2100-GUARDAR-RUN THRU 2100-FIN-GUARDAR-RUN
                 END-IF
             END-READ

             IF FS-CONTROL <> 0 AND 10
      *--------------------
      *ARITMETICA INTERNA DE CADA RUN: LEIDOS = VALIDAS + ERRORES DE
      *CODIGO + VENTA + FECHA + TIENDA + PRECIO. LA FORMULA VALE
      *IGUAL PARA NORMAL, RESTART Y CORRECCION, Y PARA LA ANULACION,
      *QUE NO LEE NADA
           MOVE "VERIFICACION DE CADA RUN" TO AUD-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA
           MOVE "------------------------" TO AUD-LINEA
                    DELIMITED BY SIZE INTO AUD-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

      *LA ANULACION DE UN LOTE (ANULA-LOTE) GRABA CONTRAPARTIDAS EN EL
      *HISTORICO Y DEVUELVE EL STOCK, PERO NO LEE VENTAS
           IF RUN-MODO(AUD-I) = "ANULACION"
             ADD 1 TO CONT-LOTES-ANULADOS
             MOVE RUN-TOTAL(AUD-I) TO AUD-NUM7-ED
             STRING "     ANULACION DEL LOTE " RUN-LOTE(AUD-I)
                    " (CONTRAPARTIDAS " AUD-NUM7-ED ")"
                    DELIMITED BY SIZE INTO AUD-LINEA
             PERFORM 8100-ESCRIBIR-LINEA
                THRU 8100-FIN-ESCRIBIR-LINEA
           END-IF

           IF (RUN-MODO(AUD-I) = "NORMAL" OR
               RUN-MODO(AUD-I) = "RESTART") AND
              RUN-LOTE(AUD-I) <> SPACES
             PERFORM 3110-BUSCAR-ANULACION
                THRU 3110-FIN-BUSCAR-ANULACION
             IF AUD-RUN-ANULA > 0
               MOVE AUD-RUN-ANULA TO AUD-RUN-ED
               STRING "     LOTE ANULADO POSTERIORMENTE (RUN "
                      AUD-RUN-ED ")"
                      DELIMITED BY SIZE INTO AUD-LINEA
               PERFORM 8100-ESCRIBIR-LINEA
                  THRU 8100-FIN-ESCRIBIR-LINEA
             END-IF
           END-IF.

       3100-FIN-VERIFICAR-UN-RUN.
      *--------------------------
           EXIT.

       3110-BUSCAR-ANULACION.
      *----------------------
      *BUSCA HACIA DELANTE EL SIGUIENTE REGISTRO DEL MISMO LOTE: SI ES
      *UNA ANULACION, ESTE RUN QUEDO ANULADO; SI ES OTRO NORMAL O
      *RESTART, EL LOTE SE VOLVIO A PROCESAR ANTES Y LA ANULACION (SI
      *LA HAY) ES DE ESE OTRO RUN
           MOVE 0 TO AUD-RUN-ANULA

           PERFORM VARYING AUD-J FROM AUD-I BY 1
                   UNTIL AUD-J >= CONT-RUNS
                      OR AUD-RUN-ANULA > 0
             IF RUN-LOTE(AUD-J + 1) = RUN-LOTE(AUD-I)
               IF RUN-MODO(AUD-J + 1) = "ANULACION"
                 COMPUTE AUD-RUN-ANULA = AUD-J + 1
               END-IF
               IF RUN-MODO(AUD-J + 1) = "NORMAL" OR
                  RUN-MODO(AUD-J + 1) = "RESTART"
                 GO TO 3110-FIN-BUSCAR-ANULACION
               END-IF
             END-IF
           END-PERFORM.

       3110-FIN-BUSCAR-ANULACION.
      *--------------------------
           EXIT.

       4000-RECONTAR-FICHEROS.
      *-----------------------
      *RECUENTO FISICO DE LOS CUATRO FICHEROS QUE ALIMENTA EL BATCH
                  DELIMITED BY SIZE INTO AUD-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-LOTES-ANULADOS TO AUD-RUN-ED
           STRING "LOTES ANULADOS ..............: " AUD-RUN-ED
                  DELIMITED BY SIZE INTO AUD-LINEA
           PERFORM 8100-ESCRIBIR-LINEA THRU 8100-FIN-ESCRIBIR-LINEA

           MOVE CONT-DIFERENCIAS TO AUD-RUN-ED
           STRING "DIFERENCIAS FISICAS .........: " AUD-RUN-ED
                  DELIMITED BY SIZE INTO AUD-LINEA

           DISPLAY "RUNS AUDITADOS: " CONT-RUNS
           DISPLAY "RUNS QUE NO CUADRAN: " CONT-RUNS-MAL
           DISPLAY "LOTES ANULADOS: " CONT-LOTES-ANULADOS
           DISPLAY "DIFERENCIAS FISICAS: " CONT-DIFERENCIAS
           DISPLAY "INFORME GENERADO EN AUDITORIA-CONTROL.RPT"

