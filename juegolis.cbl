      * deudas de liga. Sólo la primera partida válida de cada        *
      * pareja liquida su emparejamiento: las siguientes son          *
      * amistosos y no puntúan. La pasada es repetible: un            *
      * emparejamiento ya liquidado no se vuelve a tocar, salvo que   *
      * la partida que lo liquidó se anule después (JUEGOANU,         *
      * AUD-ANULADA): entonces vuelve a pendiente y lo liquida la     *
      * siguiente partida válida de la pareja, si la hay.             *
      *                                                               *
      * Termina imprimiendo la clasificación por temporada y la       *
      * lista de emparejamientos pendientes.                          *
      *      |          |       |desde la apertura de la temporada    *
      *      |          |       |(LIG-FECHA-APERTURA): lo anterior    *
      *      |          |       |no salda deudas de liga.             *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |no liquidan, y el emparejamiento     *
      *      |          |       |que hubieran liquidado vuelve a      *
      *      |          |       |pendiente.                           *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-LIQUIDADOS           PIC 9(5)        VALUE ZEROS.
       01 WS-AMISTOSOS            PIC 9(7)        VALUE ZEROS.
       01 WS-ANULADAS             PIC 9(7)        VALUE ZEROS.
       01 WS-REABIERTOS           PIC 9(5)        VALUE ZEROS.
       01 WS-PENDIENTES           PIC 9(5)        VALUE ZEROS.

      * · Literales de resultado (los mismos textos que graba JUEGO

           ADD 1 TO WS-LEIDAS.

      * · Una partida anulada no liquida nada, y si ya liquidó su
      *   emparejamiento en una pasada anterior, éste se reabre.
           IF AUD-ANULADA = 'S'
              ADD 1 TO WS-ANULADAS
              PERFORM 2250-REABRIR-FIXTURE
                 THRU 2250-REABRIR-FIXTURE-EXIT
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           PERFORM 2200-CLASIFICAR-PARTIDA
              THRU 2200-CLASIFICAR-PARTIDA-EXIT.
           IF NO-PARTIDA-LIGABLE
       2200-CLASIFICAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2250-REABRIR-FIXTURE                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Devolver a pendiente el emparejamiento liquidado con la    *
      *    partida anulada: la misma pareja (en cualquier orden) y    *
      *    la misma clave fecha + hora de inicio anotada al           *
      *    liquidar. Se borran el resultado y los puntos.             *
      *                                                               *
      *****************************************************************
       2250-REABRIR-FIXTURE.
           IF AUD-SEDE NOT = SPACES
              GO TO 2250-REABRIR-FIXTURE-EXIT
           END-IF.

           SET NO-FIX-HALLADO TO TRUE.

           PERFORM VARYING WS-FIX-SUB FROM 1 BY 1
              UNTIL WS-FIX-SUB > WS-NUM-FIXTURES
                 OR SI-FIX-HALLADO
              IF WS-FIX-ESTADO(WS-FIX-SUB) = 'J'
                 AND WS-FIX-FECHA(WS-FIX-SUB) = AUD-FECHA
                 AND WS-FIX-HORA(WS-FIX-SUB) = AUD-HORA-INICIO
                 AND ((WS-FIX-JUGADOR1(WS-FIX-SUB) = AUD-JUGADOR1
                       AND WS-FIX-JUGADOR2(WS-FIX-SUB)
                           = AUD-JUGADOR2)
                   OR (WS-FIX-JUGADOR1(WS-FIX-SUB) = AUD-JUGADOR2
                       AND WS-FIX-JUGADOR2(WS-FIX-SUB)
                           = AUD-JUGADOR1))
                 SET SI-FIX-HALLADO TO TRUE
                 MOVE 'P'   TO WS-FIX-ESTADO(WS-FIX-SUB)
                 MOVE ZEROS TO WS-FIX-FECHA(WS-FIX-SUB)
                               WS-FIX-HORA(WS-FIX-SUB)
                               WS-FIX-PUNTOS1(WS-FIX-SUB)
                               WS-FIX-PUNTOS2(WS-FIX-SUB)
                 MOVE SPACE TO WS-FIX-RESULTADO(WS-FIX-SUB)
                 ADD 1 TO WS-REABIERTOS
                 DISPLAY 'Emparejamiento ' WS-FIX-JUGADOR1(WS-FIX-SUB)
                         '-' WS-FIX-JUGADOR2(WS-FIX-SUB)
                         ' reabierto: partida anulada.'
              END-IF
           END-PERFORM.

       2250-REABRIR-FIXTURE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-LIQUIDAR-FIXTURE                                       *
           DISPLAY '* Partidas leidas:            ' WS-LEIDAS.
           DISPLAY '* Emparejamientos liquidados: ' WS-LIQUIDADOS.
           DISPLAY '* Amistosos (sin liga):       ' WS-AMISTOSOS.
           IF WS-ANULADAS > 0
              DISPLAY '* Partidas anuladas:          ' WS-ANULADAS
              DISPLAY '* Emparejamientos reabiertos: ' WS-REABIERTOS
           END-IF.
           DISPLAY '* Siguen pendientes:          ' WS-PENDIENTES.

           PERFORM 6200-IMPRIMIR-CLASIFICACION
