
      *****************************************************************
      *			      juegocos				      *
      *	 -----------------------------------------------------------  *
      * Cierre nocturno de la copa: recorre auditoria.log buscando    *
      * partidas terminadas (no simulación, no abandono, no           *
      * anulada, de esta sede) que casen con un cruce pendiente de    *
      * copa.dat (misma pareja AUD-JUGADOR1/AUD-JUGADOR2, en          *
      * cualquier orden) jugadas DESPUÉS DE ABRIRSE SU RONDA          *
      * (COP-FECHA-APERTURA + COP-HORA-APERTURA). La primera          *
      * partida decisiva liquida el cruce con su ganador; un empate   *
      * no decide nada y el cruce sigue abierto hasta que haya        *
      * ganador. La pasada es repetible: un cruce ya decidido no se   *
      * vuelve a tocar, salvo que la partida que lo decidió se anule  *
      * después (JUEGOANU, AUD-ANULADA) y la ronda siguiente aún no   *
      * esté abierta: entonces vuelve a pendiente. Si ya lo estaba,   *
      * se avisa para revisarlo a mano.                               *
      *                                                               *
      * Con todos los cruces de la ronda en juego decididos, abre la  *
      * siguiente ronda con la fecha y hora de esta pasada,           *
      * emparejando a los ganadores de los cruces 1-2, 3-4, ... Con   *
      * la final decidida, la copa tiene campeón.                     *
      *                                                               *
      * Termina imprimiendo, por copa, la ronda en juego y sus        *
      * cruces pendientes (o el campeón).                             *
      *                                                               *
      * Código de retorno: 0 correcto, 4 aviso (cruce decidido por    *
      * una partida anulada con la ronda siguiente ya abierta, o      *
      * cuadro sin sitio para la ronda siguiente), 12 error de        *
      * fichero.                                                      *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOCOS.
       AUTHOR.                        ALEX.
       INSTALLATION.                  https://github.com/AlexGracia.
       DATE-WRITTEN.                  15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      *                                                               *
      *                      ENVIRONMENT DIVISION                     *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUDITORIA-FILE  ASSIGN TO "auditoria.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT COPA-FILE       ASSIGN TO "copa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-COPA.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Fichero de auditoría (histórico de partidas jugadas).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Fichero de cruces de copa.
       FD  COPA-FILE.
       COPY REGCOPA.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-COPA          PIC XX          VALUE SPACES.

       01 WS-FIN-AUDITORIA        PIC 9 COMP      VALUE 0.
          88 NO-FIN-AUDITORIA                     VALUE 0.
          88 SI-FIN-AUDITORIA                     VALUE 1.

       01 WS-FIN-COPA             PIC 9 COMP      VALUE 0.
          88 NO-FIN-COPA                          VALUE 0.
          88 SI-FIN-COPA                          VALUE 1.

      * · Fecha y hora de la pasada: apertura de las rondas nuevas.
       01 WS-FECHA-PASADA         PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-PASADA          PIC 9(8)        VALUE ZEROS.

      * · Cruces de todas las copas cargados en tabla para liquidar,
      *   abrir rondas y regrabar.
       01 WS-MAX-CRUCES           PIC 9(3) COMP   VALUE 300.
       01 WS-NUM-CRUCES           PIC 9(3) COMP   VALUE ZEROS.
       01 WS-CRU-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-CRU-SUB2             PIC 9(3) COMP   VALUE ZEROS.
       01 WS-CRU-HIT              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-CRU-HALLADO          PIC 9 COMP      VALUE 0.
          88 NO-CRU-HALLADO                       VALUE 0.
          88 SI-CRU-HALLADO                       VALUE 1.
       01 WS-TABLA-CRUCES.
          05 WS-CRU               OCCURS 300.
             10 WS-CRU-COPA       PIC X(8).
             10 WS-CRU-RONDA      PIC 9(2).
             10 WS-CRU-CRUCE      PIC 9(2).
             10 WS-CRU-AP-FECHA   PIC 9(8).
             10 WS-CRU-AP-HORA    PIC 9(8).
             10 WS-CRU-JUGADOR1   PIC X(8).
             10 WS-CRU-SEMILLA1   PIC 9(2).
             10 WS-CRU-JUGADOR2   PIC X(8).
             10 WS-CRU-SEMILLA2   PIC 9(2).
             10 WS-CRU-ESTADO     PIC X(1).
             10 WS-CRU-GANADOR    PIC X(8).
             10 WS-CRU-FECHA      PIC 9(8).
             10 WS-CRU-HORA       PIC 9(8).
             10 WS-CRU-PARTIDA    PIC 9(7).
             10 WS-CRU-EMPATES    PIC 9(2).
       01 WS-CRU-EXCESO           PIC 9(5)        VALUE ZEROS.

      * · Copas presentes en el fichero, con su ronda en juego.
       01 WS-MAX-COPAS            PIC 99 COMP     VALUE 20.
       01 WS-NUM-COPAS            PIC 99 COMP     VALUE ZEROS.
       01 WS-COPA-SUB             PIC 99 COMP     VALUE ZEROS.
       01 WS-COPA-HALLADA         PIC 9 COMP      VALUE 0.
          88 NO-COPA-HALLADA                      VALUE 0.
          88 SI-COPA-HALLADA                      VALUE 1.
       01 WS-TABLA-COPAS.
          05 WS-COP               OCCURS 20.
             10 WS-COP-CODIGO     PIC X(8).
             10 WS-COP-RONDA      PIC 9(2).
             10 WS-COP-CRUCES     PIC 9(3) COMP.
             10 WS-COP-DECIDIDOS  PIC 9(3) COMP.
             10 WS-COP-CAMPEON    PIC X(8).

      * · Apertura de la ronda siguiente.
       01 WS-RONDA-NUEVA          PIC 9(2)        VALUE ZEROS.
       01 WS-CRUCE-NUEVO          PIC 9(2)        VALUE ZEROS.
       01 WS-CRUCE-BUSCADO        PIC 9(2)        VALUE ZEROS.
       01 WS-RONDA-BUSCADA        PIC 9(2)        VALUE ZEROS.
       01 WS-COPA-BUSCADA         PIC X(8)        VALUE SPACES.
       01 WS-GANADOR-A            PIC X(8)        VALUE SPACES.
       01 WS-SEMILLA-GAN-A        PIC 9(2)        VALUE ZEROS.
       01 WS-GANADOR-B            PIC X(8)        VALUE SPACES.
       01 WS-SEMILLA-GAN-B        PIC 9(2)        VALUE ZEROS.

      * · Resultado de la partida leída, del lado del jugador 1 de
      *   la auditoría ('1' gana, '2' pierde, 'E' empata).
       01 WS-RESULTADO-AUD        PIC X           VALUE SPACE.
       01 WS-PARTIDA-COPABLE      PIC 9 COMP      VALUE 0.
          88 NO-PARTIDA-COPABLE                   VALUE 0.
          88 SI-PARTIDA-COPABLE                   VALUE 1.

      * · Contadores del informe.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-DECIDIDOS            PIC 9(5)        VALUE ZEROS.
       01 WS-EMPATES              PIC 9(5)        VALUE ZEROS.
       01 WS-ANULADAS             PIC 9(7)        VALUE ZEROS.
       01 WS-REABIERTOS           PIC 9(5)        VALUE ZEROS.
       01 WS-RONDAS-ABIERTAS      PIC 9(3)        VALUE ZEROS.
       01 WS-AVISOS               PIC 9(3)        VALUE ZEROS.
       01 WS-PENDIENTES           PIC 9(5)        VALUE ZEROS.

      * · Literales de resultado (los mismos textos que graba JUEGO
      *   en AUD-RESULTADO).
       77 WS-MSG-PERDEDOR         PIC X(15)    VALUE 'Has perdido. :O'.
       77 WS-MSG-GANADOR          PIC X(15)    VALUE 'Has ganado.  :)'.
       77 WS-MSG-EMPATE           PIC X(15)    VALUE 'Empate.      :|'.
       77 WS-MSG-P1-GANA          PIC X(15)    VALUE 'Gana jugador 1'.
       77 WS-MSG-P2-GANA          PIC X(15)    VALUE 'Gana jugador 2'.
       77 WS-MSG-FICHERO-MAL      PIC X(15)    VALUE 'Fichero erroneo'.

      *****************************************************************
      *                                                               *
      *                      PROCEDURE DIVISION.                      *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      *                                                               *
      *   0000-PROCESO-PRINCIPAL                                      *
      *                                                               *
      *****************************************************************
       0000-PROCESO-PRINCIPAL.

           PERFORM 1000-CARGAR-CRUCES
              THRU 1000-CARGAR-CRUCES-EXIT.

           IF WS-NUM-CRUCES = 0
              DISPLAY 'Sin cruces de copa: nada que liquidar.'
              GO TO 0000-PROCESO-PRINCIPAL-EXIT
           END-IF.

           PERFORM 2000-LIQUIDAR-DESDE-AUDITORIA
              THRU 2000-LIQUIDAR-DESDE-AUDITORIA-EXIT.

           PERFORM 3000-ABRIR-RONDAS
              THRU 3000-ABRIR-RONDAS-EXIT.

           PERFORM 4000-REGRABAR-COPA
              THRU 4000-REGRABAR-COPA-EXIT.

           PERFORM 6000-INFORME-COPA
              THRU 6000-INFORME-COPA-EXIT.

           IF WS-AVISOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-CARGAR-CRUCES                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar copa.dat en la tabla de trabajo. Si sobran filas    *
      *    no se sigue: regrabar las borraría del fichero. Los        *
      *    empates de los cruces pendientes se recuentan en cada      *
      *    pasada (se relee todo el histórico).                       *
      *                                                               *
      *****************************************************************
       1000-CARGAR-CRUCES.
           MOVE ZERO TO WS-NUM-CRUCES
                        WS-CRU-EXCESO.
           SET NO-FIN-COPA TO TRUE.
           ACCEPT WS-FECHA-PASADA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PASADA FROM TIME.

           OPEN INPUT COPA-FILE.
           IF WS-ESTADO-COPA = "35"
              GO TO 1000-CARGAR-CRUCES-EXIT
           END-IF.
           IF WS-ESTADO-COPA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': copa.dat ('
                      WS-ESTADO-COPA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 1100-LEER-CRUCE
              THRU 1100-LEER-CRUCE-EXIT
              UNTIL SI-FIN-COPA.

           CLOSE COPA-FILE.

           IF WS-CRU-EXCESO > 0
              DISPLAY 'copa.dat con ' WS-CRU-EXCESO ' filas de mas: '
                      'no se toca para no perderlas.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       1000-CARGAR-CRUCES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1100-LEER-CRUCE                                             *
      *                                                               *
      *****************************************************************
       1100-LEER-CRUCE.
           READ COPA-FILE
              AT END
                 SET SI-FIN-COPA TO TRUE
                 GO TO 1100-LEER-CRUCE-EXIT
           END-READ.

           IF WS-NUM-CRUCES >= WS-MAX-CRUCES
              ADD 1 TO WS-CRU-EXCESO
              GO TO 1100-LEER-CRUCE-EXIT
           END-IF.

           ADD 1 TO WS-NUM-CRUCES.
           MOVE COP-COPA           TO WS-CRU-COPA(WS-NUM-CRUCES).
           MOVE COP-RONDA          TO WS-CRU-RONDA(WS-NUM-CRUCES).
           MOVE COP-CRUCE          TO WS-CRU-CRUCE(WS-NUM-CRUCES).
           MOVE COP-FECHA-APERTURA TO WS-CRU-AP-FECHA(WS-NUM-CRUCES).
           MOVE COP-HORA-APERTURA  TO WS-CRU-AP-HORA(WS-NUM-CRUCES).
           MOVE COP-JUGADOR1       TO WS-CRU-JUGADOR1(WS-NUM-CRUCES).
           MOVE COP-SEMILLA1       TO WS-CRU-SEMILLA1(WS-NUM-CRUCES).
           MOVE COP-JUGADOR2       TO WS-CRU-JUGADOR2(WS-NUM-CRUCES).
           MOVE COP-SEMILLA2       TO WS-CRU-SEMILLA2(WS-NUM-CRUCES).
           MOVE COP-ESTADO         TO WS-CRU-ESTADO(WS-NUM-CRUCES).
           MOVE COP-GANADOR        TO WS-CRU-GANADOR(WS-NUM-CRUCES).
           MOVE COP-FECHA          TO WS-CRU-FECHA(WS-NUM-CRUCES).
           MOVE COP-HORA-INICIO    TO WS-CRU-HORA(WS-NUM-CRUCES).
           MOVE COP-NUM-PARTIDA    TO WS-CRU-PARTIDA(WS-NUM-CRUCES).
           MOVE COP-EMPATES        TO WS-CRU-EMPATES(WS-NUM-CRUCES).
           IF COP-ESTADO = 'P'
              MOVE ZEROS TO WS-CRU-EMPATES(WS-NUM-CRUCES)
           END-IF.

       1100-LEER-CRUCE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-LIQUIDAR-DESDE-AUDITORIA                               *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer auditoria.log en orden de juego liquidando los    *
      *    cruces pendientes. Un histórico aún sin crear no es        *
      *    error: copa recién abierta.                                *
      *                                                               *
      *****************************************************************
       2000-LIQUIDAR-DESDE-AUDITORIA.
           SET NO-FIN-AUDITORIA TO TRUE.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA = "35"
              GO TO 2000-LIQUIDAR-DESDE-AUDITORIA-EXIT
           END-IF.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.log ('
                      WS-ESTADO-AUDITORIA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-LEER-AUDITORIA
              THRU 2100-LEER-AUDITORIA-EXIT
              UNTIL SI-FIN-AUDITORIA.

           CLOSE AUDITORIA-FILE.

       2000-LIQUIDAR-DESDE-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-LEER-AUDITORIA                                         *
      *                                                               *
      *****************************************************************
       2100-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-AUDITORIA TO TRUE
                 GO TO 2100-LEER-AUDITORIA-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

      * · Una partida anulada no decide nada, y si ya decidió su
      *   cruce en una pasada anterior, éste se reabre.
           IF AUD-ANULADA = 'S'
              ADD 1 TO WS-ANULADAS
              PERFORM 2250-REABRIR-CRUCE
                 THRU 2250-REABRIR-CRUCE-EXIT
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           PERFORM 2200-CLASIFICAR-PARTIDA
              THRU 2200-CLASIFICAR-PARTIDA-EXIT.
           IF NO-PARTIDA-COPABLE
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           PERFORM 2300-LIQUIDAR-CRUCE
              THRU 2300-LIQUIDAR-CRUCE-EXIT.

       2100-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-CLASIFICAR-PARTIDA                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Decidir si la partida leída puede liquidar un cruce:       *
      *    terminada, sin simulación, de esta sede y con ambos        *
      *    jugadores identificados. El resultado queda en             *
      *    WS-RESULTADO-AUD del lado de AUD-JUGADOR1.                 *
      *                                                               *
      *****************************************************************
       2200-CLASIFICAR-PARTIDA.
           SET NO-PARTIDA-COPABLE TO TRUE.

           IF AUD-SIMULACION = 'S'
              GO TO 2200-CLASIFICAR-PARTIDA-EXIT
           END-IF.

      * · La copa es de esta oficina: las partidas importadas de
      *   otras sedes no liquidan cruces.
           IF AUD-SEDE NOT = SPACES
              GO TO 2200-CLASIFICAR-PARTIDA-EXIT
           END-IF.

           IF AUD-JUGADOR1 = SPACES
              OR AUD-JUGADOR2 = SPACES
              GO TO 2200-CLASIFICAR-PARTIDA-EXIT
           END-IF.

           EVALUATE AUD-RESULTADO
              WHEN WS-MSG-GANADOR
              WHEN WS-MSG-P1-GANA
                 MOVE '1' TO WS-RESULTADO-AUD
                 SET SI-PARTIDA-COPABLE TO TRUE
              WHEN WS-MSG-PERDEDOR
              WHEN WS-MSG-P2-GANA
                 MOVE '2' TO WS-RESULTADO-AUD
                 SET SI-PARTIDA-COPABLE TO TRUE
              WHEN WS-MSG-EMPATE
                 MOVE 'E' TO WS-RESULTADO-AUD
                 SET SI-PARTIDA-COPABLE TO TRUE
           END-EVALUATE.

       2200-CLASIFICAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2250-REABRIR-CRUCE                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Devolver a pendiente el cruce decidido con la partida      *
      *    anulada (misma pareja en cualquier orden y misma fecha +   *
      *    hora de inicio), siempre que la ronda siguiente de su      *
      *    copa aún no esté abierta. Si ya lo está, el cuadro ha      *
      *    seguido con ese ganador: se avisa y no se toca.            *
      *                                                               *
      *****************************************************************
       2250-REABRIR-CRUCE.
           IF AUD-SEDE NOT = SPACES
              GO TO 2250-REABRIR-CRUCE-EXIT
           END-IF.

           SET NO-CRU-HALLADO TO TRUE.

           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
                 OR SI-CRU-HALLADO
              IF WS-CRU-ESTADO(WS-CRU-SUB) = 'J'
                 AND WS-CRU-FECHA(WS-CRU-SUB) = AUD-FECHA
                 AND WS-CRU-HORA(WS-CRU-SUB) = AUD-HORA-INICIO
                 AND ((WS-CRU-JUGADOR1(WS-CRU-SUB) = AUD-JUGADOR1
                       AND WS-CRU-JUGADOR2(WS-CRU-SUB)
                           = AUD-JUGADOR2)
                   OR (WS-CRU-JUGADOR1(WS-CRU-SUB) = AUD-JUGADOR2
                       AND WS-CRU-JUGADOR2(WS-CRU-SUB)
                           = AUD-JUGADOR1))
                 SET SI-CRU-HALLADO TO TRUE
                 MOVE WS-CRU-SUB TO WS-CRU-HIT
              END-IF
           END-PERFORM.

           IF NO-CRU-HALLADO
              GO TO 2250-REABRIR-CRUCE-EXIT
           END-IF.

      * · ¿Tiene ya la copa cruces de la ronda siguiente?
           SET NO-CRU-HALLADO TO TRUE.
           PERFORM VARYING WS-CRU-SUB2 FROM 1 BY 1
              UNTIL WS-CRU-SUB2 > WS-NUM-CRUCES
                 OR SI-CRU-HALLADO
              IF WS-CRU-COPA(WS-CRU-SUB2) = WS-CRU-COPA(WS-CRU-HIT)
                 AND WS-CRU-RONDA(WS-CRU-SUB2)
                     > WS-CRU-RONDA(WS-CRU-HIT)
                 SET SI-CRU-HALLADO TO TRUE
              END-IF
           END-PERFORM.

           IF SI-CRU-HALLADO
              ADD 1 TO WS-AVISOS
              DISPLAY 'AVISO: copa ' WS-CRU-COPA(WS-CRU-HIT)
                      ' ronda ' WS-CRU-RONDA(WS-CRU-HIT)
                      ' cruce ' WS-CRU-CRUCE(WS-CRU-HIT)
                      ' decidido por la partida anulada '
                      AUD-NUM-PARTIDA
              DISPLAY '       con la ronda siguiente ya abierta: '
                      'revisar el cuadro a mano.'
              GO TO 2250-REABRIR-CRUCE-EXIT
           END-IF.

           MOVE 'P'    TO WS-CRU-ESTADO(WS-CRU-HIT).
           MOVE SPACES TO WS-CRU-GANADOR(WS-CRU-HIT).
           MOVE ZEROS  TO WS-CRU-FECHA(WS-CRU-HIT)
                          WS-CRU-HORA(WS-CRU-HIT)
                          WS-CRU-PARTIDA(WS-CRU-HIT)
                          WS-CRU-EMPATES(WS-CRU-HIT).
           ADD 1 TO WS-REABIERTOS.
           DISPLAY 'Cruce ' WS-CRU-JUGADOR1(WS-CRU-HIT) '-'
                   WS-CRU-JUGADOR2(WS-CRU-HIT) ' de la copa '
                   WS-CRU-COPA(WS-CRU-HIT)
                   ' reabierto: partida anulada.'.

       2250-REABRIR-CRUCE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-LIQUIDAR-CRUCE                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Buscar un cruce pendiente con la pareja de la partida (en  *
      *    cualquier orden) cuya ronda se abriera antes del inicio    *
      *    de la partida. Un empate sólo se cuenta; una victoria      *
      *    decide el cruce.                                           *
      *                                                               *
      *****************************************************************
       2300-LIQUIDAR-CRUCE.
           SET NO-CRU-HALLADO TO TRUE.

           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
                 OR SI-CRU-HALLADO
              IF WS-CRU-ESTADO(WS-CRU-SUB) = 'P'
                 AND (AUD-FECHA > WS-CRU-AP-FECHA(WS-CRU-SUB)
                   OR (AUD-FECHA = WS-CRU-AP-FECHA(WS-CRU-SUB)
                       AND AUD-HORA-INICIO
                           > WS-CRU-AP-HORA(WS-CRU-SUB)))
                 AND ((WS-CRU-JUGADOR1(WS-CRU-SUB) = AUD-JUGADOR1
                       AND WS-CRU-JUGADOR2(WS-CRU-SUB)
                           = AUD-JUGADOR2)
                   OR (WS-CRU-JUGADOR1(WS-CRU-SUB) = AUD-JUGADOR2
                       AND WS-CRU-JUGADOR2(WS-CRU-SUB)
                           = AUD-JUGADOR1))
                 SET SI-CRU-HALLADO TO TRUE
                 MOVE WS-CRU-SUB TO WS-CRU-HIT
              END-IF
           END-PERFORM.

           IF NO-CRU-HALLADO
              GO TO 2300-LIQUIDAR-CRUCE-EXIT
           END-IF.

           IF WS-RESULTADO-AUD = 'E'
              ADD 1 TO WS-CRU-EMPATES(WS-CRU-HIT)
              ADD 1 TO WS-EMPATES
              GO TO 2300-LIQUIDAR-CRUCE-EXIT
           END-IF.

           MOVE 'J'             TO WS-CRU-ESTADO(WS-CRU-HIT).
           MOVE AUD-FECHA       TO WS-CRU-FECHA(WS-CRU-HIT).
           MOVE AUD-HORA-INICIO TO WS-CRU-HORA(WS-CRU-HIT).
           MOVE AUD-NUM-PARTIDA TO WS-CRU-PARTIDA(WS-CRU-HIT).
           IF WS-RESULTADO-AUD = '1'
              MOVE AUD-JUGADOR1 TO WS-CRU-GANADOR(WS-CRU-HIT)
           ELSE
              MOVE AUD-JUGADOR2 TO WS-CRU-GANADOR(WS-CRU-HIT)
           END-IF.
           ADD 1 TO WS-DECIDIDOS.

       2300-LIQUIDAR-CRUCE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-ABRIR-RONDAS                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Montar la lista de copas con su ronda en juego (la más     *
      *    alta) y, en las que la tengan entera decidida y no sea la  *
      *    final, abrir la siguiente.                                 *
      *                                                               *
      *****************************************************************
       3000-ABRIR-RONDAS.
           PERFORM 3100-RESUMIR-COPAS
              THRU 3100-RESUMIR-COPAS-EXIT.

           PERFORM VARYING WS-COPA-SUB FROM 1 BY 1
              UNTIL WS-COPA-SUB > WS-NUM-COPAS
              IF WS-COP-DECIDIDOS(WS-COPA-SUB)
                 = WS-COP-CRUCES(WS-COPA-SUB)
                 IF WS-COP-CRUCES(WS-COPA-SUB) > 1
                    PERFORM 3200-ABRIR-SIGUIENTE-RONDA
                       THRU 3200-ABRIR-SIGUIENTE-RONDA-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       3000-ABRIR-RONDAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-RESUMIR-COPAS                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Por copa: ronda más alta, sus cruces, cuántos están        *
      *    decididos (jugados o pase directo) y, si es la final       *
      *    decidida, el campeón.                                      *
      *                                                               *
      *****************************************************************
       3100-RESUMIR-COPAS.
           MOVE ZERO TO WS-NUM-COPAS.
           INITIALIZE WS-TABLA-COPAS.

      * · Copas y ronda más alta de cada una.
           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
              PERFORM 3150-BUSCAR-O-ALTA-COPA
                 THRU 3150-BUSCAR-O-ALTA-COPA-EXIT
              IF WS-COPA-SUB > 0
                 IF WS-CRU-RONDA(WS-CRU-SUB)
                    > WS-COP-RONDA(WS-COPA-SUB)
                    MOVE WS-CRU-RONDA(WS-CRU-SUB)
                      TO WS-COP-RONDA(WS-COPA-SUB)
                 END-IF
              END-IF
           END-PERFORM.

      * · Cruces de la ronda en juego de cada copa.
           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
              PERFORM 3150-BUSCAR-O-ALTA-COPA
                 THRU 3150-BUSCAR-O-ALTA-COPA-EXIT
              IF WS-COPA-SUB > 0
                 IF WS-CRU-RONDA(WS-CRU-SUB)
                    = WS-COP-RONDA(WS-COPA-SUB)
                    ADD 1 TO WS-COP-CRUCES(WS-COPA-SUB)
                    IF WS-CRU-ESTADO(WS-CRU-SUB) NOT = 'P'
                       ADD 1 TO WS-COP-DECIDIDOS(WS-COPA-SUB)
                       MOVE WS-CRU-GANADOR(WS-CRU-SUB)
                         TO WS-COP-CAMPEON(WS-COPA-SUB)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * · Sólo hay campeón con la final (un único cruce) decidida.
           PERFORM VARYING WS-COPA-SUB FROM 1 BY 1
              UNTIL WS-COPA-SUB > WS-NUM-COPAS
              IF WS-COP-CRUCES(WS-COPA-SUB) NOT = 1
                 OR WS-COP-DECIDIDOS(WS-COPA-SUB) NOT = 1
                 MOVE SPACES TO WS-COP-CAMPEON(WS-COPA-SUB)
              END-IF
           END-PERFORM.

       3100-RESUMIR-COPAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3150-BUSCAR-O-ALTA-COPA                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar en WS-COPA-SUB la copa del cruce WS-CRU-SUB, dándola *
      *    de alta si es nueva (0 si no cabe).                        *
      *                                                               *
      *****************************************************************
       3150-BUSCAR-O-ALTA-COPA.
           SET NO-COPA-HALLADA TO TRUE.

           PERFORM VARYING WS-COPA-SUB FROM 1 BY 1
              UNTIL WS-COPA-SUB > WS-NUM-COPAS
                 OR SI-COPA-HALLADA
              IF WS-COP-CODIGO(WS-COPA-SUB) = WS-CRU-COPA(WS-CRU-SUB)
                 SET SI-COPA-HALLADA TO TRUE
              END-IF
           END-PERFORM.

           IF SI-COPA-HALLADA
              SUBTRACT 1 FROM WS-COPA-SUB
              GO TO 3150-BUSCAR-O-ALTA-COPA-EXIT
           END-IF.

           IF WS-NUM-COPAS >= WS-MAX-COPAS
              MOVE ZERO TO WS-COPA-SUB
              GO TO 3150-BUSCAR-O-ALTA-COPA-EXIT
           END-IF.

           ADD 1 TO WS-NUM-COPAS.
           MOVE WS-NUM-COPAS TO WS-COPA-SUB.
           MOVE WS-CRU-COPA(WS-CRU-SUB) TO WS-COP-CODIGO(WS-COPA-SUB).

       3150-BUSCAR-O-ALTA-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-ABRIR-SIGUIENTE-RONDA                                  *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir a la tabla los cruces de la ronda siguiente de la   *
      *    copa WS-COPA-SUB: el cruce K enfrenta a los ganadores de   *
      *    los cruces 2K-1 y 2K de la ronda en juego, con la fecha y  *
      *    hora de esta pasada como apertura.                         *
      *                                                               *
      *****************************************************************
       3200-ABRIR-SIGUIENTE-RONDA.
           IF WS-NUM-CRUCES + WS-COP-CRUCES(WS-COPA-SUB) / 2
              > WS-MAX-CRUCES
              ADD 1 TO WS-AVISOS
              DISPLAY 'AVISO: copa ' WS-COP-CODIGO(WS-COPA-SUB)
                      ' sin sitio en el cuadro para la ronda '
                      'siguiente.'
              GO TO 3200-ABRIR-SIGUIENTE-RONDA-EXIT
           END-IF.

           MOVE WS-COP-CODIGO(WS-COPA-SUB) TO WS-COPA-BUSCADA.
           MOVE WS-COP-RONDA(WS-COPA-SUB)  TO WS-RONDA-BUSCADA.
           COMPUTE WS-RONDA-NUEVA = WS-COP-RONDA(WS-COPA-SUB) + 1.
           MOVE ZEROS TO WS-CRUCE-NUEVO.

           PERFORM 3250-ANADIR-CRUCE
              THRU 3250-ANADIR-CRUCE-EXIT
              UNTIL WS-CRUCE-NUEVO * 2 >= WS-COP-CRUCES(WS-COPA-SUB).

           ADD 1 TO WS-RONDAS-ABIERTAS.
           DISPLAY 'Copa ' WS-COPA-BUSCADA ': abierta la ronda '
                   WS-RONDA-NUEVA ' con ' WS-CRUCE-NUEVO ' cruces.'.

       3200-ABRIR-SIGUIENTE-RONDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3250-ANADIR-CRUCE                                           *
      *                                                               *
      *****************************************************************
       3250-ANADIR-CRUCE.
           ADD 1 TO WS-CRUCE-NUEVO.

           COMPUTE WS-CRUCE-BUSCADO = WS-CRUCE-NUEVO * 2 - 1.
           PERFORM 3270-BUSCAR-GANADOR
              THRU 3270-BUSCAR-GANADOR-EXIT.
           MOVE WS-CRU-GANADOR(WS-CRU-HIT) TO WS-GANADOR-A.
           IF WS-CRU-GANADOR(WS-CRU-HIT) = WS-CRU-JUGADOR1(WS-CRU-HIT)
              MOVE WS-CRU-SEMILLA1(WS-CRU-HIT) TO WS-SEMILLA-GAN-A
           ELSE
              MOVE WS-CRU-SEMILLA2(WS-CRU-HIT) TO WS-SEMILLA-GAN-A
           END-IF.

           ADD 1 TO WS-CRUCE-BUSCADO.
           PERFORM 3270-BUSCAR-GANADOR
              THRU 3270-BUSCAR-GANADOR-EXIT.
           MOVE WS-CRU-GANADOR(WS-CRU-HIT) TO WS-GANADOR-B.
           IF WS-CRU-GANADOR(WS-CRU-HIT) = WS-CRU-JUGADOR1(WS-CRU-HIT)
              MOVE WS-CRU-SEMILLA1(WS-CRU-HIT) TO WS-SEMILLA-GAN-B
           ELSE
              MOVE WS-CRU-SEMILLA2(WS-CRU-HIT) TO WS-SEMILLA-GAN-B
           END-IF.

           ADD 1 TO WS-NUM-CRUCES.
           MOVE WS-COPA-BUSCADA  TO WS-CRU-COPA(WS-NUM-CRUCES).
           MOVE WS-RONDA-NUEVA   TO WS-CRU-RONDA(WS-NUM-CRUCES).
           MOVE WS-CRUCE-NUEVO   TO WS-CRU-CRUCE(WS-NUM-CRUCES).
           MOVE WS-FECHA-PASADA  TO WS-CRU-AP-FECHA(WS-NUM-CRUCES).
           MOVE WS-HORA-PASADA   TO WS-CRU-AP-HORA(WS-NUM-CRUCES).
           MOVE WS-GANADOR-A     TO WS-CRU-JUGADOR1(WS-NUM-CRUCES).
           MOVE WS-SEMILLA-GAN-A TO WS-CRU-SEMILLA1(WS-NUM-CRUCES).
           MOVE WS-GANADOR-B     TO WS-CRU-JUGADOR2(WS-NUM-CRUCES).
           MOVE WS-SEMILLA-GAN-B TO WS-CRU-SEMILLA2(WS-NUM-CRUCES).
           MOVE 'P'              TO WS-CRU-ESTADO(WS-NUM-CRUCES).
           MOVE SPACES           TO WS-CRU-GANADOR(WS-NUM-CRUCES).
           MOVE ZEROS TO WS-CRU-FECHA(WS-NUM-CRUCES)
                         WS-CRU-HORA(WS-NUM-CRUCES)
                         WS-CRU-PARTIDA(WS-NUM-CRUCES)
                         WS-CRU-EMPATES(WS-NUM-CRUCES).

       3250-ANADIR-CRUCE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3270-BUSCAR-GANADOR                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar en WS-CRU-HIT el cruce WS-CRUCE-BUSCADO de la ronda  *
      *    WS-RONDA-BUSCADA de la copa WS-COPA-BUSCADA.               *
      *                                                               *
      *****************************************************************
       3270-BUSCAR-GANADOR.
           SET NO-CRU-HALLADO TO TRUE.

           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
                 OR SI-CRU-HALLADO
              IF WS-CRU-COPA(WS-CRU-SUB) = WS-COPA-BUSCADA
                 AND WS-CRU-RONDA(WS-CRU-SUB) = WS-RONDA-BUSCADA
                 AND WS-CRU-CRUCE(WS-CRU-SUB) = WS-CRUCE-BUSCADO
                 SET SI-CRU-HALLADO TO TRUE
                 MOVE WS-CRU-SUB TO WS-CRU-HIT
              END-IF
           END-PERFORM.

       3270-BUSCAR-GANADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-REGRABAR-COPA                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Regrabar copa.dat entero desde la tabla.                   *
      *                                                               *
      *****************************************************************
       4000-REGRABAR-COPA.
           OPEN OUTPUT COPA-FILE.
           IF WS-ESTADO-COPA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': copa.dat ('
                      WS-ESTADO-COPA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
              MOVE WS-CRU-COPA(WS-CRU-SUB)     TO COP-COPA
              MOVE WS-CRU-RONDA(WS-CRU-SUB)    TO COP-RONDA
              MOVE WS-CRU-CRUCE(WS-CRU-SUB)    TO COP-CRUCE
              MOVE WS-CRU-AP-FECHA(WS-CRU-SUB) TO COP-FECHA-APERTURA
              MOVE WS-CRU-AP-HORA(WS-CRU-SUB)  TO COP-HORA-APERTURA
              MOVE WS-CRU-JUGADOR1(WS-CRU-SUB) TO COP-JUGADOR1
              MOVE WS-CRU-SEMILLA1(WS-CRU-SUB) TO COP-SEMILLA1
              MOVE WS-CRU-JUGADOR2(WS-CRU-SUB) TO COP-JUGADOR2
              MOVE WS-CRU-SEMILLA2(WS-CRU-SUB) TO COP-SEMILLA2
              MOVE WS-CRU-ESTADO(WS-CRU-SUB)   TO COP-ESTADO
              MOVE WS-CRU-GANADOR(WS-CRU-SUB)  TO COP-GANADOR
              MOVE WS-CRU-FECHA(WS-CRU-SUB)    TO COP-FECHA
              MOVE WS-CRU-HORA(WS-CRU-SUB)     TO COP-HORA-INICIO
              MOVE WS-CRU-PARTIDA(WS-CRU-SUB)  TO COP-NUM-PARTIDA
              MOVE WS-CRU-EMPATES(WS-CRU-SUB)  TO COP-EMPATES
              WRITE REG-CRUCE
           END-PERFORM.

           CLOSE COPA-FILE.

       4000-REGRABAR-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-COPA                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Imprimir el resumen de la pasada y, por copa, la ronda en  *
      *    juego con sus cruces pendientes, o el campeón.             *
      *                                                               *
      *****************************************************************
       6000-INFORME-COPA.
           PERFORM 3100-RESUMIR-COPAS
              THRU 3100-RESUMIR-COPAS-EXIT.

           MOVE ZERO TO WS-PENDIENTES.
           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
              IF WS-CRU-ESTADO(WS-CRU-SUB) = 'P'
                 ADD 1 TO WS-PENDIENTES
              END-IF
           END-PERFORM.

           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**       Cierre de copa (JUEGOCOS)              *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Partidas leidas:            ' WS-LEIDAS.
           DISPLAY '* Cruces decididos:           ' WS-DECIDIDOS.
           DISPLAY '* Empates (cruce abierto):    ' WS-EMPATES.
           IF WS-ANULADAS > 0
              DISPLAY '* Partidas anuladas:          ' WS-ANULADAS
              DISPLAY '* Cruces reabiertos:          ' WS-REABIERTOS
           END-IF.
           DISPLAY '* Rondas abiertas:            ' WS-RONDAS-ABIERTAS.
           DISPLAY '* Siguen pendientes:          ' WS-PENDIENTES.
           IF WS-AVISOS > 0
              DISPLAY '* Avisos (revisar):           ' WS-AVISOS
           END-IF.

           PERFORM VARYING WS-COPA-SUB FROM 1 BY 1
              UNTIL WS-COPA-SUB > WS-NUM-COPAS
              DISPLAY '* ---------------------------------------'
                      '------ *'
              IF WS-COP-CAMPEON(WS-COPA-SUB) NOT = SPACES
                 DISPLAY '* Copa ' WS-COP-CODIGO(WS-COPA-SUB)
                         ' terminada. Campeon: '
                         WS-COP-CAMPEON(WS-COPA-SUB)
              ELSE
                 DISPLAY '* Copa ' WS-COP-CODIGO(WS-COPA-SUB)
                         ' ronda ' WS-COP-RONDA(WS-COPA-SUB)
                         ', cruces pendientes:'
                 PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
                    UNTIL WS-CRU-SUB > WS-NUM-CRUCES
                    IF WS-CRU-COPA(WS-CRU-SUB)
                       = WS-COP-CODIGO(WS-COPA-SUB)
                       AND WS-CRU-RONDA(WS-CRU-SUB)
                           = WS-COP-RONDA(WS-COPA-SUB)
                       AND WS-CRU-ESTADO(WS-CRU-SUB) = 'P'
                       DISPLAY '*   ' WS-CRU-JUGADOR1(WS-CRU-SUB)
                               ' - ' WS-CRU-JUGADOR2(WS-CRU-SUB)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           DISPLAY '*************************************************'.

       6000-INFORME-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   9999-ABORTAR                                                *
      *                                                               *
      *****************************************************************
       9999-ABORTAR.

           MOVE 12     TO RETURN-CODE.

       9999-ABORTAR-EXIT.
           STOP RUN.

      *****************************************************************
      *         *
      *  F I N  *
      *         *
      ***********
