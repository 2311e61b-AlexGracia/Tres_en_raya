      *****************************************************************
      *			      juegosq4				      *
      *	 -----------------------------------------------------------  *
      * Subprograma con la sección SQL embebida de JUEGOMOV. Inserta  *
      * en GAME_MOVES una línea de historial.dat: la jugada (o la     *
      * anulación 'A') de una partida, con el tamaño del tablero y    *
      * la longitud de raya. Se compila con el precompilador de DB2   *
      * (no con cobc a secas) porque lleva EXEC SQL real.             *
      *                                                               *
      * Clave de GAME_MOVES: GAME_NO + MOVE_NO + EVENT_NO. EVENT_NO   *
      * es el orden de la línea dentro de la partida en el            *
      * historial (1, 2, 3...): una anulación repite el número de la  *
      * jugada que retira, y la jugada que la sustituye vuelve a      *
      * usarlo, así que la partida y la jugada solas no bastan.       *
      *                                                               *
      * Devuelve en LK-SQLCODE el SQLCODE del INSERT: 0 fila          *
      * insertada, -803 la fila ya estaba cargada (una pasada         *
      * anterior interrumpida), otro valor BD no disponible o error.  *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del subprograma.            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOSQ4.
       AUTHOR.                        ALEX.
       INSTALLATION.                  https://github.com/AlexGracia.
       DATE-WRITTEN.                  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * · Área de comunicación embebida de SQL.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * · Campos anfitriones para el INSERT.
       01  WS-NUMPART-BD              PIC S9(9) COMP.
       01  WS-JUGADA-BD               PIC S9(4) COMP.
       01  WS-EVENTO-BD               PIC S9(9) COMP.
       01  WS-FICHA-BD                PIC X(1).
       01  WS-CELDA-BD                PIC S9(4) COMP.
       01  WS-FECHA-BD                PIC S9(8) COMP.
       01  WS-HORA-INICIO-BD          PIC S9(8) COMP.
       01  WS-HORA-BD                 PIC S9(8) COMP.
       01  WS-TABLERO-BD              PIC S9(4) COMP.
       01  WS-RAYA-BD                 PIC S9(4) COMP.

       LINKAGE SECTION.

       01  LK-NUM-PARTIDA             PIC 9(7).
       01  LK-NUM-JUGADA              PIC 9(3).
       01  LK-NUM-EVENTO              PIC 9(5).
       01  LK-JUGADOR                 PIC X(1).
       01  LK-CELDA                   PIC 9(2).
       01  LK-FECHA                   PIC 9(8).
       01  LK-HORA-INICIO             PIC 9(8).
       01  LK-HORA                    PIC 9(8).
       01  LK-TAM-TABLERO             PIC 9(1).
       01  LK-LONGITUD-RAYA           PIC 9(1).
       01  LK-SQLCODE                 PIC S9(9) COMP.

       PROCEDURE DIVISION USING LK-NUM-PARTIDA
                                 LK-NUM-JUGADA
                                 LK-NUM-EVENTO
                                 LK-JUGADOR
                                 LK-CELDA
                                 LK-FECHA
                                 LK-HORA-INICIO
                                 LK-HORA
                                 LK-TAM-TABLERO
                                 LK-LONGITUD-RAYA
                                 LK-SQLCODE.

       0000-INSERTAR-JUGADA.
           MOVE LK-NUM-PARTIDA   TO WS-NUMPART-BD.
           MOVE LK-NUM-JUGADA    TO WS-JUGADA-BD.
           MOVE LK-NUM-EVENTO    TO WS-EVENTO-BD.
           MOVE LK-JUGADOR       TO WS-FICHA-BD.
           MOVE LK-CELDA         TO WS-CELDA-BD.
           MOVE LK-FECHA         TO WS-FECHA-BD.
           MOVE LK-HORA-INICIO   TO WS-HORA-INICIO-BD.
           MOVE LK-HORA          TO WS-HORA-BD.
           MOVE LK-TAM-TABLERO   TO WS-TABLERO-BD.
           MOVE LK-LONGITUD-RAYA TO WS-RAYA-BD.

           EXEC SQL
              INSERT INTO GAME_MOVES
                     (GAME_NO, MOVE_NO, EVENT_NO, PLAYER_MARK, CELL,
                      GAME_DATE, START_TIME, MOVE_TIME, BOARD_SIZE,
                      LINE_LENGTH)
              VALUES (:WS-NUMPART-BD, :WS-JUGADA-BD, :WS-EVENTO-BD,
                       :WS-FICHA-BD, :WS-CELDA-BD, :WS-FECHA-BD,
                       :WS-HORA-INICIO-BD, :WS-HORA-BD,
                       :WS-TABLERO-BD, :WS-RAYA-BD)
           END-EXEC.

           MOVE SQLCODE TO LK-SQLCODE.

       0000-INSERTAR-JUGADA-EXIT.
           GOBACK.

      ***********
      *         *
      *  F I N  *
      *         *
      ***********
