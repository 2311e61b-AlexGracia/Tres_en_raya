      *                                                               *
      * El resultado se regraba entero en ratings.dat (copy           *
      * REGRATIN) y se imprime la clasificación ordenada, la lista    *
      * mensual para el tablón. Cada regrabación queda anotada en     *
      * pasadas.log (copy REGPASAD).                                  *
      *                                                               *
      * Código de retorno: 0 correcto, 12 error de fichero.           *
      *                                                               *
      *      |01/09/2026|Alex   |Las partidas de otras sedes (las     *
      *      |          |       |trae JUEGOIMP) se incluyen o         *
      *      |          |       |excluyen a peticion.                 *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |(AUD-ANULADA) no puntuan.            *
      *      |15/10/2026|Alex   |ratings.dat indexado por codigo      *
      *      |          |       |(JUEGO y JUEGOREG lo leen por        *
      *      |          |       |clave): se regraba entero con        *
      *      |          |       |escritura por clave.                 *
      *      |15/10/2026|Alex   |Cada regrabacion de ratings.dat se   *
      *      |          |       |anota en pasadas.log (copy           *
      *      |          |       |REGPASAD) para el panel de estado.   *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT FUSIONES-FILE   ASSIGN TO "fusiones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FUSIONES.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PASADAS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
       FD  FUSIONES-FILE.
       COPY REGFUSIO.

      * · Diario de pasadas (se añade la de hoy).
       FD  PASADAS-FILE.
       COPY REGPASAD.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-FICHERO-AUDITORIA    PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-PASADAS       PIC XX          VALUE SPACES.

       01 WS-FIN-AUDITORIA        PIC 9 COMP      VALUE 0.
          88 NO-FIN-AUDITORIA                     VALUE 0.
           PERFORM 3000-GRABAR-RATINGS
              THRU 3000-GRABAR-RATINGS-EXIT.

           PERFORM 3500-APUNTAR-PASADA
              THRU 3500-APUNTAR-PASADA-EXIT.

           PERFORM 6000-CLASIFICACION
              THRU 6000-CLASIFICACION-EXIT.

      * ------------------------------------------------------------- *
      *                                                               *
      *  · Decidir si la partida leída puntúa en el rating: fuera     *
      *    las simulaciones, las anuladas (JUEGOANU), las partidas    *
      *    con algún jugador sin registrar (INVITADO, MAQUINA o       *
      *    código en blanco, como en los registros antiguos) y los    *
      *    abandonos. El tanteo en porcentaje queda en                *
      *    WS-TANTEO-J1/J2 (100 gana, 50 empata, 0 pierde).           *
      *                                                               *
      *****************************************************************
       2080-FILTRAR-PARTIDA.
              GO TO 2080-FILTRAR-PARTIDA-EXIT
           END-IF.

      * · Las anuladas (JUEGOANU) no cuentan.
           IF AUD-ANULADA = 'S'
              GO TO 2080-FILTRAR-PARTIDA-EXIT
           END-IF.

      * · Otras sedes fuera, si asi se pidio.
           IF NO-INCLUIR-SEDES AND AUD-SEDE NOT = SPACES
              GO TO 2080-FILTRAR-PARTIDA-EXIT
              MOVE WS-RAT-PUNTOS(WS-RAT-SUB)   TO RAT-PUNTOS
              MOVE WS-RAT-PARTIDAS(WS-RAT-SUB) TO RAT-PARTIDAS
              WRITE REG-RATING
                 INVALID KEY
                    DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                            WS-ESTADO-RATINGS ') ' RAT-CODIGO
                    PERFORM 9999-ABORTAR
                       THRU 9999-ABORTAR-EXIT
              END-WRITE
           END-PERFORM.

           CLOSE RATINGS-FILE.
       3000-GRABAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3500-APUNTAR-PASADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      * · Anotar en pasadas.log la regrabación de ratings.dat, con    *
      *   los jugadores grabados (la consulta JUEGOPAN).              *
      *                                                               *
      *****************************************************************
       3500-APUNTAR-PASADA.
           OPEN EXTEND PASADAS-FILE.
           IF WS-ESTADO-PASADAS = "35"
              OPEN OUTPUT PASADAS-FILE
           END-IF.
           IF WS-ESTADO-PASADAS NOT = "00"
              DISPLAY 'AVISO: pasadas.log no disponible ('
                      WS-ESTADO-PASADAS '); la pasada no queda '
                      'anotada.'
              GO TO 3500-APUNTAR-PASADA-EXIT
           END-IF.

           MOVE 'JUEGOELO' TO PAS-PROGRAMA.
           ACCEPT PAS-FECHA FROM DATE YYYYMMDD.
           ACCEPT PAS-HORA  FROM TIME.
           MOVE WS-NUM-JUGADORES TO PAS-REGISTROS.
           MOVE 'ratings.dat' TO PAS-FICHERO.
           WRITE REG-PASADA.

           CLOSE PASADAS-FILE.

       3500-APUNTAR-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-CLASIFICACION                                          *
