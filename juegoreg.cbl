      *      |          |       |fusiones.dat (copy REGFUSIO).        *
      *      |01/09/2026|Alex   |La dificultad habitual admite el     *
      *      |          |       |valor experto (3), como JUEGO.       *
      *      |15/10/2026|Alex   |marcajug.dat y ratings.dat           *
      *      |          |       |indexados: la consulta lee por       *
      *      |          |       |clave y la fusion suma y borra con   *
      *      |          |       |las dos filas bloqueadas, sin        *
      *      |          |       |cargar ni regrabar el fichero.       *
      *      |15/10/2026|Alex   |El alta rechaza los codigos que      *
      *      |          |       |empiezan por '#' (tokens de los      *
      *      |          |       |jugadores borrados con JUEGOBOR).    *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS  IS WS-ESTADO-JUGADORES.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MCJ-CODIGO
              LOCK MODE    IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              FILE STATUS  IS WS-ESTADO-MARCAJUG.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT PERFILES-FILE   ASSIGN TO "perfiles.dat"
       01 WS-ESTADO-MARCAJUG      PIC XX          VALUE SPACES.
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.

      * · Preferencias por jugador (perfiles.dat), cargadas en tabla
      *   para actualizar y regrabar.
       01 WS-ESTADO-PERFILES      PIC XX          VALUE SPACES.
       01 WS-FIN-PERFILES         PIC 9 COMP      VALUE 0.
          88 NO-FIN-PERFILES                      VALUE 0.
       01 WS-CODIGO-NUEVO         PIC X(8)        VALUE SPACES.
       01 WS-NOMBRE-NUEVO         PIC X(30)       VALUE SPACES.

      * · Marcador por jugador en la fusión: contadores del código
      *   antiguo y fila que se pide bloqueada.
       01 WS-CODIGO-BLOQUEAR      PIC X(8)        VALUE SPACES.
       01 WS-VIEJO-VICT           PIC 9(5)        VALUE ZEROS.
       01 WS-VIEJO-DERR           PIC 9(5)        VALUE ZEROS.
       01 WS-VIEJO-EMPA           PIC 9(5)        VALUE ZEROS.
       01 WS-MARCAJUG-BLOQUEADO   PIC 9 COMP      VALUE 0.
          88 NO-MARCAJUG-BLOQUEADO                VALUE 0.
          88 SI-MARCAJUG-BLOQUEADO                VALUE 1.

      * · Reintentos ante una fila bloqueada por una terminal
      *   (estado "51"), como en JUEGO.
       01 WS-MAX-REINTENTOS       PIC 9(2) COMP   VALUE 10.
       01 WS-REINTENTOS           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-HORA-ESPERA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Entrada auxiliar para los prompts de preferencias, y
      *   textos del perfil en la escala de los prompts (no se
      *                                                               *
      *  · Dar de alta un jugador: código (único), nombre y fecha     *
      *    de alta de hoy. Los códigos reservados se rechazan.        *
      *    También los que empiezan por '#', que son los tokens de    *
      *    los jugadores borrados con JUEGOBOR.                       *
      *                                                               *
      *****************************************************************
       3000-ALTA-JUGADOR.
              GO TO 3000-ALTA-JUGADOR-EXIT
           END-IF.

           IF WS-CODIGO(1:1) = '#'
              DISPLAY 'Los codigos que empiezan por # son de '
                      'jugadores borrados: elija otro.'
              GO TO 3000-ALTA-JUGADOR-EXIT
           END-IF.

           DISPLAY 'Nombre: '.
           ACCEPT WS-NOMBRE.
           IF WS-NOMBRE = SPACES
      *   4100-MOSTRAR-MARCADOR                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer por clave el marcador acumulado del jugador           *
      *    consultado en marcajug.dat. Si aún no ha jugado no hay     *
      *    registro.                                                  *
      *                                                               *
      *****************************************************************
       4100-MOSTRAR-MARCADOR.
           OPEN INPUT MARCAJUG-FILE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY 'Sin partidas registradas.'
              GO TO 4100-MOSTRAR-MARCADOR-EXIT
           END-IF.

           MOVE WS-CODIGO TO MCJ-CODIGO.
           READ MARCAJUG-FILE
              KEY IS MCJ-CODIGO
              INVALID KEY
                 DISPLAY 'Sin partidas registradas.'
              NOT INVALID KEY
                 DISPLAY 'Marcador:    Victorias ' MCJ-VICTORIAS
                         '  Derrotas '             MCJ-DERROTAS
                         '  Empates '              MCJ-EMPATES
           END-READ.

           CLOSE MARCAJUG-FILE.

       4100-MOSTRAR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4200-MOSTRAR-RATING                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer por clave el rating Elo del jugador consultado en     *
      *    ratings.dat (lo calcula JUEGOELO). Sin fichero o sin       *
      *    registro, el jugador parte de los 1500 iniciales.          *
      *                                                               *
      *****************************************************************
       4200-MOSTRAR-RATING.
           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY 'Rating:      1500 (inicial)'
              GO TO 4200-MOSTRAR-RATING-EXIT
           END-IF.

           MOVE WS-CODIGO TO RAT-CODIGO.
           READ RATINGS-FILE
              KEY IS RAT-CODIGO
              INVALID KEY
                 DISPLAY 'Rating:      1500 (inicial)'
              NOT INVALID KEY
                 DISPLAY 'Rating:      ' RAT-PUNTOS ' ('
                         RAT-PARTIDAS ' partidas valoradas)'
           END-READ.

           CLOSE RATINGS-FILE.

       4200-MOSTRAR-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-PREFERENCIAS-JUGADOR                                   *
      * · Volcar el marcador del antiguo en el superviviente.
           PERFORM 7100-FUSIONAR-MARCAJUG
              THRU 7100-FUSIONAR-MARCAJUG-EXIT.
           IF SI-MARCAJUG-BLOQUEADO
              DISPLAY 'Fusion cancelada: marcajug.dat en uso; '
                      'repetirla mas tarde.'
              CLOSE JUGADORES-FILE
              GO TO 7000-FUSIONAR-CODIGOS-EXIT
           END-IF.
      *   7100-FUSIONAR-MARCAJUG                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sumar los contadores del código antiguo a los del          *
      *    superviviente (dándolo de alta si aún no tiene fila) y     *
      *    borrar la fila del antiguo. Las dos filas se tienen        *
      *    bloqueadas a la vez hasta el final, para que una partida   *
      *    que termine entretanto en una terminal no se pierda. Si    *
      *    alguna sigue bloqueada tras los reintentos no se toca      *
      *    nada y la fusión se cancela.                               *
      *                                                               *
      *****************************************************************
       7100-FUSIONAR-MARCAJUG.
           SET NO-MARCAJUG-BLOQUEADO TO TRUE.

           OPEN I-O MARCAJUG-FILE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
      *       Sin marcador todavia: nada que volcar.
              GO TO 7100-FUSIONAR-MARCAJUG-EXIT
           END-IF.

      * · Fila del antiguo.
           MOVE WS-CODIGO-ANTIGUO TO WS-CODIGO-BLOQUEAR.
           PERFORM 7150-BLOQUEAR-MARCAJUG
              THRU 7150-BLOQUEAR-MARCAJUG-EXIT.
           IF WS-ESTADO-MARCAJUG = "23"
      *       El antiguo no tiene marcador: nada que volcar.
              CLOSE MARCAJUG-FILE
              GO TO 7100-FUSIONAR-MARCAJUG-EXIT
           END-IF.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY 'AVISO: marcador de ' WS-CODIGO-ANTIGUO
                      ' bloqueado o erroneo (' WS-ESTADO-MARCAJUG
                      ').'
              SET SI-MARCAJUG-BLOQUEADO TO TRUE
              CLOSE MARCAJUG-FILE
              GO TO 7100-FUSIONAR-MARCAJUG-EXIT
           END-IF.
           MOVE MCJ-VICTORIAS TO WS-VIEJO-VICT.
           MOVE MCJ-DERROTAS  TO WS-VIEJO-DERR.
           MOVE MCJ-EMPATES   TO WS-VIEJO-EMPA.

      * · Fila del superviviente (el antiguo sigue bloqueado).
           MOVE WS-CODIGO-NUEVO TO WS-CODIGO-BLOQUEAR.
           PERFORM 7150-BLOQUEAR-MARCAJUG
              THRU 7150-BLOQUEAR-MARCAJUG-EXIT.
           EVALUATE WS-ESTADO-MARCAJUG
              WHEN "00"
                 ADD WS-VIEJO-VICT TO MCJ-VICTORIAS
                 ADD WS-VIEJO-DERR TO MCJ-DERROTAS
                 ADD WS-VIEJO-EMPA TO MCJ-EMPATES
                 REWRITE REG-MARCAJUG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              WHEN "23"
                 MOVE WS-CODIGO-NUEVO TO MCJ-CODIGO
                 MOVE WS-VIEJO-VICT   TO MCJ-VICTORIAS
                 MOVE WS-VIEJO-DERR   TO MCJ-DERROTAS
                 MOVE WS-VIEJO-EMPA   TO MCJ-EMPATES
                 WRITE REG-MARCAJUG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN OTHER
                 DISPLAY 'AVISO: marcador de ' WS-CODIGO-NUEVO
                         ' bloqueado o erroneo ('
                         WS-ESTADO-MARCAJUG ').'
                 SET SI-MARCAJUG-BLOQUEADO TO TRUE
                 UNLOCK MARCAJUG-FILE
                 CLOSE MARCAJUG-FILE
                 GO TO 7100-FUSIONAR-MARCAJUG-EXIT
           END-EVALUATE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-MARCAJUG ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

      * · Fuera la fila del antiguo, que ya sumó en el superviviente.
           MOVE WS-CODIGO-ANTIGUO TO MCJ-CODIGO.
           DELETE MARCAJUG-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-MARCAJUG ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           UNLOCK MARCAJUG-FILE.
           CLOSE MARCAJUG-FILE.

       7100-FUSIONAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   7150-BLOQUEAR-MARCAJUG                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer con bloqueo la fila de WS-CODIGO-BLOQUEAR. Si una     *
      *    terminal la tiene (estado "51"), se reintenta tras         *
      *    esperar un segundo, hasta WS-MAX-REINTENTOS veces.         *
      *                                                               *
      *****************************************************************
       7150-BLOQUEAR-MARCAJUG.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCAJUG.
           PERFORM 7160-LEER-MARCAJUG
              THRU 7160-LEER-MARCAJUG-EXIT
              UNTIL WS-ESTADO-MARCAJUG NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

       7150-BLOQUEAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   7160-LEER-MARCAJUG                                          *
      *                                                               *
      *****************************************************************
       7160-LEER-MARCAJUG.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-CODIGO-BLOQUEAR TO MCJ-CODIGO.
           READ MARCAJUG-FILE WITH LOCK
              KEY IS MCJ-CODIGO
              INVALID KEY
                 CONTINUE
           END-READ.

       7160-LEER-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
       7300-ANOTAR-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8400-ESPERAR-BLOQUEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Esperar a que cambie el segundo del reloj antes de volver  *
      *    a pedir un registro que una terminal tiene bloqueado.      *
      *                                                               *
      *****************************************************************
       8400-ESPERAR-BLOQUEO.
           ACCEPT WS-HORA-ESPERA FROM TIME.
           MOVE WS-HORA-ESPERA TO WS-HORA-AHORA.

           PERFORM 8450-LEER-RELOJ
              THRU 8450-LEER-RELOJ-EXIT
              UNTIL WS-HORA-AHORA(1:6) NOT = WS-HORA-ESPERA(1:6).

       8400-ESPERAR-BLOQUEO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8450-LEER-RELOJ                                             *
      *                                                               *
      *****************************************************************
       8450-LEER-RELOJ.
           ACCEPT WS-HORA-AHORA FROM TIME.

       8450-LEER-RELOJ-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   9999-ABORTAR                                                *
