      *      |          |       |reinicio. Dos partidas arrancadas    *
      *      |          |       |en el mismo segundo ya no se         *
      *      |          |       |confunden.                           *
      *      |15/10/2026|Alex   |Marca de anulacion en la auditoria   *
      *      |          |       |(la pone JUEGOANU): las partidas     *
      *      |          |       |nuevas salen sin anular.             *
      *      |15/10/2026|Alex   |Registro de reinicio movido al copy  *
      *      |          |       |REGREINI, compartido con JUEGOHUE.   *
      *      |15/10/2026|Alex   |Varias terminales a la vez:          *
      *      |          |       |marcajug.dat, ratings.dat,           *
      *      |          |       |marcador.dat y numpart.dat pasan a   *
      *      |          |       |indexados con bloqueo de registro.   *
      *      |          |       |Cada partida lee bloqueada solo la   *
      *      |          |       |fila de sus jugadores (y el          *
      *      |          |       |marcador y el contador), suma y la   *
      *      |          |       |regraba; ya no se carga ni se        *
      *      |          |       |regraba marcajug.dat entero, asi     *
      *      |          |       |que un resultado simultaneo no       *
      *      |          |       |pisa al otro. Registro de numpart    *
      *      |          |       |al copy REGNUMPA.                    *
      *      |15/10/2026|Alex   |Registro de records (records.dat,    *
      *      |          |       |copy REGRECOR): al terminar cada     *
      *      |          |       |partida se comprueba con JUEGORCK;   *
      *      |          |       |los records que caen se anuncian en  *
      *      |          |       |pantalla y en informe.txt. La        *
      *      |          |       |auditoria lleva ahora el tamano del  *
      *      |          |       |tablero y la dificultad.             *
      * --------------------------------------------------------------*
      *****************************************************************
      *****************************************************************
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT MARCADOR-FILE   ASSIGN TO "marcador.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MAR-CLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCADOR.

           SELECT MOVIMIENTOS-FILE ASSIGN TO DYNAMIC
              FILE STATUS  IS WS-ESTADO-JUGADORES.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MCJ-CODIGO
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCAJUG.

           SELECT PENDIENTES-FILE ASSIGN TO "pendibd.dat"
              FILE STATUS  IS WS-ESTADO-REINICIO.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT PERFILES-FILE   ASSIGN TO "perfiles.dat"
              FILE STATUS  IS WS-ESTADO-LIBRO.

           SELECT NUMPART-FILE    ASSIGN TO "numpart.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS NUM-CLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-NUMPART.

      *****************************************************************
      * · Control del número de partida: un único registro con el
      *   último número asignado.
       FD  NUMPART-FILE.
       COPY REGNUMPA.

      * · Fichero de reinicio (partida suspendida con la orden G):
      *   un único registro con el estado completo. Vacío, no hay
      *   partida pendiente de reanudar.
       FD  REINICIO-FILE.
       COPY REGREINI.

       WORKING-STORAGE SECTION.


      * · Rating por jugador (ratings.dat, lo calcula JUEGOELO).
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.
       01 WS-RATING-INICIAL       PIC 9(4)        VALUE 1500.

      * · Registro de records (records.dat, lo lleva JUEGORCK): la
      *   partida recién auditada (misma longitud que REG-AUDITORIA),
      *   el rating de cada jugador antes de ella y las líneas de los
      *   récords batidos que devuelve.
       01 WS-PARTIDA-RECORDS      PIC X(97)       VALUE SPACES.
       01 WS-RCK-ACCION           PIC X           VALUE 'P'.
       01 WS-RCK-RATING-J1        PIC 9(4)        VALUE ZEROS.
       01 WS-RCK-RATING-J2        PIC 9(4)        VALUE ZEROS.
       01 WS-RCK-ESTADO           PIC XX          VALUE SPACES.
       01 WS-RCK-AVISOS           PIC 9(3)        VALUE ZEROS.
       01 WS-RCK-NUM-RECORDS      PIC 9(2)        VALUE ZEROS.
       01 WS-RCK-TABLA.
          05 WS-RCK-RECORD        OCCURS 10 PIC X(60).
       01 WS-RCK-SUB              PIC 99 COMP     VALUE ZEROS.

      * · Arranque rápido con el perfil de preferencias del jugador
      *   (perfiles.dat, lo mantiene JUEGOREG).
       01 WS-MODO-TEXTO           PIC X(15)       VALUE SPACES.
       01 WS-DIFICULTAD-TEXTO     PIC X(7)        VALUE SPACES.

      * · Marcador por jugador (marcajug.dat, indexado por código:
      *   cada partida bloquea y regraba sólo las filas de sus
      *   jugadores).
       01 WS-ESTADO-MARCAJUG      PIC XX          VALUE SPACES.
       01 WS-CODIGO-SUMAR         PIC X(8)        VALUE SPACES.
       01 WS-RESULTADO-SUMAR      PIC X           VALUE SPACE.

      * · Reintentos ante un registro bloqueado por otra terminal
      *   (estado "51"): se espera un segundo entre uno y otro.
       01 WS-MAX-REINTENTOS       PIC 9(2) COMP   VALUE 10.
       01 WS-REINTENTOS           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-HORA-ESPERA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Cola de resultados pendientes de BD.
       01 WS-ESTADO-PENDIENTES    PIC XX          VALUE SPACES.
       01 WS-SQLCODE-BD           PIC S9(9) COMP  VALUE ZEROS.
      *    control numpart.dat y dejarlo grabado, igual que hace      *
      *    JUEGOEXT con la secuencia del extracto. La primera         *
      *    ejecución arranca en 1.                                    *
      *  · El registro se lee bloqueado y se regraba antes de         *
      *    soltarlo: otra terminal que arranque a la vez espera su    *
      *    turno y recibe el número siguiente. Sin número seguro no   *
      *    se juega: si no se consigue el registro, se aborta.        *
      *                                                               *
      *****************************************************************
       1085-ASIGNAR-NUM-PARTIDA.
           MOVE ZEROS TO WS-NUM-PARTIDA.

           OPEN I-O NUMPART-FILE.
           IF WS-ESTADO-NUMPART = "35"
      *       Primera ejecución: se crea el fichero vacío.
              OPEN OUTPUT NUMPART-FILE
              CLOSE NUMPART-FILE
              OPEN I-O NUMPART-FILE
           END-IF.
           IF WS-ESTADO-NUMPART NOT = "00"
              DISPLAY 'No se pudo abrir numpart.dat ('
                      WS-ESTADO-NUMPART ').'
              MOVE WS-MSG-FICHERO-MAL TO WS-MSG-FINAL
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-NUMPART.
           PERFORM 1087-BLOQUEAR-NUMPART
              THRU 1087-BLOQUEAR-NUMPART-EXIT
              UNTIL WS-ESTADO-NUMPART NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-NUMPART
              WHEN "00"
                 IF NUM-ULTIMO NUMERIC
                    MOVE NUM-ULTIMO TO WS-NUM-PARTIDA
                 END-IF
                 ADD 1 TO WS-NUM-PARTIDA
                 MOVE WS-NUM-PARTIDA TO NUM-ULTIMO
                 REWRITE REG-NUMPART
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              WHEN "23"
                 ADD 1 TO WS-NUM-PARTIDA
                 SET NUM-CLAVE-UNICA TO TRUE
                 MOVE WS-NUM-PARTIDA TO NUM-ULTIMO
                 WRITE REG-NUMPART
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "51"
                 DISPLAY 'numpart.dat bloqueado por otra terminal.'
                 MOVE WS-MSG-FICHERO-MAL TO WS-MSG-FINAL
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-ESTADO-NUMPART NOT = "00"
              DISPLAY 'No se pudo grabar numpart.dat ('
                      WS-ESTADO-NUMPART ').'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           UNLOCK NUMPART-FILE.
           CLOSE NUMPART-FILE.

       1085-ASIGNAR-NUM-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1087-BLOQUEAR-NUMPART                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer con bloqueo el registro único de numpart.dat. Si      *
      *    otra terminal lo tiene (estado "51"), se espera un         *
      *    segundo antes de cada nuevo intento.                       *
      *                                                               *
      *****************************************************************
       1087-BLOQUEAR-NUMPART.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           SET NUM-CLAVE-UNICA TO TRUE.
           READ NUMPART-FILE WITH LOCK
              KEY IS NUM-CLAVE
              INVALID KEY
                 CONTINUE
           END-READ.

       1087-BLOQUEAR-NUMPART-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1090-CONFIGURAR-SIMULACION                                  *

           OPEN INPUT MARCADOR-FILE.
           IF WS-ESTADO-MARCADOR = "00"
              SET MAR-CLAVE-UNICA TO TRUE
              READ MARCADOR-FILE
                 KEY IS MAR-CLAVE
                 INVALID KEY
                    INITIALIZE WS-MARCADOR
                 NOT INVALID KEY
                    MOVE MAR-VICTORIAS TO WS-MAR-VICTORIAS
                    MOVE MAR-DERROTAS  TO WS-MAR-DERROTAS
                    MOVE MAR-EMPATES   TO WS-MAR-EMPATES
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Mostrar el rating Elo del jugador recién identificado      *
      *    (WS-ENTRADA-JUGADOR), leyéndolo por clave en ratings.dat   *
      *    (lo calcula JUEGOELO). Sin fichero o sin registro, el      *
      *    jugador parte de los 1500 puntos iniciales y se dice tal   *
      *    cual.                                                      *
      *                                                               *
      *****************************************************************
       1560-MOSTRAR-RATING.
           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY 'Rating: 1500 (inicial).'
              GO TO 1560-MOSTRAR-RATING-EXIT
           END-IF.

           MOVE WS-ENTRADA-JUGADOR TO RAT-CODIGO.
           READ RATINGS-FILE
              KEY IS RAT-CODIGO
              INVALID KEY
                 DISPLAY 'Rating: 1500 (inicial).'
              NOT INVALID KEY
                 DISPLAY 'Rating: ' RAT-PUNTOS ' ('
                         RAT-PARTIDAS ' partidas valoradas).'
           END-READ.

           CLOSE RATINGS-FILE.

       1560-MOSTRAR-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-PROCESO                                                *
           PERFORM 3150-ESCRIBIR-INFORME
              THRU 3150-ESCRIBIR-INFORME-EXIT.

           PERFORM 3160-COMPROBAR-RECORDS
              THRU 3160-COMPROBAR-RECORDS-EXIT.

           PERFORM 3200-INSERTAR-RESULTADO-BD
              THRU 3200-INSERTAR-RESULTADO-BD-EXIT.

      *    importadas de otras sedes las marca JUEGOIMP).
           MOVE SPACES                 TO AUD-SEDE.
           MOVE WS-NUM-PARTIDA         TO AUD-NUM-PARTIDA.
      *    Sin anular: la marca sólo la pone JUEGOANU.
           MOVE SPACE                  TO AUD-ANULADA.
      *    Tamaño y dificultad, para los récords (JUEGORCK); la
      *    dificultad, en la escala del cuestionario y sólo contra
      *    la máquina.
           MOVE WS-TAM-TABLERO         TO AUD-TAM-TABLERO.
           MOVE SPACE                  TO AUD-DIFICULTAD.
           IF MODO-VS-MAQUINA
              EVALUATE TRUE
                 WHEN DIFICULTAD-DIFICIL
                    MOVE '2' TO AUD-DIFICULTAD
                 WHEN DIFICULTAD-LIBRO
                    MOVE '3' TO AUD-DIFICULTAD
                 WHEN OTHER
                    MOVE '1' TO AUD-DIFICULTAD
              END-EVALUATE
           END-IF.

           WRITE REG-AUDITORIA.
           MOVE REG-AUDITORIA          TO WS-PARTIDA-RECORDS.

           CLOSE AUDITORIA-FILE.

       3150-ESCRIBIR-INFORME-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3160-COMPROBAR-RECORDS                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar la partida por el registro de records vía JUEGORCK   *
      *    (el mismo subprograma con que JUEGORCD lo reconstruye).    *
      *    Si cae algún récord se anuncia en pantalla y se añade al   *
      *    informe de la partida en informe.txt; JUEGORCK ya dejó     *
      *    el registro al día con el número de partida.               *
      *  · Sin records.dat (aún no se ha reconstruido con JUEGORCD)   *
      *    no se hace nada; cualquier otro fallo sólo se avisa: la    *
      *    partida ya está auditada y sigue su curso.                 *
      *                                                               *
      *****************************************************************
       3160-COMPROBAR-RECORDS.
           IF MODO-SIMULACION
              OR WS-MSG-FINAL = WS-MSG-SALIR
              GO TO 3160-COMPROBAR-RECORDS-EXIT
           END-IF.

           PERFORM 3170-LEER-RATINGS-PARTIDA
              THRU 3170-LEER-RATINGS-PARTIDA-EXIT.

           MOVE 'P' TO WS-RCK-ACCION.
           CALL 'JUEGORCK' USING WS-RCK-ACCION
                                  WS-PARTIDA-RECORDS
                                  WS-RCK-RATING-J1
                                  WS-RCK-RATING-J2
                                  WS-RCK-ESTADO
                                  WS-RCK-AVISOS
                                  WS-RCK-NUM-RECORDS
                                  WS-RCK-TABLA
              ON EXCEPTION
                 DISPLAY 'AVISO: registro de records no disponible '
                         '(JUEGORCK).'
                 GO TO 3160-COMPROBAR-RECORDS-EXIT
           END-CALL.

           IF WS-RCK-ESTADO = "35"
              GO TO 3160-COMPROBAR-RECORDS-EXIT
           END-IF.
           IF WS-RCK-ESTADO NOT = "00"
              DISPLAY 'AVISO: records.dat no disponible ('
                      WS-RCK-ESTADO '); la partida no se compara '
                      'con los records.'
           END-IF.
           IF WS-RCK-AVISOS > 0
              DISPLAY 'AVISO: ' WS-RCK-AVISOS ' filas de records.dat '
                      'bloqueadas por otra terminal; se quedan sin '
                      'actualizar.'
           END-IF.

           IF WS-RCK-NUM-RECORDS = 0
              GO TO 3160-COMPROBAR-RECORDS-EXIT
           END-IF.

      * · Anuncio en pantalla.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**              NUEVO RECORD                    *'.
           DISPLAY '* --------------------------------------------- *'.
           PERFORM VARYING WS-RCK-SUB FROM 1 BY 1
              UNTIL WS-RCK-SUB > WS-RCK-NUM-RECORDS
              DISPLAY '* ' WS-RCK-RECORD(WS-RCK-SUB)
           END-PERFORM.
           DISPLAY '*************************************************'.

      * · Al informe imprimible, tras el de la partida.
           OPEN EXTEND INFORME-FILE.
           IF WS-ESTADO-INFORME = "35"
              OPEN OUTPUT INFORME-FILE
           END-IF.
           IF WS-ESTADO-INFORME NOT = "00"
              GO TO 3160-COMPROBAR-RECORDS-EXIT
           END-IF.

           MOVE SPACES TO REG-INFORME.
           STRING 'Records batidos en la partida ' WS-NUM-PARTIDA ':'
              DELIMITED BY SIZE INTO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM VARYING WS-RCK-SUB FROM 1 BY 1
              UNTIL WS-RCK-SUB > WS-RCK-NUM-RECORDS
              MOVE WS-RCK-RECORD(WS-RCK-SUB) TO REG-INFORME
              WRITE REG-INFORME
           END-PERFORM.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.

           CLOSE INFORME-FILE.

       3160-COMPROBAR-RECORDS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3170-LEER-RATINGS-PARTIDA                                   *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Rating de cada jugador en ratings.dat (el de la última     *
      *    pasada de JUEGOELO), para la mayor sorpresa. Sin fichero   *
      *    o sin fila, los 1500 puntos iniciales.                     *
      *                                                               *
      *****************************************************************
       3170-LEER-RATINGS-PARTIDA.
           MOVE WS-RATING-INICIAL TO WS-RCK-RATING-J1
                                     WS-RCK-RATING-J2.

           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-RATINGS NOT = "00"
              GO TO 3170-LEER-RATINGS-PARTIDA-EXIT
           END-IF.

           MOVE WS-JUGADOR1 TO RAT-CODIGO.
           READ RATINGS-FILE
              KEY IS RAT-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RAT-PUNTOS TO WS-RCK-RATING-J1
           END-READ.

           MOVE WS-JUGADOR2 TO RAT-CODIGO.
           READ RATINGS-FILE
              KEY IS RAT-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RAT-PUNTOS TO WS-RCK-RATING-J2
           END-READ.

           CLOSE RATINGS-FILE.

       3170-LEER-RATINGS-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-INSERTAR-RESULTADO-BD                                  *
      *    la partida y dejarlo grabado para la próxima ejecución.    *
      *    Es el marcador del usuario contra la máquina: las          *
      *    partidas entre dos jugadores humanos no lo modifican.      *
      *  · El registro se lee bloqueado, se suma sobre lo que hay     *
      *    grabado (no sobre lo leído al arrancar, que otra terminal  *
      *    puede haber cambiado) y se regraba antes de soltarlo. El   *
      *    marcador que se muestra al final queda al día.             *
      *                                                               *
      *****************************************************************
       3300-ACTUALIZAR-MARCADOR.
           IF NOT MODO-VS-MAQUINA
              GO TO 3300-ACTUALIZAR-MARCADOR-EXIT
           END-IF.
           IF WS-MSG-FINAL NOT = WS-MSG-GANADOR
              AND WS-MSG-FINAL NOT = WS-MSG-PERDEDOR
              AND WS-MSG-FINAL NOT = WS-MSG-EMPATE
              GO TO 3300-ACTUALIZAR-MARCADOR-EXIT
           END-IF.

           OPEN I-O MARCADOR-FILE.
           IF WS-ESTADO-MARCADOR = "35"
      *       Primera ejecución: se crea el fichero vacío.
              OPEN OUTPUT MARCADOR-FILE
              CLOSE MARCADOR-FILE
              OPEN I-O MARCADOR-FILE
           END-IF.
           IF WS-ESTADO-MARCADOR NOT = "00"
              DISPLAY 'AVISO: marcador.dat no disponible ('
                      WS-ESTADO-MARCADOR '); el resultado no se '
                      'acumula.'
              GO TO 3300-ACTUALIZAR-MARCADOR-EXIT
           END-IF.

           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCADOR.
           PERFORM 3310-BLOQUEAR-MARCADOR
              THRU 3310-BLOQUEAR-MARCADOR-EXIT
              UNTIL WS-ESTADO-MARCADOR NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-MARCADOR
              WHEN "00"
                 CONTINUE
              WHEN "23"
                 SET MAR-CLAVE-UNICA TO TRUE
                 MOVE ZEROS TO MAR-VICTORIAS
                               MAR-DERROTAS
                               MAR-EMPATES
              WHEN OTHER
                 DISPLAY 'AVISO: marcador.dat bloqueado o erroneo ('
                         WS-ESTADO-MARCADOR '); el resultado no se '
                         'acumula.'
                 CLOSE MARCADOR-FILE
                 GO TO 3300-ACTUALIZAR-MARCADOR-EXIT
           END-EVALUATE.

           IF WS-MSG-FINAL = WS-MSG-GANADOR
              ADD 1 TO MAR-VICTORIAS
           ELSE IF WS-MSG-FINAL = WS-MSG-PERDEDOR
              ADD 1 TO MAR-DERROTAS
           ELSE
              ADD 1 TO MAR-EMPATES
           END-IF
           END-IF.

           IF WS-ESTADO-MARCADOR = "00"
              REWRITE REG-MARCADOR
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-MARCADOR
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

           IF WS-ESTADO-MARCADOR = "00"
              MOVE MAR-VICTORIAS TO WS-MAR-VICTORIAS
              MOVE MAR-DERROTAS  TO WS-MAR-DERROTAS
              MOVE MAR-EMPATES   TO WS-MAR-EMPATES
           ELSE
              DISPLAY 'AVISO: no se pudo grabar marcador.dat ('
                      WS-ESTADO-MARCADOR '); el resultado no se '
                      'acumula.'
           END-IF.

           UNLOCK MARCADOR-FILE.
           CLOSE MARCADOR-FILE.

       3300-ACTUALIZAR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3310-BLOQUEAR-MARCADOR                                      *
      *                                                               *
      *****************************************************************
       3310-BLOQUEAR-MARCADOR.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           SET MAR-CLAVE-UNICA TO TRUE.
           READ MARCADOR-FILE WITH LOCK
              KEY IS MAR-CLAVE
              INVALID KEY
                 CONTINUE
           END-READ.

       3310-BLOQUEAR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3350-ACTUALIZAR-MARCAJUG                                    *
      *    jugador (marcajug.dat): victoria/derrota/empate de cada    *
      *    jugador identificado. La máquina no lleva marcador y un    *
      *    abandono no puntúa.                                        *
      *  · Sólo se tocan las filas de los jugadores de esta partida,  *
      *    cada una leída con bloqueo y regrabada al momento: lo que  *
      *    otras terminales graben en otras filas (o en la misma,     *
      *    esperando su turno) no se pierde.                          *
      *                                                               *
      *****************************************************************
       3350-ACTUALIZAR-MARCAJUG.
              GO TO 3350-ACTUALIZAR-MARCAJUG-EXIT
           END-IF.

           OPEN I-O MARCAJUG-FILE.
           IF WS-ESTADO-MARCAJUG = "35"
      *       Primera ejecución: se crea el fichero vacío.
              OPEN OUTPUT MARCAJUG-FILE
              CLOSE MARCAJUG-FILE
              OPEN I-O MARCAJUG-FILE
           END-IF.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY 'AVISO: marcajug.dat no disponible ('
                      WS-ESTADO-MARCAJUG '); el resultado no se '
                      'acumula por jugador.'
              GO TO 3350-ACTUALIZAR-MARCAJUG-EXIT
           END-IF.

      * · Jugador 1.
           MOVE WS-JUGADOR1 TO WS-CODIGO-SUMAR.
                 THRU 3370-SUMAR-JUGADOR-EXIT
           END-IF.

           CLOSE MARCAJUG-FILE.

       3350-ACTUALIZAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sumar el resultado WS-RESULTADO-SUMAR (V/D/E) al jugador   *
      *    WS-CODIGO-SUMAR en su fila de marcajug.dat, dándolo de     *
      *    alta si aún no tiene marcador. Si la fila sigue bloqueada  *
      *    por otra terminal tras los reintentos, se avisa del        *
      *    resultado no acumulado.                                    *
      *                                                               *
      *****************************************************************
       3370-SUMAR-JUGADOR.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCAJUG.
           PERFORM 3375-BLOQUEAR-MARCAJUG
              THRU 3375-BLOQUEAR-MARCAJUG-EXIT
              UNTIL WS-ESTADO-MARCAJUG NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-MARCAJUG
              WHEN "00"
                 CONTINUE
              WHEN "23"
                 MOVE WS-CODIGO-SUMAR TO MCJ-CODIGO
                 MOVE ZEROS TO MCJ-VICTORIAS
                               MCJ-DERROTAS
                               MCJ-EMPATES
              WHEN OTHER
                 DISPLAY 'AVISO: marcador de ' WS-CODIGO-SUMAR
                         ' bloqueado o erroneo ('
                         WS-ESTADO-MARCAJUG '); el resultado no se '
                         'acumula.'
                 GO TO 3370-SUMAR-JUGADOR-EXIT
           END-EVALUATE.

           EVALUATE WS-RESULTADO-SUMAR
              WHEN 'V'
                 ADD 1 TO MCJ-VICTORIAS
              WHEN 'D'
                 ADD 1 TO MCJ-DERROTAS
              WHEN 'E'
                 ADD 1 TO MCJ-EMPATES
           END-EVALUATE.

           IF WS-ESTADO-MARCAJUG = "00"
              REWRITE REG-MARCAJUG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-MARCAJUG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY 'AVISO: no se pudo grabar el marcador de '
                      WS-CODIGO-SUMAR ' (' WS-ESTADO-MARCAJUG
                      '); el resultado no se acumula.'
           END-IF.

           UNLOCK MARCAJUG-FILE.

       3370-SUMAR-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3375-BLOQUEAR-MARCAJUG                                      *
      *                                                               *
      *****************************************************************
       3375-BLOQUEAR-MARCAJUG.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-CODIGO-SUMAR TO MCJ-CODIGO.
           READ MARCAJUG-FILE WITH LOCK
              KEY IS MCJ-CODIGO
              INVALID KEY
                 CONTINUE
           END-READ.

       3375-BLOQUEAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
       8350-GRABAR-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8400-ESPERAR-BLOQUEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Esperar a que cambie el segundo del reloj antes de volver  *
      *    a pedir un registro que otra terminal tiene bloqueado.     *
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
