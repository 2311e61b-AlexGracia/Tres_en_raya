      *****************************************************************
      *			      juegocru				      *
      *	 -----------------------------------------------------------  *
      * Tabla cruzada de enfrentamientos: todos los jugadores         *
      * activos de jugadores.dat contra todos, desde auditoria.log    *
      * y, a petición, los ficheros de archivo de JUEGOARC. Cada      *
      * casilla da ganadas-empatadas-perdidas desde el lado del       *
      * jugador de la fila; cada fila termina con sus totales y su    *
      * rating actual de ratings.dat (el de JUEGOELO).                *
      *                                                               *
      * Cuentan las mismas partidas que puntúan en JUEGOELO:          *
      * terminadas entre dos jugadores registrados, sin               *
      * simulaciones ni anuladas, sin INVITADO ni MAQUINA y sin       *
      * abandonos. Los códigos fusionados (fusiones.dat) se           *
      * atribuyen al superviviente; los jugadores de baja o           *
      * fusionados no tienen fila y sus partidas contra activos no    *
      * se cuentan.                                                   *
      *                                                               *
      * La tabla va al fichero cruzada-AAAAMMDD.txt (fecha del día),  *
      * en líneas de 132 columnas y por bloques de columnas de        *
      * rivales para que quepa en papel sea cual sea el número de     *
      * jugadores; los totales y el rating salen en el último         *
      * bloque.                                                       *
      *                                                               *
      * Código de retorno: 0 correcto, 12 error de fichero.           *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |Las partidas anuladas (JUEGOANU)     *
      *      |          |       |quedan fuera, como en JUEGOELO.      *
      *      |15/10/2026|Alex   |ratings.dat indexado por codigo:     *
      *      |          |       |se sigue leyendo entero, en orden    *
      *      |          |       |de clave.                            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOCRU.
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
           SELECT JUGADORES-FILE  ASSIGN TO "jugadores.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS JUG-CODIGO
              FILE STATUS  IS WS-ESTADO-JUGADORES.

           SELECT FUSIONES-FILE   ASSIGN TO "fusiones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FUSIONES.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT AUDITORIA-FILE  ASSIGN TO DYNAMIC
                                          WS-FICHERO-AUDITORIA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT CRUZADA-FILE    ASSIGN TO DYNAMIC
                                          WS-FICHERO-CRUZADA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-CRUZADA.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Fichero maestro de jugadores (mantenido por JUEGOREG).
       FD  JUGADORES-FILE.
       COPY REGJUGAD.

      * · Fichero de fusiones de códigos (lo escribe JUEGOREG).
       FD  FUSIONES-FILE.
       COPY REGFUSIO.

      * · Fichero de ratings (lo regraba JUEGOELO).
       FD  RATINGS-FILE.
       COPY REGRATIN.

      * · Fichero de auditoría (histórico de partidas jugadas).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Fichero de la tabla cruzada imprimible (texto plano).
       FD  CRUZADA-FILE.
       01  REG-CRUZADA              PIC X(132).

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-FICHERO-AUDITORIA    PIC X(100)      VALUE SPACES.
       01 WS-FICHERO-CRUZADA      PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-JUGADORES     PIC XX          VALUE SPACES.
       01 WS-ESTADO-FUSIONES      PIC XX          VALUE SPACES.
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-CRUZADA       PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.

      * · Ficheros de archivo de JUEGOARC a incluir.
       01 WS-MAX-ARCHIVOS         PIC 99 COMP     VALUE 12.
       01 WS-NUM-ARCHIVOS         PIC 99 COMP     VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 99 COMP     VALUE ZEROS.
       01 WS-ENTRADA-ARCHIVO      PIC X(100)      VALUE SPACES.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 12 PIC X(100).

      * · Partidas importadas de otras sedes (AUD-SEDE informado):
      *   se incluyen salvo que se pida lo contrario, como en
      *   JUEGOELO.
       01 WS-ENTRADA-SEDES        PIC X(2)        VALUE SPACES.
       01 WS-INCLUIR-SEDES        PIC 9 COMP      VALUE 1.
          88 NO-INCLUIR-SEDES                     VALUE 0.
          88 SI-INCLUIR-SEDES                     VALUE 1.

      * · Jugadores activos (ni de baja ni fusionados), con sus
      *   totales y su rating.
       01 WS-MAX-JUGADORES        PIC 9(3) COMP   VALUE 200.
       01 WS-NUM-JUGADORES        PIC 9(3) COMP   VALUE ZEROS.
       01 WS-JUG-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-JUG-HIT              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-JUG-HALLADO          PIC 9 COMP      VALUE 0.
          88 NO-JUG-HALLADO                       VALUE 0.
          88 SI-JUG-HALLADO                       VALUE 1.
       01 WS-TABLA-JUGADORES.
          05 WS-JUG               OCCURS 200.
             10 WS-JUG-CODIGO     PIC X(8).
             10 WS-JUG-GANADAS    PIC 9(5) COMP.
             10 WS-JUG-EMPATADAS  PIC 9(5) COMP.
             10 WS-JUG-PERDIDAS   PIC 9(5) COMP.
             10 WS-JUG-RATING     PIC X(4).
       01 WS-CODIGO-BUSCADO       PIC X(8)        VALUE SPACES.

      * · Enfrentamientos: ganadas y empatadas de la fila contra la
      *   columna (las perdidas de la fila son las ganadas de la
      *   columna contra ella).
       01 WS-TABLA-CRUCE.
          05 WS-CRU-FILA          OCCURS 200.
             10 WS-CRU-COLUMNA    OCCURS 200.
                15 WS-CRU-GANADAS   PIC 9(3) COMP.
                15 WS-CRU-EMPATADAS PIC 9(3) COMP.
       01 WS-FIL-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-COL-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-J1-HIT               PIC 9(3) COMP   VALUE ZEROS.
       01 WS-J2-HIT               PIC 9(3) COMP   VALUE ZEROS.

      * · Cruce de fusiones (como en JUEGOELO).
       01 WS-MAX-FUSIONES         PIC 9(3) COMP   VALUE 100.
       01 WS-NUM-FUSIONES         PIC 9(3) COMP   VALUE ZEROS.
       01 WS-FUS-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-FUS-SALTOS           PIC 9 COMP      VALUE ZEROS.
       01 WS-FUS-CAMBIO           PIC 9 COMP      VALUE 0.
          88 NO-FUS-CAMBIO                        VALUE 0.
          88 SI-FUS-CAMBIO                        VALUE 1.
       01 WS-TABLA-FUSIONES.
          05 WS-FUS               OCCURS 100.
             10 WS-FUS-ANTIGUO    PIC X(8).
             10 WS-FUS-NUEVO      PIC X(8).
       01 WS-CODIGO-XREF          PIC X(8)        VALUE SPACES.

      * · Partida en curso, con los códigos ya pasados por el cruce
      *   de fusiones.
       01 WS-J1-PARTIDA           PIC X(8)        VALUE SPACES.
       01 WS-J2-PARTIDA           PIC X(8)        VALUE SPACES.

      * · Impresión por bloques de columnas: cada casilla ocupa
      *   WS-ANCHO-CASILLA posiciones a partir de la 11.
       01 WS-COLS-BLOQUE          PIC 9(3) COMP   VALUE 8.
       01 WS-ANCHO-CASILLA        PIC 99 COMP     VALUE 11.
       01 WS-BLQ-DESDE            PIC 9(3) COMP   VALUE ZEROS.
       01 WS-BLQ-HASTA            PIC 9(3) COMP   VALUE ZEROS.
       01 WS-BLQ-NUMERO           PIC 9(3)        VALUE ZEROS.
       01 WS-POSICION             PIC 9(3) COMP   VALUE ZEROS.
       01 WS-ULTIMO-BLOQUE        PIC 9 COMP      VALUE 0.
          88 NO-ULTIMO-BLOQUE                     VALUE 0.
          88 SI-ULTIMO-BLOQUE                     VALUE 1.

      * · Montaje de una casilla "G-E-P".
       01 WS-GANADAS              PIC 9(5)        VALUE ZEROS.
       01 WS-EMPATADAS            PIC 9(5)        VALUE ZEROS.
       01 WS-PERDIDAS             PIC 9(5)        VALUE ZEROS.
       01 WS-CUENTA-ED            PIC ZZZZ9       VALUE ZEROS.
       01 WS-TEXTO-G              PIC X(5)        VALUE SPACES.
       01 WS-TEXTO-E              PIC X(5)        VALUE SPACES.
       01 WS-TEXTO-P              PIC X(5)        VALUE SPACES.
       01 WS-CASILLA              PIC X(17)       VALUE SPACES.

      * · Contadores del resumen.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-CONTADAS             PIC 9(7)        VALUE ZEROS.
       01 WS-DESCARTADAS          PIC 9(7)        VALUE ZEROS.
       01 WS-NO-ACTIVOS           PIC 9(7)        VALUE ZEROS.
       01 WS-LINEAS-ESCRITAS      PIC 9(5)        VALUE ZEROS.

      * · Literales de resultado (los mismos textos que graba JUEGO
      *   en AUD-RESULTADO).
       77 WS-MSG-PERDEDOR         PIC X(15)    VALUE 'Has perdido. :O'.
       77 WS-MSG-GANADOR          PIC X(15)    VALUE 'Has ganado.  :)'.
       77 WS-MSG-SALIR            PIC X(15)    VALUE 'Has salido.  :('.
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

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.

           PERFORM 1200-CARGAR-FUSIONES
              THRU 1200-CARGAR-FUSIONES-EXIT.

           PERFORM 1300-CARGAR-JUGADORES
              THRU 1300-CARGAR-JUGADORES-EXIT.

           PERFORM 1400-CARGAR-RATINGS
              THRU 1400-CARGAR-RATINGS-EXIT.

           PERFORM 2000-PROCESAR-AUDITORIA
              THRU 2000-PROCESAR-AUDITORIA-EXIT.

           PERFORM 3000-IMPRIMIR-CRUZADA
              THRU 3000-IMPRIMIR-CRUZADA-EXIT.

           PERFORM 6000-RESUMEN-PANTALLA
              THRU 6000-RESUMEN-PANTALLA-EXIT.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Preguntar por las otras sedes, pedir los ficheros de       *
      *    archivo y montar el nombre del fichero de la tabla.        *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'TABLA CRUZADA DE ENFRENTAMIENTOS'.
           DISPLAY '================================'.

           DISPLAY 'Incluir partidas de otras sedes (S/N, blanco '
                   '= S): '.
           ACCEPT WS-ENTRADA-SEDES.
           IF WS-ENTRADA-SEDES = 'N' OR WS-ENTRADA-SEDES = 'n'
              SET NO-INCLUIR-SEDES TO TRUE
           END-IF.

           PERFORM 1100-PEDIR-ARCHIVOS
              THRU 1100-PEDIR-ARCHIVOS-EXIT.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FICHERO-CRUZADA.
           STRING 'cruzada-' WS-FECHA-HOY '.txt'
              DELIMITED BY SIZE INTO WS-FICHERO-CRUZADA.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1100-PEDIR-ARCHIVOS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir los nombres de los ficheros de archivo de JUEGOARC   *
      *    a incluir, hasta una entrada en blanco.                    *
      *                                                               *
      *****************************************************************
       1100-PEDIR-ARCHIVOS.
           DISPLAY 'Fichero de archivo a incluir (blanco = '
                   'ninguno/fin): '.
           ACCEPT WS-ENTRADA-ARCHIVO.

           PERFORM UNTIL WS-ENTRADA-ARCHIVO = SPACES
              OR WS-NUM-ARCHIVOS >= WS-MAX-ARCHIVOS
              ADD 1 TO WS-NUM-ARCHIVOS
              MOVE WS-ENTRADA-ARCHIVO
                TO WS-ARCHIVO-NOMBRE(WS-NUM-ARCHIVOS)
              DISPLAY 'Otro fichero de archivo (blanco = fin): '
              ACCEPT WS-ENTRADA-ARCHIVO
           END-PERFORM.

       1100-PEDIR-ARCHIVOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1200-CARGAR-FUSIONES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar el cruce de fusiones (fusiones.dat). Sin fichero    *
      *    no hay fusiones que aplicar.                               *
      *                                                               *
      *****************************************************************
       1200-CARGAR-FUSIONES.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT FUSIONES-FILE.
           IF WS-ESTADO-FUSIONES NOT = "00"
              GO TO 1200-CARGAR-FUSIONES-EXIT
           END-IF.

           PERFORM 1250-LEER-FUSION
              THRU 1250-LEER-FUSION-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE FUSIONES-FILE.

       1200-CARGAR-FUSIONES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1250-LEER-FUSION                                            *
      *                                                               *
      *****************************************************************
       1250-LEER-FUSION.
           READ FUSIONES-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 IF WS-NUM-FUSIONES < WS-MAX-FUSIONES
                    ADD 1 TO WS-NUM-FUSIONES
                    MOVE FUS-CODIGO-ANTIGUO
                      TO WS-FUS-ANTIGUO(WS-NUM-FUSIONES)
                    MOVE FUS-CODIGO-NUEVO
                      TO WS-FUS-NUEVO(WS-NUM-FUSIONES)
                 END-IF
           END-READ.

       1250-LEER-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1290-APLICAR-FUSION                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sustituir en WS-CODIGO-XREF un código fusionado por su     *
      *    superviviente, encadenando fusiones (máximo 5 saltos).     *
      *                                                               *
      *****************************************************************
       1290-APLICAR-FUSION.
           IF WS-NUM-FUSIONES = 0
              GO TO 1290-APLICAR-FUSION-EXIT
           END-IF.

           SET SI-FUS-CAMBIO TO TRUE.
           MOVE ZERO TO WS-FUS-SALTOS.

           PERFORM UNTIL NO-FUS-CAMBIO OR WS-FUS-SALTOS >= 5
              SET NO-FUS-CAMBIO TO TRUE
              PERFORM VARYING WS-FUS-SUB FROM 1 BY 1
                 UNTIL WS-FUS-SUB > WS-NUM-FUSIONES
                    OR SI-FUS-CAMBIO
                 IF WS-FUS-ANTIGUO(WS-FUS-SUB) = WS-CODIGO-XREF
                    MOVE WS-FUS-NUEVO(WS-FUS-SUB)
                      TO WS-CODIGO-XREF
                    SET SI-FUS-CAMBIO TO TRUE
                 END-IF
              END-PERFORM
              ADD 1 TO WS-FUS-SALTOS
           END-PERFORM.

       1290-APLICAR-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1300-CARGAR-JUGADORES                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar los jugadores activos del maestro (estado 'A' o     *
      *    en blanco, el de los registros antiguos), en orden de      *
      *    código. Las bajas ('B') y los fusionados ('F') no tienen   *
      *    fila ni columna.                                           *
      *                                                               *
      *****************************************************************
       1300-CARGAR-JUGADORES.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT JUGADORES-FILE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 1350-LEER-JUGADOR
              THRU 1350-LEER-JUGADOR-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE JUGADORES-FILE.

           IF WS-NUM-JUGADORES = 0
              DISPLAY 'Sin jugadores activos: nada que cruzar.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           INITIALIZE WS-TABLA-CRUCE.

       1300-CARGAR-JUGADORES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1350-LEER-JUGADOR                                           *
      *                                                               *
      *****************************************************************
       1350-LEER-JUGADOR.
           READ JUGADORES-FILE NEXT
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 IF JUG-ESTADO NOT = 'F'
                    AND JUG-ESTADO NOT = 'B'
                    AND WS-NUM-JUGADORES < WS-MAX-JUGADORES
                    ADD 1 TO WS-NUM-JUGADORES
                    MOVE JUG-CODIGO
                      TO WS-JUG-CODIGO(WS-NUM-JUGADORES)
                    MOVE ZEROS
                      TO WS-JUG-GANADAS(WS-NUM-JUGADORES)
                         WS-JUG-EMPATADAS(WS-NUM-JUGADORES)
                         WS-JUG-PERDIDAS(WS-NUM-JUGADORES)
                    MOVE '----' TO WS-JUG-RATING(WS-NUM-JUGADORES)
                 END-IF
           END-READ.

       1350-LEER-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1390-BUSCAR-JUGADOR                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Buscar WS-CODIGO-BUSCADO entre los activos y dejar su      *
      *    posición en WS-JUG-HIT.                                    *
      *                                                               *
      *****************************************************************
       1390-BUSCAR-JUGADOR.
           SET NO-JUG-HALLADO TO TRUE.

           PERFORM VARYING WS-JUG-SUB FROM 1 BY 1
              UNTIL WS-JUG-SUB > WS-NUM-JUGADORES
                 OR SI-JUG-HALLADO
              IF WS-JUG-CODIGO(WS-JUG-SUB) = WS-CODIGO-BUSCADO
                 SET SI-JUG-HALLADO TO TRUE
                 MOVE WS-JUG-SUB TO WS-JUG-HIT
              END-IF
           END-PERFORM.

       1390-BUSCAR-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1400-CARGAR-RATINGS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Poner a cada activo su rating de ratings.dat. Sin fichero  *
      *    (JUEGOELO aún no se ha pasado) o sin línea del jugador,    *
      *    el rating sale como '----'.                                *
      *                                                               *
      *****************************************************************
       1400-CARGAR-RATINGS.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-RATINGS NOT = "00"
              GO TO 1400-CARGAR-RATINGS-EXIT
           END-IF.

           PERFORM 1450-LEER-RATING
              THRU 1450-LEER-RATING-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE RATINGS-FILE.

       1400-CARGAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1450-LEER-RATING                                            *
      *                                                               *
      *****************************************************************
       1450-LEER-RATING.
           READ RATINGS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 1450-LEER-RATING-EXIT
           END-READ.

           MOVE RAT-CODIGO TO WS-CODIGO-BUSCADO.
           PERFORM 1390-BUSCAR-JUGADOR
              THRU 1390-BUSCAR-JUGADOR-EXIT.
           IF SI-JUG-HALLADO
              MOVE RAT-PUNTOS TO WS-JUG-RATING(WS-JUG-HIT)
           END-IF.

       1450-LEER-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-PROCESAR-AUDITORIA                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer los ficheros de archivo pedidos y después         *
      *    auditoria.log, sumando cada partida válida a su casilla.   *
      *                                                               *
      *****************************************************************
       2000-PROCESAR-AUDITORIA.
           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
              MOVE WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                TO WS-FICHERO-AUDITORIA
              PERFORM 2050-PROCESAR-FICHERO
                 THRU 2050-PROCESAR-FICHERO-EXIT
           END-PERFORM.

           MOVE 'auditoria.log' TO WS-FICHERO-AUDITORIA.
           PERFORM 2050-PROCESAR-FICHERO
              THRU 2050-PROCESAR-FICHERO-EXIT.

       2000-PROCESAR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-PROCESAR-FICHERO                                       *
      *                                                               *
      *****************************************************************
       2050-PROCESAR-FICHERO.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ' WS-FICHERO-AUDITORIA
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-LEER-AUDITORIA
              THRU 2100-LEER-AUDITORIA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE.

       2050-PROCESAR-FICHERO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-LEER-AUDITORIA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Filtrar como JUEGOELO: fuera simulaciones, otras sedes si  *
      *    así se pidió, códigos sin registrar (INVITADO, MAQUINA o   *
      *    en blanco), un jugador contra sí mismo tras una fusión y   *
      *    los abandonos. Las partidas contra un jugador de baja no   *
      *    tienen casilla y se cuentan aparte.                        *
      *  · Sumar la partida a la casilla del jugador 1 contra el 2.   *
      *                                                               *
      *****************************************************************
       2100-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2100-LEER-AUDITORIA-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

           IF AUD-SIMULACION = 'S'
              OR AUD-ANULADA = 'S'
              OR (NO-INCLUIR-SEDES AND AUD-SEDE NOT = SPACES)
              ADD 1 TO WS-DESCARTADAS
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           MOVE AUD-JUGADOR1 TO WS-CODIGO-XREF.
           PERFORM 1290-APLICAR-FUSION
              THRU 1290-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO WS-J1-PARTIDA.

           MOVE AUD-JUGADOR2 TO WS-CODIGO-XREF.
           PERFORM 1290-APLICAR-FUSION
              THRU 1290-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO WS-J2-PARTIDA.

           IF WS-J1-PARTIDA = SPACES
              OR WS-J1-PARTIDA = 'INVITADO'
              OR WS-J1-PARTIDA = 'MAQUINA'
              OR WS-J2-PARTIDA = SPACES
              OR WS-J2-PARTIDA = 'INVITADO'
              OR WS-J2-PARTIDA = 'MAQUINA'
              OR WS-J1-PARTIDA = WS-J2-PARTIDA
              ADD 1 TO WS-DESCARTADAS
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           IF AUD-RESULTADO NOT = WS-MSG-GANADOR
              AND AUD-RESULTADO NOT = WS-MSG-P1-GANA
              AND AUD-RESULTADO NOT = WS-MSG-PERDEDOR
              AND AUD-RESULTADO NOT = WS-MSG-P2-GANA
              AND AUD-RESULTADO NOT = WS-MSG-EMPATE
              ADD 1 TO WS-DESCARTADAS
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           MOVE WS-J1-PARTIDA TO WS-CODIGO-BUSCADO.
           PERFORM 1390-BUSCAR-JUGADOR
              THRU 1390-BUSCAR-JUGADOR-EXIT.
           IF NO-JUG-HALLADO
              ADD 1 TO WS-NO-ACTIVOS
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.
           MOVE WS-JUG-HIT TO WS-J1-HIT.

           MOVE WS-J2-PARTIDA TO WS-CODIGO-BUSCADO.
           PERFORM 1390-BUSCAR-JUGADOR
              THRU 1390-BUSCAR-JUGADOR-EXIT.
           IF NO-JUG-HALLADO
              ADD 1 TO WS-NO-ACTIVOS
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.
           MOVE WS-JUG-HIT TO WS-J2-HIT.

           ADD 1 TO WS-CONTADAS.

           EVALUATE AUD-RESULTADO
              WHEN WS-MSG-GANADOR
              WHEN WS-MSG-P1-GANA
                 ADD 1 TO WS-CRU-GANADAS(WS-J1-HIT, WS-J2-HIT)
                 ADD 1 TO WS-JUG-GANADAS(WS-J1-HIT)
                 ADD 1 TO WS-JUG-PERDIDAS(WS-J2-HIT)
              WHEN WS-MSG-PERDEDOR
              WHEN WS-MSG-P2-GANA
                 ADD 1 TO WS-CRU-GANADAS(WS-J2-HIT, WS-J1-HIT)
                 ADD 1 TO WS-JUG-PERDIDAS(WS-J1-HIT)
                 ADD 1 TO WS-JUG-GANADAS(WS-J2-HIT)
              WHEN WS-MSG-EMPATE
                 ADD 1 TO WS-CRU-EMPATADAS(WS-J1-HIT, WS-J2-HIT)
                 ADD 1 TO WS-CRU-EMPATADAS(WS-J2-HIT, WS-J1-HIT)
                 ADD 1 TO WS-JUG-EMPATADAS(WS-J1-HIT)
                 ADD 1 TO WS-JUG-EMPATADAS(WS-J2-HIT)
           END-EVALUATE.

       2100-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-IMPRIMIR-CRUZADA                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Abrir el fichero de la tabla e imprimirla por bloques de   *
      *    WS-COLS-BLOQUE rivales, con la leyenda al final.           *
      *                                                               *
      *****************************************************************
       3000-IMPRIMIR-CRUZADA.
           OPEN OUTPUT CRUZADA-FILE.
           IF WS-ESTADO-CRUZADA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': '
                      FUNCTION TRIM(WS-FICHERO-CRUZADA) ' ('
                      WS-ESTADO-CRUZADA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3100-IMPRIMIR-BLOQUE
              THRU 3100-IMPRIMIR-BLOQUE-EXIT
              VARYING WS-BLQ-DESDE FROM 1 BY WS-COLS-BLOQUE
              UNTIL WS-BLQ-DESDE > WS-NUM-JUGADORES.

           MOVE ALL '=' TO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE SPACES TO REG-CRUZADA.
           STRING 'Casilla: ganadas-empatadas-perdidas del jugador '
                  'de la fila contra el de la columna.  "." sin '
                  'partidas.'
              DELIMITED BY SIZE INTO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE SPACES TO REG-CRUZADA.
           STRING 'Partidas contadas: ' WS-CONTADAS
                  '  Fuera (simulacion, INVITADO/MAQUINA, abandono): '
                  WS-DESCARTADAS
                  '  Con jugador no activo: ' WS-NO-ACTIVOS
              DELIMITED BY SIZE INTO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

           CLOSE CRUZADA-FILE.

       3000-IMPRIMIR-CRUZADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-IMPRIMIR-BLOQUE                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cabecera del bloque (códigos de los rivales de las         *
      *    columnas WS-BLQ-DESDE a WS-BLQ-HASTA) y una línea por      *
      *    jugador. El último bloque lleva totales y rating.          *
      *                                                               *
      *****************************************************************
       3100-IMPRIMIR-BLOQUE.
           COMPUTE WS-BLQ-HASTA = WS-BLQ-DESDE + WS-COLS-BLOQUE - 1.
           IF WS-BLQ-HASTA >= WS-NUM-JUGADORES
              MOVE WS-NUM-JUGADORES TO WS-BLQ-HASTA
              SET SI-ULTIMO-BLOQUE TO TRUE
           ELSE
              SET NO-ULTIMO-BLOQUE TO TRUE
           END-IF.
           ADD 1 TO WS-BLQ-NUMERO.

           MOVE ALL '=' TO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE SPACES TO REG-CRUZADA.
           STRING 'TABLA CRUZADA  ' WS-FECHA-HOY
                  '  Bloque ' WS-BLQ-NUMERO
              DELIMITED BY SIZE INTO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

      * · Cabecera de columnas.
           MOVE SPACES TO REG-CRUZADA.
           MOVE 'Jugador' TO REG-CRUZADA(1:7).
           MOVE 11 TO WS-POSICION.
           PERFORM VARYING WS-COL-SUB FROM WS-BLQ-DESDE BY 1
              UNTIL WS-COL-SUB > WS-BLQ-HASTA
              MOVE WS-JUG-CODIGO(WS-COL-SUB)
                TO REG-CRUZADA(WS-POSICION:8)
              ADD WS-ANCHO-CASILLA TO WS-POSICION
           END-PERFORM.
           IF SI-ULTIMO-BLOQUE
              MOVE 'Total G-E-P'  TO REG-CRUZADA(WS-POSICION:11)
              ADD 18 TO WS-POSICION
              MOVE 'Rating' TO REG-CRUZADA(WS-POSICION:6)
           END-IF.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '-' TO REG-CRUZADA.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

           PERFORM 3200-FILA-DE-JUGADOR
              THRU 3200-FILA-DE-JUGADOR-EXIT
              VARYING WS-FIL-SUB FROM 1 BY 1
              UNTIL WS-FIL-SUB > WS-NUM-JUGADORES.

       3100-IMPRIMIR-BLOQUE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-FILA-DE-JUGADOR                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · La fila de WS-FIL-SUB en el bloque en curso: una casilla   *
      *    por rival ('X' contra sí mismo, '.' si nunca se            *
      *    enfrentaron) y, en el último bloque, totales y rating.     *
      *                                                               *
      *****************************************************************
       3200-FILA-DE-JUGADOR.
           MOVE SPACES TO REG-CRUZADA.
           MOVE WS-JUG-CODIGO(WS-FIL-SUB) TO REG-CRUZADA(1:8).
           MOVE 11 TO WS-POSICION.

           PERFORM VARYING WS-COL-SUB FROM WS-BLQ-DESDE BY 1
              UNTIL WS-COL-SUB > WS-BLQ-HASTA
              IF WS-COL-SUB = WS-FIL-SUB
                 MOVE '   X' TO REG-CRUZADA(WS-POSICION:4)
              ELSE
                 MOVE WS-CRU-GANADAS(WS-FIL-SUB, WS-COL-SUB)
                   TO WS-GANADAS
                 MOVE WS-CRU-EMPATADAS(WS-FIL-SUB, WS-COL-SUB)
                   TO WS-EMPATADAS
                 MOVE WS-CRU-GANADAS(WS-COL-SUB, WS-FIL-SUB)
                   TO WS-PERDIDAS
                 IF WS-GANADAS = 0 AND WS-EMPATADAS = 0
                    AND WS-PERDIDAS = 0
                    MOVE '   .' TO REG-CRUZADA(WS-POSICION:4)
                 ELSE
                    PERFORM 3250-MONTAR-CASILLA
                       THRU 3250-MONTAR-CASILLA-EXIT
                    MOVE WS-CASILLA
                      TO REG-CRUZADA(WS-POSICION:WS-ANCHO-CASILLA)
                 END-IF
              END-IF
              ADD WS-ANCHO-CASILLA TO WS-POSICION
           END-PERFORM.

           IF SI-ULTIMO-BLOQUE
              MOVE WS-JUG-GANADAS(WS-FIL-SUB)   TO WS-GANADAS
              MOVE WS-JUG-EMPATADAS(WS-FIL-SUB) TO WS-EMPATADAS
              MOVE WS-JUG-PERDIDAS(WS-FIL-SUB)  TO WS-PERDIDAS
              PERFORM 3250-MONTAR-CASILLA
                 THRU 3250-MONTAR-CASILLA-EXIT
              MOVE WS-CASILLA TO REG-CRUZADA(WS-POSICION:17)
              ADD 18 TO WS-POSICION
              MOVE WS-JUG-RATING(WS-FIL-SUB)
                TO REG-CRUZADA(WS-POSICION:4)
           END-IF.

           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

       3200-FILA-DE-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3250-MONTAR-CASILLA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Montar en WS-CASILLA el texto "G-E-P" de WS-GANADAS,       *
      *    WS-EMPATADAS y WS-PERDIDAS, sin ceros a la izquierda.      *
      *                                                               *
      *****************************************************************
       3250-MONTAR-CASILLA.
           MOVE WS-GANADAS TO WS-CUENTA-ED.
           MOVE FUNCTION TRIM(WS-CUENTA-ED) TO WS-TEXTO-G.
           MOVE WS-EMPATADAS TO WS-CUENTA-ED.
           MOVE FUNCTION TRIM(WS-CUENTA-ED) TO WS-TEXTO-E.
           MOVE WS-PERDIDAS TO WS-CUENTA-ED.
           MOVE FUNCTION TRIM(WS-CUENTA-ED) TO WS-TEXTO-P.

           MOVE SPACES TO WS-CASILLA.
           STRING WS-TEXTO-G DELIMITED BY SPACE
                  '-'        DELIMITED BY SIZE
                  WS-TEXTO-E DELIMITED BY SPACE
                  '-'        DELIMITED BY SIZE
                  WS-TEXTO-P DELIMITED BY SPACE
              INTO WS-CASILLA.

       3250-MONTAR-CASILLA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3900-ESCRIBIR-LINEA                                         *
      *                                                               *
      *****************************************************************
       3900-ESCRIBIR-LINEA.
           WRITE REG-CRUZADA.
           ADD 1 TO WS-LINEAS-ESCRITAS.

       3900-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-RESUMEN-PANTALLA                                       *
      *                                                               *
      *****************************************************************
       6000-RESUMEN-PANTALLA.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**    Tabla cruzada (JUEGOCRU)                  *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Fichero:               '
                   FUNCTION TRIM(WS-FICHERO-CRUZADA).
           DISPLAY '* Jugadores activos:     ' WS-NUM-JUGADORES.
           DISPLAY '* Partidas leidas:       ' WS-LEIDAS.
           DISPLAY '* Partidas contadas:     ' WS-CONTADAS.
           DISPLAY '* Descartadas:           ' WS-DESCARTADAS.
           DISPLAY '* Con jugador no activo: ' WS-NO-ACTIVOS.
           DISPLAY '* Lineas escritas:       ' WS-LINEAS-ESCRITAS.
           DISPLAY '*************************************************'.

       6000-RESUMEN-PANTALLA-EXIT.
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
