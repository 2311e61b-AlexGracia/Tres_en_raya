      *****************************************************************
      *			      juegorcd				      *
      *	 -----------------------------------------------------------  *
      * Reconstrucción del registro de records de la oficina          *
      * (records.dat, copy REGRECOR) desde el histórico: los ficheros *
      * de archivo de JUEGOARC (los que se pidan, anteriores a        *
      * pasadas.log, y después los anotados en él) y auditoria.log,   *
      * en orden de juego. Cada partida pasa por JUEGORCK, el mismo   *
      * subprograma que usa JUEGO al terminar una partida, así que el *
      * registro queda igual que si se hubiera llevado en vivo desde  *
      * el principio.                                                 *
      *                                                               *
      * Para la mayor sorpresa hace falta el rating de cada jugador   *
      * antes de la partida: se recalcula sobre la marcha con las     *
      * mismas reglas que JUEGOELO (partidas entre dos jugadores      *
      * registrados, incluidas las de otras sedes).                   *
      *                                                               *
      * Los códigos fusionados (fusiones.dat) se atribuyen al         *
      * superviviente. Conviene repetirlo tras anular partidas        *
      * (JUEGOANU) o fusionar códigos (JUEGOREG), que cambian el      *
      * histórico ya contado. Se ejecuta con las terminales paradas   *
      * (records.dat se regraba entero). Cada reconstrucción queda    *
      * anotada en pasadas.log (copy REGPASAD). El cuadro de honor lo *
      * imprime JUEGOFAM.                                             *
      *                                                               *
      * Código de retorno: 0 correcto, 4 con avisos (fichero de       *
      * archivo no encontrado, tabla de ratings llena), 12 error de   *
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

       PROGRAM-ID.                    JUEGORCD.
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
           SELECT AUDITORIA-FILE  ASSIGN TO DYNAMIC
                                          WS-FICHERO-AUDITORIA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT FUSIONES-FILE   ASSIGN TO "fusiones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FUSIONES.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PASADAS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Fichero de auditoría (vivo o de archivo).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Fichero de fusiones de códigos (lo escribe JUEGOREG).
       FD  FUSIONES-FILE.
       COPY REGFUSIO.

      * · Diario de pasadas: nombres de los ficheros de archivo y,
      *   al terminar, la pasada de hoy.
       FD  PASADAS-FILE.
       COPY REGPASAD.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *                                                               *
      *   VARIABLES WORKING                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ficheros.                                                  *
      *  · Ficheros de archivo a leer.                                *
      *  · Cruce de fusiones.                                         *
      *  · Ratings en curso.                                          *
      *  · Registro de records (JUEGORCK).                            *
      *  · Contadores del informe.                                    *
      *  · Literales.                                                 *
      *                                                               *
      *****************************************************************
      * · Ficheros.
       01 WS-FICHERO-AUDITORIA    PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-FUSIONES      PIC XX          VALUE SPACES.
       01 WS-ESTADO-PASADAS       PIC XX          VALUE SPACES.
       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Ficheros de archivo de JUEGOARC, del más antiguo al más
      *   reciente: primero los que pide el operador (anteriores a
      *   pasadas.log), luego los anotados en pasadas.log.
       01 WS-MAX-ARCHIVOS         PIC 9(2) COMP   VALUE 50.
       01 WS-NUM-ARCHIVOS         PIC 9(2) COMP   VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 9(2) COMP   VALUE ZEROS.
       01 WS-ENTRADA-ARCHIVO      PIC X(100)      VALUE SPACES.
       01 WS-ARCHIVO-REPETIDO     PIC 9 COMP      VALUE 0.
          88 NO-ARCHIVO-REPETIDO                  VALUE 0.
          88 SI-ARCHIVO-REPETIDO                  VALUE 1.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 50 PIC X(100).
       01 WS-FICHERO-ARCHIVO      PIC 9 COMP      VALUE 0.
          88 NO-FICHERO-ARCHIVO                   VALUE 0.
          88 SI-FICHERO-ARCHIVO                   VALUE 1.

      * · Cruce de fusiones de códigos (como en JUEGOELO).
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

      * · Ratings en curso (mismo cálculo que JUEGOELO: 1500 de
      *   salida, E = 50 + diferencia / 8 acotada de 1 a 99, K = 32).
       01 WS-RATING-INICIAL       PIC 9(4)        VALUE 1500.
       01 WS-FACTOR-K             PIC 99 COMP     VALUE 32.
       01 WS-MAX-JUGADORES        PIC 9(3) COMP   VALUE 200.
       01 WS-NUM-JUGADORES        PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RAT-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RAT-HIT              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RAT-HALLADO          PIC 9 COMP      VALUE 0.
          88 NO-RAT-HALLADO                       VALUE 0.
          88 SI-RAT-HALLADO                       VALUE 1.
       01 WS-TABLA-RATINGS.
          05 WS-RAT               OCCURS 200.
             10 WS-RAT-CODIGO     PIC X(8).
             10 WS-RAT-PUNTOS     PIC S9(5) COMP.
       01 WS-RAT-EXCESO           PIC 9(5)        VALUE ZEROS.
       01 WS-CODIGO-BUSCADO       PIC X(8)        VALUE SPACES.
       01 WS-HIT-J1               PIC 9(3) COMP   VALUE ZEROS.
       01 WS-HIT-J2               PIC 9(3) COMP   VALUE ZEROS.
       01 WS-PUNTOS-J1            PIC S9(5) COMP  VALUE ZEROS.
       01 WS-PUNTOS-J2            PIC S9(5) COMP  VALUE ZEROS.
       01 WS-TANTEO-J1            PIC S9(3) COMP  VALUE ZEROS.
       01 WS-TANTEO-J2            PIC S9(3) COMP  VALUE ZEROS.
       01 WS-ESPERADO             PIC S9(5) COMP  VALUE ZEROS.
       01 WS-AJUSTE               PIC S9(5) COMP  VALUE ZEROS.
       01 WS-PARTIDA-VALORABLE    PIC 9 COMP      VALUE 0.
          88 NO-PARTIDA-VALORABLE                 VALUE 0.
          88 SI-PARTIDA-VALORABLE                 VALUE 1.

      * · Registro de records (JUEGORCK).
       01 WS-RCK-ACCION           PIC X           VALUE SPACE.
       01 WS-RCK-RATING-J1        PIC 9(4)        VALUE ZEROS.
       01 WS-RCK-RATING-J2        PIC 9(4)        VALUE ZEROS.
       01 WS-RCK-ESTADO           PIC XX          VALUE SPACES.
       01 WS-RCK-AVISOS           PIC 9(3)        VALUE ZEROS.
       01 WS-RCK-NUM-RECORDS      PIC 9(2)        VALUE ZEROS.
       01 WS-RCK-TABLA.
          05 WS-RCK-RECORD        OCCURS 10 PIC X(60).

      * · Contadores del informe.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-RECORDS-BATIDOS      PIC 9(7)        VALUE ZEROS.
       01 WS-ARCHIVOS-LEIDOS      PIC 9(2)        VALUE ZEROS.
       01 WS-ARCHIVOS-FALTAN      PIC 9(2)        VALUE ZEROS.

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
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.

           PERFORM 1500-CREAR-REGISTRO
              THRU 1500-CREAR-REGISTRO-EXIT.

           PERFORM 2000-PROCESAR-HISTORICO
              THRU 2000-PROCESAR-HISTORICO-EXIT.

           PERFORM 3000-CERRAR-REGISTRO
              THRU 3000-CERRAR-REGISTRO-EXIT.

           PERFORM 3500-APUNTAR-PASADA
              THRU 3500-APUNTAR-PASADA-EXIT.

           PERFORM 7000-INFORME
              THRU 7000-INFORME-EXIT.

           IF WS-ARCHIVOS-FALTAN > 0
              OR WS-RAT-EXCESO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir los ficheros de archivo anteriores a pasadas.log,    *
      *    añadir los anotados en él y cargar las fusiones.           *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'REGISTRO DE RECORDS'.
           DISPLAY '==================='.
           DISPLAY 'Se regraba records.dat entero: ejecutar con las '
                   'terminales paradas.'.

           PERFORM 1100-PEDIR-ARCHIVOS
              THRU 1100-PEDIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-PASADAS
              THRU 1200-CARGAR-PASADAS-EXIT.

           PERFORM 1300-CARGAR-FUSIONES
              THRU 1300-CARGAR-FUSIONES-EXIT.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1100-PEDIR-ARCHIVOS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ficheros de archivo que no están en pasadas.log (los de    *
      *    antes de que existiera), del más antiguo al más reciente.  *
      *                                                               *
      *****************************************************************
       1100-PEDIR-ARCHIVOS.
           DISPLAY 'Ficheros de archivo anteriores a pasadas.log, '
                   'del mas antiguo al mas reciente (blanco = '
                   'ninguno/fin): '.
           ACCEPT WS-ENTRADA-ARCHIVO.

           PERFORM UNTIL WS-ENTRADA-ARCHIVO = SPACES
              PERFORM 1700-ANADIR-ARCHIVO
                 THRU 1700-ANADIR-ARCHIVO-EXIT
              DISPLAY 'Otro fichero de archivo (blanco = fin): '
              ACCEPT WS-ENTRADA-ARCHIVO
           END-PERFORM.

       1100-PEDIR-ARCHIVOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1200-CARGAR-PASADAS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir los ficheros de archivo anotados por JUEGOARC en    *
      *    pasadas.log, en el orden en que se archivaron.             *
      *                                                               *
      *****************************************************************
       1200-CARGAR-PASADAS.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT PASADAS-FILE.
           IF WS-ESTADO-PASADAS NOT = "00"
              GO TO 1200-CARGAR-PASADAS-EXIT
           END-IF.

           PERFORM 1250-LEER-PASADA
              THRU 1250-LEER-PASADA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE PASADAS-FILE.

       1200-CARGAR-PASADAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1250-LEER-PASADA                                            *
      *                                                               *
      *****************************************************************
       1250-LEER-PASADA.
           READ PASADAS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 1250-LEER-PASADA-EXIT
           END-READ.

           IF PAS-PROGRAMA = 'JUEGOARC'
              AND PAS-FICHERO NOT = SPACES
              MOVE PAS-FICHERO TO WS-ENTRADA-ARCHIVO
              PERFORM 1700-ANADIR-ARCHIVO
                 THRU 1700-ANADIR-ARCHIVO-EXIT
           END-IF.

       1250-LEER-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1300-CARGAR-FUSIONES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar fusiones.dat (código antiguo -> superviviente).     *
      *    Sin fichero no hay fusiones.                               *
      *                                                               *
      *****************************************************************
       1300-CARGAR-FUSIONES.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT FUSIONES-FILE.
           IF WS-ESTADO-FUSIONES NOT = "00"
              GO TO 1300-CARGAR-FUSIONES-EXIT
           END-IF.

           PERFORM 1350-LEER-FUSION
              THRU 1350-LEER-FUSION-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE FUSIONES-FILE.

       1300-CARGAR-FUSIONES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1350-LEER-FUSION                                            *
      *                                                               *
      *****************************************************************
       1350-LEER-FUSION.
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

       1350-LEER-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1500-CREAR-REGISTRO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Crear records.dat vacío vía JUEGORCK; queda abierto hasta  *
      *    3000-CERRAR-REGISTRO.                                      *
      *                                                               *
      *****************************************************************
       1500-CREAR-REGISTRO.
           MOVE 'A' TO WS-RCK-ACCION.
           PERFORM 8000-LLAMAR-REGISTRO
              THRU 8000-LLAMAR-REGISTRO-EXIT.

       1500-CREAR-REGISTRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1700-ANADIR-ARCHIVO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir WS-ENTRADA-ARCHIVO a la tabla si no está ya.        *
      *                                                               *
      *****************************************************************
       1700-ANADIR-ARCHIVO.
           SET NO-ARCHIVO-REPETIDO TO TRUE.
           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
                 OR SI-ARCHIVO-REPETIDO
              IF WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                 = WS-ENTRADA-ARCHIVO
                 SET SI-ARCHIVO-REPETIDO TO TRUE
              END-IF
           END-PERFORM.

           IF SI-ARCHIVO-REPETIDO
              GO TO 1700-ANADIR-ARCHIVO-EXIT
           END-IF.

           IF WS-NUM-ARCHIVOS >= WS-MAX-ARCHIVOS
              DISPLAY 'Demasiados ficheros de archivo (max '
                      WS-MAX-ARCHIVOS '): no se reconstruye nada.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           ADD 1 TO WS-NUM-ARCHIVOS.
           MOVE WS-ENTRADA-ARCHIVO
             TO WS-ARCHIVO-NOMBRE(WS-NUM-ARCHIVOS).

       1700-ANADIR-ARCHIVO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-PROCESAR-HISTORICO                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar todas las partidas, en orden de juego: primero los   *
      *    ficheros de archivo y después auditoria.log.               *
      *                                                               *
      *****************************************************************
       2000-PROCESAR-HISTORICO.
           SET SI-FICHERO-ARCHIVO TO TRUE.
           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
              MOVE WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                TO WS-FICHERO-AUDITORIA
              PERFORM 2050-TRATAR-FICHERO
                 THRU 2050-TRATAR-FICHERO-EXIT
           END-PERFORM.

           SET NO-FICHERO-ARCHIVO TO TRUE.
           MOVE 'auditoria.log' TO WS-FICHERO-AUDITORIA.
           PERFORM 2050-TRATAR-FICHERO
              THRU 2050-TRATAR-FICHERO-EXIT.

       2000-PROCESAR-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-TRATAR-FICHERO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Un fichero de archivo que ya no está se avisa y se sigue   *
      *    (el registro queda sin esas partidas); sin auditoria.log   *
      *    no hay reconstrucción.                                     *
      *                                                               *
      *****************************************************************
       2050-TRATAR-FICHERO.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA = "35"
              AND SI-FICHERO-ARCHIVO
              DISPLAY 'AVISO: no se encuentra el fichero de archivo '
                      FUNCTION TRIM(WS-FICHERO-AUDITORIA)
                      '; sus partidas no cuentan.'
              ADD 1 TO WS-ARCHIVOS-FALTAN
              GO TO 2050-TRATAR-FICHERO-EXIT
           END-IF.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': '
                      FUNCTION TRIM(WS-FICHERO-AUDITORIA) ' ('
                      WS-ESTADO-AUDITORIA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           IF SI-FICHERO-ARCHIVO
              ADD 1 TO WS-ARCHIVOS-LEIDOS
           END-IF.

           PERFORM 2060-LEER-AUDITORIA
              THRU 2060-LEER-AUDITORIA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE.

       2050-TRATAR-FICHERO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2060-LEER-AUDITORIA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer una partida, atribuirla a los códigos supervivientes, *
      *    pasarla por JUEGORCK con el rating previo de cada jugador  *
      *    y después ajustar esos ratings.                            *
      *                                                               *
      *****************************************************************
       2060-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2060-LEER-AUDITORIA-EXIT
           END-READ.
           ADD 1 TO WS-LEIDAS.

           MOVE AUD-JUGADOR1 TO WS-CODIGO-XREF.
           PERFORM 2090-APLICAR-FUSION
              THRU 2090-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO AUD-JUGADOR1.
           MOVE AUD-JUGADOR2 TO WS-CODIGO-XREF.
           PERFORM 2090-APLICAR-FUSION
              THRU 2090-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO AUD-JUGADOR2.

           MOVE WS-RATING-INICIAL TO WS-RCK-RATING-J1
                                     WS-RCK-RATING-J2.
           PERFORM 2080-FILTRAR-RATING
              THRU 2080-FILTRAR-RATING-EXIT.
           IF SI-PARTIDA-VALORABLE
              PERFORM 2100-BUSCAR-RATINGS
                 THRU 2100-BUSCAR-RATINGS-EXIT
           END-IF.

           MOVE 'G' TO WS-RCK-ACCION.
           PERFORM 8000-LLAMAR-REGISTRO
              THRU 8000-LLAMAR-REGISTRO-EXIT.
           ADD WS-RCK-NUM-RECORDS TO WS-RECORDS-BATIDOS.

           IF SI-PARTIDA-VALORABLE
              PERFORM 2200-AJUSTAR-RATINGS
                 THRU 2200-AJUSTAR-RATINGS-EXIT
           END-IF.

       2060-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2080-FILTRAR-RATING                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · ¿Puntúa la partida en el rating? Las mismas reglas que     *
      *    JUEGOELO: dos jugadores registrados y distintos, partida   *
      *    terminada, sin simulaciones ni anuladas.                   *
      *                                                               *
      *****************************************************************
       2080-FILTRAR-RATING.
           SET NO-PARTIDA-VALORABLE TO TRUE.

           IF AUD-SIMULACION = 'S'
              OR AUD-ANULADA = 'S'
              GO TO 2080-FILTRAR-RATING-EXIT
           END-IF.

           IF AUD-JUGADOR1 = SPACES
              OR AUD-JUGADOR1 = 'INVITADO'
              OR AUD-JUGADOR1 = 'MAQUINA'
              OR AUD-JUGADOR2 = SPACES
              OR AUD-JUGADOR2 = 'INVITADO'
              OR AUD-JUGADOR2 = 'MAQUINA'
              OR AUD-JUGADOR1 = AUD-JUGADOR2
              GO TO 2080-FILTRAR-RATING-EXIT
           END-IF.

           EVALUATE AUD-RESULTADO
              WHEN WS-MSG-GANADOR
              WHEN WS-MSG-P1-GANA
                 MOVE 100 TO WS-TANTEO-J1
                 MOVE 0   TO WS-TANTEO-J2
                 SET SI-PARTIDA-VALORABLE TO TRUE
              WHEN WS-MSG-PERDEDOR
              WHEN WS-MSG-P2-GANA
                 MOVE 0   TO WS-TANTEO-J1
                 MOVE 100 TO WS-TANTEO-J2
                 SET SI-PARTIDA-VALORABLE TO TRUE
              WHEN WS-MSG-EMPATE
                 MOVE 50  TO WS-TANTEO-J1
                 MOVE 50  TO WS-TANTEO-J2
                 SET SI-PARTIDA-VALORABLE TO TRUE
           END-EVALUATE.

       2080-FILTRAR-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2090-APLICAR-FUSION                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Seguir la cadena de fusiones de WS-CODIGO-XREF hasta el    *
      *    superviviente (5 saltos como máximo, como en JUEGOELO).    *
      *                                                               *
      *****************************************************************
       2090-APLICAR-FUSION.
           IF WS-NUM-FUSIONES = 0
              GO TO 2090-APLICAR-FUSION-EXIT
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

       2090-APLICAR-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-BUSCAR-RATINGS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Rating de los dos jugadores antes de la partida (alta a    *
      *    1500 si es su primera). Con la tabla llena la partida no   *
      *    se valora y la sorpresa se mide con 1500.                  *
      *                                                               *
      *****************************************************************
       2100-BUSCAR-RATINGS.
           MOVE AUD-JUGADOR1 TO WS-CODIGO-BUSCADO.
           PERFORM 2150-BUSCAR-O-ALTA
              THRU 2150-BUSCAR-O-ALTA-EXIT.
           IF NO-RAT-HALLADO
              SET NO-PARTIDA-VALORABLE TO TRUE
              GO TO 2100-BUSCAR-RATINGS-EXIT
           END-IF.
           MOVE WS-RAT-HIT TO WS-HIT-J1.

           MOVE AUD-JUGADOR2 TO WS-CODIGO-BUSCADO.
           PERFORM 2150-BUSCAR-O-ALTA
              THRU 2150-BUSCAR-O-ALTA-EXIT.
           IF NO-RAT-HALLADO
              SET NO-PARTIDA-VALORABLE TO TRUE
              GO TO 2100-BUSCAR-RATINGS-EXIT
           END-IF.
           MOVE WS-RAT-HIT TO WS-HIT-J2.

           MOVE WS-RAT-PUNTOS(WS-HIT-J1) TO WS-RCK-RATING-J1.
           MOVE WS-RAT-PUNTOS(WS-HIT-J2) TO WS-RCK-RATING-J2.

       2100-BUSCAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2150-BUSCAR-O-ALTA                                          *
      *                                                               *
      *****************************************************************
       2150-BUSCAR-O-ALTA.
           SET NO-RAT-HALLADO TO TRUE.
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
              UNTIL WS-RAT-SUB > WS-NUM-JUGADORES
                 OR SI-RAT-HALLADO
              IF WS-RAT-CODIGO(WS-RAT-SUB) = WS-CODIGO-BUSCADO
                 SET SI-RAT-HALLADO TO TRUE
                 MOVE WS-RAT-SUB TO WS-RAT-HIT
              END-IF
           END-PERFORM.

           IF NO-RAT-HALLADO
              IF WS-NUM-JUGADORES >= WS-MAX-JUGADORES
                 ADD 1 TO WS-RAT-EXCESO
                 GO TO 2150-BUSCAR-O-ALTA-EXIT
              END-IF
              ADD 1 TO WS-NUM-JUGADORES
              MOVE WS-NUM-JUGADORES TO WS-RAT-HIT
              MOVE WS-CODIGO-BUSCADO
                TO WS-RAT-CODIGO(WS-RAT-HIT)
              MOVE WS-RATING-INICIAL
                TO WS-RAT-PUNTOS(WS-RAT-HIT)
              SET SI-RAT-HALLADO TO TRUE
           END-IF.

       2150-BUSCAR-O-ALTA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-AJUSTAR-RATINGS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ajuste Elo de los dos jugadores tras la partida.           *
      *                                                               *
      *****************************************************************
       2200-AJUSTAR-RATINGS.
           MOVE WS-RAT-PUNTOS(WS-HIT-J1) TO WS-PUNTOS-J1.
           MOVE WS-RAT-PUNTOS(WS-HIT-J2) TO WS-PUNTOS-J2.

      * · Jugador 1.
           COMPUTE WS-ESPERADO =
              50 + (WS-PUNTOS-J1 - WS-PUNTOS-J2) / 8.
           IF WS-ESPERADO < 1
              MOVE 1 TO WS-ESPERADO
           END-IF.
           IF WS-ESPERADO > 99
              MOVE 99 TO WS-ESPERADO
           END-IF.
           COMPUTE WS-AJUSTE ROUNDED =
              WS-FACTOR-K * (WS-TANTEO-J1 - WS-ESPERADO) / 100.
           ADD WS-AJUSTE TO WS-RAT-PUNTOS(WS-HIT-J1).

      * · Jugador 2.
           COMPUTE WS-ESPERADO =
              50 + (WS-PUNTOS-J2 - WS-PUNTOS-J1) / 8.
           IF WS-ESPERADO < 1
              MOVE 1 TO WS-ESPERADO
           END-IF.
           IF WS-ESPERADO > 99
              MOVE 99 TO WS-ESPERADO
           END-IF.
           COMPUTE WS-AJUSTE ROUNDED =
              WS-FACTOR-K * (WS-TANTEO-J2 - WS-ESPERADO) / 100.
           ADD WS-AJUSTE TO WS-RAT-PUNTOS(WS-HIT-J2).

       2200-AJUSTAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-CERRAR-REGISTRO                                        *
      *                                                               *
      *****************************************************************
       3000-CERRAR-REGISTRO.
           MOVE 'C' TO WS-RCK-ACCION.
           PERFORM 8000-LLAMAR-REGISTRO
              THRU 8000-LLAMAR-REGISTRO-EXIT.

       3000-CERRAR-REGISTRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3500-APUNTAR-PASADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      * · Anotar en pasadas.log la reconstrucción de records.dat, con *
      *   las partidas leídas.                                        *
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

           MOVE 'JUEGORCD' TO PAS-PROGRAMA.
           ACCEPT PAS-FECHA FROM DATE YYYYMMDD.
           ACCEPT PAS-HORA  FROM TIME.
           MOVE WS-LEIDAS TO PAS-REGISTROS.
           MOVE 'records.dat' TO PAS-FICHERO.
           WRITE REG-PASADA.

           CLOSE PASADAS-FILE.

       3500-APUNTAR-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   7000-INFORME                                                *
      *                                                               *
      *****************************************************************
       7000-INFORME.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**      Registro de records (JUEGORCD)          *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Ficheros de archivo leidos:    '
                   WS-ARCHIVOS-LEIDOS.
           IF WS-ARCHIVOS-FALTAN > 0
              DISPLAY '* AVISO: ficheros de archivo no hallados: '
                      WS-ARCHIVOS-FALTAN
           END-IF.
           DISPLAY '* Partidas leidas:               ' WS-LEIDAS.
           DISPLAY '* Records batidos en el historico: '
                   WS-RECORDS-BATIDOS.
           IF WS-RAT-EXCESO > 0
              DISPLAY '* AVISO: tabla de ratings llena; '
                      WS-RAT-EXCESO ' partidas medidas con 1500.'
           END-IF.
           DISPLAY '* Cuadro de honor: JUEGOFAM.                    *'.
           DISPLAY '*************************************************'.

       7000-INFORME-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8000-LLAMAR-REGISTRO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Llamar a JUEGORCK con la acción WS-RCK-ACCION. Sin el      *
      *    módulo, o con un error de fichero, no hay reconstrucción.  *
      *                                                               *
      *****************************************************************
       8000-LLAMAR-REGISTRO.
           CALL 'JUEGORCK' USING WS-RCK-ACCION
                                  REG-AUDITORIA
                                  WS-RCK-RATING-J1
                                  WS-RCK-RATING-J2
                                  WS-RCK-ESTADO
                                  WS-RCK-AVISOS
                                  WS-RCK-NUM-RECORDS
                                  WS-RCK-TABLA
              ON EXCEPTION
                 DISPLAY 'Modulo JUEGORCK no disponible.'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-CALL.

           IF WS-RCK-ESTADO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-RCK-ESTADO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       8000-LLAMAR-REGISTRO-EXIT.
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
