
      *****************************************************************
      *			      juegocal				      *
      *	 -----------------------------------------------------------  *
      * Informe de calidad de juego por jugador: reproduce, jugada a  *
      * jugada, cada partida de auditoria.log (y de los ficheros de   *
      * archivo de JUEGOARC a petición) con sus líneas de             *
      * historial.dat, y revisa cada jugada humana con la misma       *
      * comprobación que hace la máquina en JUEGO                     *
      * (2210-BUSCAR-JUGADA-GANADORA y 2220-BUSCAR-JUGADA-BLOQUEO):   *
      *   · Ganadora perdida: había una celda que completaba raya y   *
      *     el jugador puso la ficha en otra.                         *
      *   · Bloqueo perdido: sin ganadora propia, el rival amenazaba  *
      *     raya y el jugador no tapó la celda.                       *
      * Las anulaciones 'A' (deshacer) retiran la jugada y su         *
      * valoración, como si no se hubiera hecho.                      *
      *                                                               *
      * Imprime, por jugador registrado (fusiones.dat aplicado):      *
      * partidas y jugadas revisadas, ganadoras y bloqueos perdidos   *
      * y porcentaje de acierto; y la lista de las peores partidas    *
      * por número de partida.                                        *
      *                                                               *
      * Quedan fuera las simulaciones, las partidas anuladas          *
      * (JUEGOANU), las de otras sedes (su historial vive en la       *
      * oficina de origen) y las que no tienen ningún jugador         *
      * registrado.                                                   *
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
      *      |          |       |quedan fuera.                        *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOCAL.
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

           SELECT AUDITORIA-FILE  ASSIGN TO DYNAMIC
                                          WS-FICHERO-AUDITORIA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT HISTORIAL-FILE  ASSIGN TO "historial.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-HISTORIAL.

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

      * · Fichero de auditoría (histórico de partidas jugadas).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Fichero de historial de movimientos (una línea por jugada).
       FD  HISTORIAL-FILE.
       COPY REGHISTO.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-FICHERO-AUDITORIA    PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-JUGADORES     PIC XX          VALUE SPACES.
       01 WS-ESTADO-FUSIONES      PIC XX          VALUE SPACES.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-HISTORIAL     PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Ficheros de archivo de JUEGOARC a incluir: el historial
      *   nunca se purga, así que sin ellos las partidas ya
      *   archivadas no se revisarían.
       01 WS-MAX-ARCHIVOS         PIC 99 COMP     VALUE 12.
       01 WS-NUM-ARCHIVOS         PIC 99 COMP     VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 99 COMP     VALUE ZEROS.
       01 WS-ENTRADA-ARCHIVO      PIC X(100)      VALUE SPACES.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 12 PIC X(100).

      * · Jugadores registrados (los fusionados no: sus jugadas ya
      *   van al superviviente), con sus acumulados del informe.
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
             10 WS-JUG-PARTIDAS   PIC 9(5) COMP.
             10 WS-JUG-JUGADAS    PIC 9(7) COMP.
             10 WS-JUG-GANADORAS  PIC 9(5) COMP.
             10 WS-JUG-BLOQUEOS   PIC 9(5) COMP.
       01 WS-CODIGO-BUSCADO       PIC X(8)        VALUE SPACES.

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

      * · Partidas a revisar, con el tablero que se reconstruye
      *   jugada a jugada y la valoración de cada jugada (por número
      *   de jugada, para poder retirarla si se deshace):
      *     WS-PAR-LADOS   'U' / 'M' jugada humana revisada.
      *     WS-PAR-FALLOS  '0' correcta, 'G' ganadora perdida,
      *                    'B' bloqueo perdido.
       01 WS-MAX-PARTIDAS         PIC 9(4) COMP   VALUE 5000.
       01 WS-NUM-PARTIDAS         PIC 9(4) COMP   VALUE ZEROS.
       01 WS-PAR-SUB              PIC 9(4) COMP   VALUE ZEROS.
       01 WS-PAR-HIT              PIC 9(4) COMP   VALUE ZEROS.
       01 WS-PAR-HALLADA          PIC 9 COMP      VALUE 0.
          88 NO-PAR-HALLADA                       VALUE 0.
          88 SI-PAR-HALLADA                       VALUE 1.
       01 WS-TABLA-PARTIDAS.
          05 WS-PAR               OCCURS 5000.
             10 WS-PAR-FECHA      PIC 9(8).
             10 WS-PAR-HORA       PIC 9(8).
             10 WS-PAR-NUMERO     PIC X(7).
             10 WS-PAR-J1         PIC X(8).
             10 WS-PAR-J2         PIC X(8).
             10 WS-PAR-HUMANO2    PIC 9.
             10 WS-PAR-TAM        PIC 9.
             10 WS-PAR-RAYA       PIC 9.
             10 WS-PAR-TABLERO    PIC X(25).
             10 WS-PAR-LADOS      PIC X(25).
             10 WS-PAR-FALLOS     PIC X(25).
             10 WS-PAR-JUG-U      PIC 9(3) COMP.
             10 WS-PAR-GAN-U      PIC 9(3) COMP.
             10 WS-PAR-BLO-U      PIC 9(3) COMP.
             10 WS-PAR-JUG-M      PIC 9(3) COMP.
             10 WS-PAR-GAN-M      PIC 9(3) COMP.
             10 WS-PAR-BLO-M      PIC 9(3) COMP.
             10 WS-PAR-TOT-FALLOS PIC 9(3) COMP.
             10 WS-PAR-LISTADA    PIC 9.
       01 WS-PAR-EXCESO           PIC 9(7)        VALUE ZEROS.

      * · Número de partida del registro en curso del cruce
      *   historial/auditoría (blanco en los anteriores al número).
       01 WS-HIS-NUMERO           PIC X(7)        VALUE SPACES.

      * · Rayas del tamaño de tablero y longitud de raya en curso,
      *   generadas igual que en 1065-GENERAR-RAYAS de JUEGO (índice
      *   de celda = (fila - 1) * tamaño + columna).
       01 WS-RAYAS-TAM            PIC 9           VALUE ZEROS.
       01 WS-RAYAS-RAYA           PIC 9           VALUE ZEROS.
       01 WS-NUM-RAYAS            PIC 99 COMP     VALUE ZEROS.
       01 WS-RAYA-SUB             PIC 99 COMP     VALUE ZEROS.
       01 WS-FILA-IDX             PIC 9 COMP      VALUE ZEROS.
       01 WS-COL-IDX              PIC 9 COMP      VALUE ZEROS.
       01 WS-K                    PIC 9 COMP      VALUE ZEROS.
       01 WS-LINEA-TMP.
          05 WS-LINEA-TMP-CELDA   OCCURS 5 PIC 99 COMP.
       01 WS-TABLA-RAYAS.
          05 WS-RAYA-TOTAL        OCCURS 60 PIC 999 COMP.
          05 WS-RAYA-CELDAS       OCCURS 60.
             10 WS-RAYA-CELDA-IDX OCCURS 5 PIC 99 COMP.

      * · Valoración de la jugada en curso.
       01 WS-TAM-JUGADA           PIC 9           VALUE ZEROS.
       01 WS-RAYA-JUGADA          PIC 9           VALUE ZEROS.
       01 WS-CELDA-SUB            PIC 99 COMP     VALUE ZEROS.
       01 WS-CELDA-CLAVE          PIC S9(4) COMP  VALUE ZEROS.
       01 WS-NUM-JUGADA           PIC 99 COMP     VALUE ZEROS.
       01 WS-FICHA-PROPIA         PIC X           VALUE SPACE.
       01 WS-FICHA-RIVAL          PIC X           VALUE SPACE.
       01 WS-CONT-PROPIO          PIC 9 COMP      VALUE ZEROS.
       01 WS-CONT-RIVAL           PIC 9 COMP      VALUE ZEROS.
       01 WS-SUMA-PROPIO          PIC 999 COMP    VALUE ZEROS.
       01 WS-SUMA-RIVAL           PIC 999 COMP    VALUE ZEROS.
       01 WS-LADO-ANULADO         PIC X           VALUE SPACE.
       01 WS-FALLO-ANULADO        PIC X           VALUE SPACE.
       01 WS-FALLO-JUGADA         PIC X           VALUE SPACE.

       01 WS-HAY-GANADORA         PIC 9 COMP      VALUE 0.
          88 NO-HAY-GANADORA                      VALUE 0.
          88 SI-HAY-GANADORA                      VALUE 1.
       01 WS-GANADORA-TOMADA      PIC 9 COMP      VALUE 0.
          88 NO-GANADORA-TOMADA                   VALUE 0.
          88 SI-GANADORA-TOMADA                   VALUE 1.
       01 WS-HAY-AMENAZA          PIC 9 COMP      VALUE 0.
          88 NO-HAY-AMENAZA                       VALUE 0.
          88 SI-HAY-AMENAZA                       VALUE 1.
       01 WS-AMENAZA-TAPADA       PIC 9 COMP      VALUE 0.
          88 NO-AMENAZA-TAPADA                    VALUE 0.
          88 SI-AMENAZA-TAPADA                    VALUE 1.

      * · Contadores del informe.
       01 WS-AUD-LEIDAS           PIC 9(7)        VALUE ZEROS.
       01 WS-FUERA-ALCANCE        PIC 9(7)        VALUE ZEROS.
       01 WS-SIN-REGISTRADO       PIC 9(7)        VALUE ZEROS.
       01 WS-LINEAS-HISTORIAL     PIC 9(7)        VALUE ZEROS.
       01 WS-LINEAS-SIN-PARTIDA   PIC 9(7)        VALUE ZEROS.
       01 WS-JUGADAS-REVISADAS    PIC 9(7)        VALUE ZEROS.
       01 WS-TOT-JUGADAS          PIC 9(7)        VALUE ZEROS.
       01 WS-TOT-GANADORAS        PIC 9(7)        VALUE ZEROS.
       01 WS-TOT-BLOQUEOS         PIC 9(7)        VALUE ZEROS.
       01 WS-SIN-JUGADAS          PIC 9(3)        VALUE ZEROS.

      * · Peores partidas (las de más fallos).
       01 WS-MAX-PEORES           PIC 99 COMP     VALUE 10.
       01 WS-PEOR-SUB             PIC 99 COMP     VALUE ZEROS.
       01 WS-PEOR-HIT             PIC 9(4) COMP   VALUE ZEROS.
       01 WS-PEOR-FALLOS          PIC 9(3) COMP   VALUE ZEROS.

      * · Cálculo del porcentaje de acierto.
       01 WS-ACIERTOS             PIC 9(7)        VALUE ZEROS.
       01 WS-JUGADAS-CALC         PIC 9(7)        VALUE ZEROS.

      * · Campos de edición del informe.
       01 WS-PORCENTAJE           PIC 9(3)V9      VALUE ZEROS.
       01 WS-PORCENTAJE-ED        PIC ZZ9,9       VALUE ZEROS.
       01 WS-PARTIDAS-ED          PIC ZZZZ9       VALUE ZEROS.
       01 WS-JUGADAS-ED           PIC ZZZZZZ9     VALUE ZEROS.
       01 WS-GANADORAS-ED         PIC ZZZZ9       VALUE ZEROS.
       01 WS-BLOQUEOS-ED          PIC ZZZZ9       VALUE ZEROS.
       01 WS-PUESTO               PIC Z9          VALUE ZEROS.
       01 WS-FALLOS-ED            PIC ZZ9         VALUE ZEROS.

      * · Literales.
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

           PERFORM 2000-CARGAR-AUDITORIA
              THRU 2000-CARGAR-AUDITORIA-EXIT.

           PERFORM 3000-REPRODUCIR-HISTORIAL
              THRU 3000-REPRODUCIR-HISTORIAL-EXIT.

           PERFORM 4000-ACUMULAR-JUGADORES
              THRU 4000-ACUMULAR-JUGADORES-EXIT.

           PERFORM 6000-INFORME-CALIDAD
              THRU 6000-INFORME-CALIDAD-EXIT.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir los ficheros de archivo de JUEGOARC a incluir: sus   *
      *    partidas también se revisan.                               *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'CALIDAD DE JUEGO POR JUGADOR'.
           DISPLAY '============================'.

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

       1000-INICIO-EXIT.
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
      *  · Cargar el maestro de jugadores. Los fusionados ('F') no    *
      *    tienen línea propia: sus jugadas van al superviviente.     *
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
              DISPLAY 'Sin jugadores registrados: nada que '
                      'revisar.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

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
                    AND WS-NUM-JUGADORES < WS-MAX-JUGADORES
                    ADD 1 TO WS-NUM-JUGADORES
                    MOVE JUG-CODIGO
                      TO WS-JUG-CODIGO(WS-NUM-JUGADORES)
                    MOVE ZEROS
                      TO WS-JUG-PARTIDAS(WS-NUM-JUGADORES)
                         WS-JUG-JUGADAS(WS-NUM-JUGADORES)
                         WS-JUG-GANADORAS(WS-NUM-JUGADORES)
                         WS-JUG-BLOQUEOS(WS-NUM-JUGADORES)
                 END-IF
           END-READ.

       1350-LEER-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1390-BUSCAR-JUGADOR                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Buscar WS-CODIGO-BUSCADO en la tabla de registrados y      *
      *    dejar su posición en WS-JUG-HIT.                           *
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
      *   2000-CARGAR-AUDITORIA                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar en la tabla las partidas a revisar del histórico    *
      *    (vivo y archivos pedidos). Si la tabla no da para todas,   *
      *    se avisa: las que no caben quedan sin revisar.             *
      *                                                               *
      *****************************************************************
       2000-CARGAR-AUDITORIA.
           MOVE 'auditoria.log' TO WS-FICHERO-AUDITORIA.
           PERFORM 2050-CARGAR-FICHERO
              THRU 2050-CARGAR-FICHERO-EXIT.

           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
              MOVE WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                TO WS-FICHERO-AUDITORIA
              PERFORM 2050-CARGAR-FICHERO
                 THRU 2050-CARGAR-FICHERO-EXIT
           END-PERFORM.

           IF WS-PAR-EXCESO > 0
              DISPLAY 'AVISO: tabla de partidas llena; '
                      WS-PAR-EXCESO ' partidas quedan sin revisar.'
           END-IF.

       2000-CARGAR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-CARGAR-FICHERO                                         *
      *                                                               *
      *****************************************************************
       2050-CARGAR-FICHERO.
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

       2050-CARGAR-FICHERO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-LEER-AUDITORIA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Fuera las simulaciones, las anuladas y las partidas de     *
      *    otras sedes. El jugador 2 es humano salvo que sea la       *
      *    máquina (en registros antiguos viene en blanco). Sólo      *
      *    interesan las partidas con algún jugador humano            *
      *    registrado, con los códigos ya pasados por el cruce de     *
      *    fusiones.                                                  *
      *                                                               *
      *****************************************************************
       2100-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2100-LEER-AUDITORIA-EXIT
           END-READ.

           ADD 1 TO WS-AUD-LEIDAS.

           IF AUD-SIMULACION = 'S'
              OR AUD-ANULADA = 'S'
              OR AUD-SEDE NOT = SPACES
              ADD 1 TO WS-FUERA-ALCANCE
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           IF WS-NUM-PARTIDAS >= WS-MAX-PARTIDAS
              ADD 1 TO WS-PAR-EXCESO
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           ADD 1 TO WS-NUM-PARTIDAS.
           INITIALIZE WS-PAR(WS-NUM-PARTIDAS).
           MOVE AUD-FECHA       TO WS-PAR-FECHA(WS-NUM-PARTIDAS).
           MOVE AUD-HORA-INICIO TO WS-PAR-HORA(WS-NUM-PARTIDAS).
           MOVE SPACES          TO WS-PAR-NUMERO(WS-NUM-PARTIDAS).
           IF AUD-NUM-PARTIDA NUMERIC
              AND AUD-NUM-PARTIDA > 0
              MOVE AUD-NUM-PARTIDA
                TO WS-PAR-NUMERO(WS-NUM-PARTIDAS)
           END-IF.

           MOVE AUD-JUGADOR1 TO WS-CODIGO-XREF.
           PERFORM 1290-APLICAR-FUSION
              THRU 1290-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO WS-PAR-J1(WS-NUM-PARTIDAS).

           MOVE AUD-JUGADOR2 TO WS-CODIGO-XREF.
           PERFORM 1290-APLICAR-FUSION
              THRU 1290-APLICAR-FUSION-EXIT.
           MOVE WS-CODIGO-XREF TO WS-PAR-J2(WS-NUM-PARTIDAS).

           IF AUD-JUGADOR2 = 'MAQUINA' OR AUD-JUGADOR2 = SPACES
              MOVE 0 TO WS-PAR-HUMANO2(WS-NUM-PARTIDAS)
           ELSE
              MOVE 1 TO WS-PAR-HUMANO2(WS-NUM-PARTIDAS)
           END-IF.

           MOVE SPACES TO WS-PAR-TABLERO(WS-NUM-PARTIDAS)
                          WS-PAR-LADOS(WS-NUM-PARTIDAS)
                          WS-PAR-FALLOS(WS-NUM-PARTIDAS).

      * · Sin ningún humano registrado no hay nada que atribuir:
      *   la entrada se devuelve a la tabla.
           MOVE WS-PAR-J1(WS-NUM-PARTIDAS) TO WS-CODIGO-BUSCADO.
           PERFORM 1390-BUSCAR-JUGADOR
              THRU 1390-BUSCAR-JUGADOR-EXIT.
           IF NO-JUG-HALLADO
              AND WS-PAR-HUMANO2(WS-NUM-PARTIDAS) = 1
              MOVE WS-PAR-J2(WS-NUM-PARTIDAS) TO WS-CODIGO-BUSCADO
              PERFORM 1390-BUSCAR-JUGADOR
                 THRU 1390-BUSCAR-JUGADOR-EXIT
           END-IF.
           IF NO-JUG-HALLADO
              SUBTRACT 1 FROM WS-NUM-PARTIDAS
              ADD 1 TO WS-SIN-REGISTRADO
           END-IF.

       2100-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-REPRODUCIR-HISTORIAL                                   *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer historial.dat una sola vez repartiendo cada       *
      *    jugada a su partida de la tabla, valorándola antes de      *
      *    ponerla en el tablero reconstruido. Sin historial.dat no   *
      *    hay nada que revisar.                                      *
      *                                                               *
      *****************************************************************
       3000-REPRODUCIR-HISTORIAL.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE ZEROS TO WS-PAR-HIT.

           OPEN INPUT HISTORIAL-FILE.
           IF WS-ESTADO-HISTORIAL = "35"
              GO TO 3000-REPRODUCIR-HISTORIAL-EXIT
           END-IF.
           IF WS-ESTADO-HISTORIAL NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': historial.dat ('
                      WS-ESTADO-HISTORIAL ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3100-LEER-HISTORIAL
              THRU 3100-LEER-HISTORIAL-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE HISTORIAL-FILE.

       3000-REPRODUCIR-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-LEER-HISTORIAL                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cruce con la tabla de partidas: por número de partida      *
      *    cuando ambos lados lo traen, y por fecha + hora de inicio  *
      *    sólo para los registros anteriores al número. Las          *
      *    jugadas de una partida suelen venir seguidas, así que se   *
      *    prueba primero con la partida de la línea anterior.        *
      *                                                               *
      *****************************************************************
       3100-LEER-HISTORIAL.
           READ HISTORIAL-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 3100-LEER-HISTORIAL-EXIT
           END-READ.

           ADD 1 TO WS-LINEAS-HISTORIAL.

           MOVE SPACES TO WS-HIS-NUMERO.
           IF HIS-NUM-PARTIDA NUMERIC
              AND HIS-NUM-PARTIDA > 0
              MOVE HIS-NUM-PARTIDA TO WS-HIS-NUMERO
           END-IF.

           SET NO-PAR-HALLADA TO TRUE.
           IF WS-PAR-HIT > 0
              MOVE WS-PAR-HIT TO WS-PAR-SUB
              PERFORM 3150-COMPARAR-CLAVE
                 THRU 3150-COMPARAR-CLAVE-EXIT
           END-IF.

           PERFORM 3150-COMPARAR-CLAVE
              THRU 3150-COMPARAR-CLAVE-EXIT
              VARYING WS-PAR-SUB FROM 1 BY 1
              UNTIL WS-PAR-SUB > WS-NUM-PARTIDAS
                 OR SI-PAR-HALLADA.

           IF NO-PAR-HALLADA
              ADD 1 TO WS-LINEAS-SIN-PARTIDA
              GO TO 3100-LEER-HISTORIAL-EXIT
           END-IF.

           IF HIS-CELDA NOT NUMERIC
              OR HIS-CELDA < 1 OR HIS-CELDA > 25
              GO TO 3100-LEER-HISTORIAL-EXIT
           END-IF.

           IF HIS-JUGADOR = 'A'
              PERFORM 3250-RETIRAR-JUGADA
                 THRU 3250-RETIRAR-JUGADA-EXIT
           ELSE
              PERFORM 3200-APLICAR-JUGADA
                 THRU 3200-APLICAR-JUGADA-EXIT
           END-IF.

       3100-LEER-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3150-COMPARAR-CLAVE                                         *
      *                                                               *
      *****************************************************************
       3150-COMPARAR-CLAVE.
           IF WS-HIS-NUMERO NOT = SPACES
              AND WS-PAR-NUMERO(WS-PAR-SUB) NOT = SPACES
              IF WS-PAR-NUMERO(WS-PAR-SUB) = WS-HIS-NUMERO
                 SET SI-PAR-HALLADA TO TRUE
                 MOVE WS-PAR-SUB TO WS-PAR-HIT
              END-IF
           ELSE
              IF WS-PAR-FECHA(WS-PAR-SUB) = HIS-FECHA
                 AND WS-PAR-HORA(WS-PAR-SUB) = HIS-HORA-INICIO
                 SET SI-PAR-HALLADA TO TRUE
                 MOVE WS-PAR-SUB TO WS-PAR-HIT
              END-IF
           END-IF.

       3150-COMPARAR-CLAVE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-APLICAR-JUGADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · La primera línea de la partida fija su tablero y su raya   *
      *    (en registros antiguos sin raya, la raya es el tamaño).    *
      *  · Si la jugada es humana ('U' siempre; 'M' sólo si el        *
      *    jugador 2 no es la máquina) se valora con el tablero de    *
      *    antes de ponerla.                                          *
      *  · Poner la ficha: 'U' pone 'x', 'M' pone 'o'.                *
      *                                                               *
      *****************************************************************
       3200-APLICAR-JUGADA.
           IF WS-PAR-TAM(WS-PAR-HIT) = 0
              AND HIS-TAM-TABLERO NUMERIC
              AND HIS-TAM-TABLERO >= 3 AND HIS-TAM-TABLERO <= 5
              MOVE HIS-TAM-TABLERO TO WS-PAR-TAM(WS-PAR-HIT)
              IF HIS-LONGITUD-RAYA NUMERIC
                 AND HIS-LONGITUD-RAYA >= 3
                 AND HIS-LONGITUD-RAYA <= HIS-TAM-TABLERO
                 MOVE HIS-LONGITUD-RAYA TO WS-PAR-RAYA(WS-PAR-HIT)
              ELSE
                 MOVE HIS-TAM-TABLERO TO WS-PAR-RAYA(WS-PAR-HIT)
              END-IF
           END-IF.

           IF WS-PAR-TAM(WS-PAR-HIT) > 0
              AND (HIS-JUGADOR = 'U'
                   OR (HIS-JUGADOR = 'M'
                       AND WS-PAR-HUMANO2(WS-PAR-HIT) = 1))
              PERFORM 3300-VALORAR-JUGADA
                 THRU 3300-VALORAR-JUGADA-EXIT
           END-IF.

           IF HIS-JUGADOR = 'U'
              MOVE 'x' TO WS-PAR-TABLERO(WS-PAR-HIT)(HIS-CELDA:1)
           ELSE
              MOVE 'o' TO WS-PAR-TABLERO(WS-PAR-HIT)(HIS-CELDA:1)
           END-IF.

       3200-APLICAR-JUGADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3250-RETIRAR-JUGADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Anulación 'A': vaciar la celda y descontar la valoración   *
      *    de la jugada retirada (HIS-NUM-JUGADA), la misma que se    *
      *    apuntó al hacerla.                                         *
      *                                                               *
      *****************************************************************
       3250-RETIRAR-JUGADA.
           MOVE SPACE TO WS-PAR-TABLERO(WS-PAR-HIT)(HIS-CELDA:1).

           IF HIS-NUM-JUGADA NOT NUMERIC
              OR HIS-NUM-JUGADA < 1 OR HIS-NUM-JUGADA > 25
              GO TO 3250-RETIRAR-JUGADA-EXIT
           END-IF.
           MOVE HIS-NUM-JUGADA TO WS-NUM-JUGADA.

           MOVE WS-PAR-LADOS(WS-PAR-HIT)(WS-NUM-JUGADA:1)
             TO WS-LADO-ANULADO.
           MOVE WS-PAR-FALLOS(WS-PAR-HIT)(WS-NUM-JUGADA:1)
             TO WS-FALLO-ANULADO.
           MOVE SPACE TO WS-PAR-LADOS(WS-PAR-HIT)(WS-NUM-JUGADA:1)
                         WS-PAR-FALLOS(WS-PAR-HIT)(WS-NUM-JUGADA:1).

           EVALUATE WS-LADO-ANULADO
              WHEN 'U'
                 IF WS-PAR-JUG-U(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-JUG-U(WS-PAR-HIT)
                    SUBTRACT 1 FROM WS-JUGADAS-REVISADAS
                 END-IF
                 IF WS-FALLO-ANULADO = 'G'
                    AND WS-PAR-GAN-U(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-GAN-U(WS-PAR-HIT)
                 END-IF
                 IF WS-FALLO-ANULADO = 'B'
                    AND WS-PAR-BLO-U(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-BLO-U(WS-PAR-HIT)
                 END-IF
              WHEN 'M'
                 IF WS-PAR-JUG-M(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-JUG-M(WS-PAR-HIT)
                    SUBTRACT 1 FROM WS-JUGADAS-REVISADAS
                 END-IF
                 IF WS-FALLO-ANULADO = 'G'
                    AND WS-PAR-GAN-M(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-GAN-M(WS-PAR-HIT)
                 END-IF
                 IF WS-FALLO-ANULADO = 'B'
                    AND WS-PAR-BLO-M(WS-PAR-HIT) > 0
                    SUBTRACT 1 FROM WS-PAR-BLO-M(WS-PAR-HIT)
                 END-IF
           END-EVALUATE.

       3250-RETIRAR-JUGADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3300-VALORAR-JUGADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer las rayas con el tablero de antes de la jugada,   *
      *    contando fichas propias y del rival en cada una:           *
      *    - Propias = raya - 1 y ninguna del rival: hay ganadora,    *
      *      la celda que falta (total de la raya menos la suma de    *
      *      las propias, como en 2210 de JUEGO).                     *
      *    - Del rival = raya - 1 y ninguna propia: amenaza, y la     *
      *      celda a tapar sale igual (2220 de JUEGO).                *
      *  · Como la máquina, la ganadora manda: si la había, sólo se   *
      *    anota la ganadora perdida; el bloqueo se exige cuando no   *
      *    había ganadora. Tapar una de varias amenazas basta.        *
      *                                                               *
      *****************************************************************
       3300-VALORAR-JUGADA.
           IF WS-PAR-TAM(WS-PAR-HIT) NOT = WS-RAYAS-TAM
              OR WS-PAR-RAYA(WS-PAR-HIT) NOT = WS-RAYAS-RAYA
              MOVE WS-PAR-TAM(WS-PAR-HIT)  TO WS-TAM-JUGADA
              MOVE WS-PAR-RAYA(WS-PAR-HIT) TO WS-RAYA-JUGADA
              PERFORM 3350-GENERAR-RAYAS
                 THRU 3350-GENERAR-RAYAS-EXIT
           END-IF.

           IF HIS-JUGADOR = 'U'
              MOVE 'x' TO WS-FICHA-PROPIA
              MOVE 'o' TO WS-FICHA-RIVAL
           ELSE
              MOVE 'o' TO WS-FICHA-PROPIA
              MOVE 'x' TO WS-FICHA-RIVAL
           END-IF.

           SET NO-HAY-GANADORA    TO TRUE.
           SET NO-GANADORA-TOMADA TO TRUE.
           SET NO-HAY-AMENAZA     TO TRUE.
           SET NO-AMENAZA-TAPADA  TO TRUE.

           PERFORM VARYING WS-RAYA-SUB FROM 1 BY 1
              UNTIL WS-RAYA-SUB > WS-NUM-RAYAS
              MOVE ZEROS TO WS-CONT-PROPIO WS-CONT-RIVAL
                            WS-SUMA-PROPIO WS-SUMA-RIVAL
              PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-RAYAS-RAYA
                 MOVE WS-RAYA-CELDA-IDX(WS-RAYA-SUB,WS-K)
                   TO WS-CELDA-SUB
                 EVALUATE WS-PAR-TABLERO(WS-PAR-HIT)(WS-CELDA-SUB:1)
                    WHEN WS-FICHA-PROPIA
                       ADD 1 TO WS-CONT-PROPIO
                       ADD WS-CELDA-SUB TO WS-SUMA-PROPIO
                    WHEN WS-FICHA-RIVAL
                       ADD 1 TO WS-CONT-RIVAL
                       ADD WS-CELDA-SUB TO WS-SUMA-RIVAL
                 END-EVALUATE
              END-PERFORM
              *> Jugada ganadora disponible.
              IF WS-CONT-PROPIO = WS-RAYAS-RAYA - 1
                 AND WS-CONT-RIVAL = 0
                 SET SI-HAY-GANADORA TO TRUE
                 COMPUTE WS-CELDA-CLAVE =
                    WS-RAYA-TOTAL(WS-RAYA-SUB) - WS-SUMA-PROPIO
                 IF WS-CELDA-CLAVE = HIS-CELDA
                    SET SI-GANADORA-TOMADA TO TRUE
                 END-IF
              END-IF
              *> Amenaza de raya del rival.
              IF WS-CONT-RIVAL = WS-RAYAS-RAYA - 1
                 AND WS-CONT-PROPIO = 0
                 SET SI-HAY-AMENAZA TO TRUE
                 COMPUTE WS-CELDA-CLAVE =
                    WS-RAYA-TOTAL(WS-RAYA-SUB) - WS-SUMA-RIVAL
                 IF WS-CELDA-CLAVE = HIS-CELDA
                    SET SI-AMENAZA-TAPADA TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           MOVE '0' TO WS-FALLO-JUGADA.
           IF SI-HAY-GANADORA
              IF NO-GANADORA-TOMADA
                 MOVE 'G' TO WS-FALLO-JUGADA
              END-IF
           ELSE
              IF SI-HAY-AMENAZA AND NO-AMENAZA-TAPADA
                 MOVE 'B' TO WS-FALLO-JUGADA
              END-IF
           END-IF.

      * · Apuntar la valoración en su partida y, por número de
      *   jugada, para poder retirarla si se deshace.
           ADD 1 TO WS-JUGADAS-REVISADAS.
           IF HIS-JUGADOR = 'U'
              ADD 1 TO WS-PAR-JUG-U(WS-PAR-HIT)
              IF WS-FALLO-JUGADA = 'G'
                 ADD 1 TO WS-PAR-GAN-U(WS-PAR-HIT)
              END-IF
              IF WS-FALLO-JUGADA = 'B'
                 ADD 1 TO WS-PAR-BLO-U(WS-PAR-HIT)
              END-IF
           ELSE
              ADD 1 TO WS-PAR-JUG-M(WS-PAR-HIT)
              IF WS-FALLO-JUGADA = 'G'
                 ADD 1 TO WS-PAR-GAN-M(WS-PAR-HIT)
              END-IF
              IF WS-FALLO-JUGADA = 'B'
                 ADD 1 TO WS-PAR-BLO-M(WS-PAR-HIT)
              END-IF
           END-IF.

           IF HIS-NUM-JUGADA NUMERIC
              AND HIS-NUM-JUGADA >= 1 AND HIS-NUM-JUGADA <= 25
              MOVE HIS-NUM-JUGADA TO WS-NUM-JUGADA
              MOVE HIS-JUGADOR
                TO WS-PAR-LADOS(WS-PAR-HIT)(WS-NUM-JUGADA:1)
              MOVE WS-FALLO-JUGADA
                TO WS-PAR-FALLOS(WS-PAR-HIT)(WS-NUM-JUGADA:1)
           END-IF.

       3300-VALORAR-JUGADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3350-GENERAR-RAYAS                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Enumerar todas las rayas de WS-RAYA-JUGADA celdas          *
      *    consecutivas en un tablero de WS-TAM-JUGADA: por fila,     *
      *    por columna y por ambas diagonales, con el mismo recorrido *
      *    que 1065-GENERAR-RAYAS de JUEGO.                           *
      *                                                               *
      *****************************************************************
       3350-GENERAR-RAYAS.
           MOVE ZERO TO WS-NUM-RAYAS.
           MOVE WS-TAM-JUGADA  TO WS-RAYAS-TAM.
           MOVE WS-RAYA-JUGADA TO WS-RAYAS-RAYA.

      * · Filas.
           PERFORM VARYING WS-FILA-IDX FROM 1 BY 1
              UNTIL WS-FILA-IDX > WS-RAYAS-TAM
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX >
                       WS-RAYAS-TAM - WS-RAYAS-RAYA + 1
                 PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-RAYAS-RAYA
                    COMPUTE WS-LINEA-TMP-CELDA(WS-K) =
                       (WS-FILA-IDX - 1) * WS-RAYAS-TAM
                          + WS-COL-IDX + WS-K - 1
                 END-PERFORM
                 PERFORM 3360-AGREGAR-RAYA
                    THRU 3360-AGREGAR-RAYA-EXIT
              END-PERFORM
           END-PERFORM.

      * · Columnas.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-RAYAS-TAM
              PERFORM VARYING WS-FILA-IDX FROM 1 BY 1
                 UNTIL WS-FILA-IDX >
                       WS-RAYAS-TAM - WS-RAYAS-RAYA + 1
                 PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-RAYAS-RAYA
                    COMPUTE WS-LINEA-TMP-CELDA(WS-K) =
                       (WS-FILA-IDX + WS-K - 2) * WS-RAYAS-TAM
                          + WS-COL-IDX
                 END-PERFORM
                 PERFORM 3360-AGREGAR-RAYA
                    THRU 3360-AGREGAR-RAYA-EXIT
              END-PERFORM
           END-PERFORM.

      * · Diagonales "\" (fila y columna crecen juntas).
           PERFORM VARYING WS-FILA-IDX FROM 1 BY 1
              UNTIL WS-FILA-IDX > WS-RAYAS-TAM - WS-RAYAS-RAYA + 1
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX >
                       WS-RAYAS-TAM - WS-RAYAS-RAYA + 1
                 PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-RAYAS-RAYA
                    COMPUTE WS-LINEA-TMP-CELDA(WS-K) =
                       (WS-FILA-IDX + WS-K - 2) * WS-RAYAS-TAM
                          + WS-COL-IDX + WS-K - 1
                 END-PERFORM
                 PERFORM 3360-AGREGAR-RAYA
                    THRU 3360-AGREGAR-RAYA-EXIT
              END-PERFORM
           END-PERFORM.

      * · Diagonales "/" (la fila crece, la columna decrece).
           PERFORM VARYING WS-FILA-IDX FROM 1 BY 1
              UNTIL WS-FILA-IDX > WS-RAYAS-TAM - WS-RAYAS-RAYA + 1
              PERFORM VARYING WS-COL-IDX FROM WS-RAYAS-RAYA BY 1
                 UNTIL WS-COL-IDX > WS-RAYAS-TAM
                 PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-RAYAS-RAYA
                    COMPUTE WS-LINEA-TMP-CELDA(WS-K) =
                       (WS-FILA-IDX + WS-K - 2) * WS-RAYAS-TAM
                          + WS-COL-IDX - WS-K + 1
                 END-PERFORM
                 PERFORM 3360-AGREGAR-RAYA
                    THRU 3360-AGREGAR-RAYA-EXIT
              END-PERFORM
           END-PERFORM.

       3350-GENERAR-RAYAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3360-AGREGAR-RAYA                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dar de alta la raya cuyas celdas están en WS-LINEA-TMP,    *
      *    con el total (suma de índices) que usa la valoración.      *
      *                                                               *
      *****************************************************************
       3360-AGREGAR-RAYA.
           ADD 1 TO WS-NUM-RAYAS.
           MOVE 0 TO WS-RAYA-TOTAL(WS-NUM-RAYAS).
           PERFORM VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-RAYAS-RAYA
              MOVE WS-LINEA-TMP-CELDA(WS-K)
                TO WS-RAYA-CELDA-IDX(WS-NUM-RAYAS,WS-K)
              ADD WS-LINEA-TMP-CELDA(WS-K)
                TO WS-RAYA-TOTAL(WS-NUM-RAYAS)
           END-PERFORM.

       3360-AGREGAR-RAYA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-ACUMULAR-JUGADORES                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar las cuentas de cada partida a sus jugadores          *
      *    registrados (el jugador 1 por sus jugadas 'U', el 2 por    *
      *    sus 'M' si es humano) y totalizar los fallos de cada       *
      *    partida para la lista de peores.                           *
      *                                                               *
      *****************************************************************
       4000-ACUMULAR-JUGADORES.
           PERFORM 4100-ACUMULAR-PARTIDA
              THRU 4100-ACUMULAR-PARTIDA-EXIT
              VARYING WS-PAR-SUB FROM 1 BY 1
              UNTIL WS-PAR-SUB > WS-NUM-PARTIDAS.

       4000-ACUMULAR-JUGADORES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4100-ACUMULAR-PARTIDA                                       *
      *                                                               *
      *****************************************************************
       4100-ACUMULAR-PARTIDA.
           COMPUTE WS-PAR-TOT-FALLOS(WS-PAR-SUB) =
              WS-PAR-GAN-U(WS-PAR-SUB) + WS-PAR-BLO-U(WS-PAR-SUB)
            + WS-PAR-GAN-M(WS-PAR-SUB) + WS-PAR-BLO-M(WS-PAR-SUB).
           MOVE 0 TO WS-PAR-LISTADA(WS-PAR-SUB).

      * · Jugador 1.
           IF WS-PAR-JUG-U(WS-PAR-SUB) > 0
              MOVE WS-PAR-J1(WS-PAR-SUB) TO WS-CODIGO-BUSCADO
              PERFORM 1390-BUSCAR-JUGADOR
                 THRU 1390-BUSCAR-JUGADOR-EXIT
              IF SI-JUG-HALLADO
                 ADD 1 TO WS-JUG-PARTIDAS(WS-JUG-HIT)
                 ADD WS-PAR-JUG-U(WS-PAR-SUB)
                   TO WS-JUG-JUGADAS(WS-JUG-HIT)
                 ADD WS-PAR-GAN-U(WS-PAR-SUB)
                   TO WS-JUG-GANADORAS(WS-JUG-HIT)
                 ADD WS-PAR-BLO-U(WS-PAR-SUB)
                   TO WS-JUG-BLOQUEOS(WS-JUG-HIT)
              END-IF
           END-IF.

      * · Jugador 2 (sólo tiene jugadas revisadas si es humano).
           IF WS-PAR-JUG-M(WS-PAR-SUB) > 0
              MOVE WS-PAR-J2(WS-PAR-SUB) TO WS-CODIGO-BUSCADO
              PERFORM 1390-BUSCAR-JUGADOR
                 THRU 1390-BUSCAR-JUGADOR-EXIT
              IF SI-JUG-HALLADO
                 ADD 1 TO WS-JUG-PARTIDAS(WS-JUG-HIT)
                 ADD WS-PAR-JUG-M(WS-PAR-SUB)
                   TO WS-JUG-JUGADAS(WS-JUG-HIT)
                 ADD WS-PAR-GAN-M(WS-PAR-SUB)
                   TO WS-JUG-GANADORAS(WS-JUG-HIT)
                 ADD WS-PAR-BLO-M(WS-PAR-SUB)
                   TO WS-JUG-BLOQUEOS(WS-JUG-HIT)
              END-IF
           END-IF.

       4100-ACUMULAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-CALIDAD                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Una línea por jugador registrado con jugadas revisadas:    *
      *    partidas, jugadas, ganadoras y bloqueos perdidos y         *
      *    porcentaje de acierto (jugadas sin fallo sobre jugadas).   *
      *  · Después, las peores partidas por número de fallos.         *
      *                                                               *
      *****************************************************************
       6000-INFORME-CALIDAD.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**      Calidad de juego (JUEGOCAL)             *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Partidas en auditoria:   ' WS-AUD-LEIDAS.
           DISPLAY '* Fuera de alcance:        ' WS-FUERA-ALCANCE
                   ' (simulacion/otras sedes)'.
           DISPLAY '* Sin jugador registrado:  ' WS-SIN-REGISTRADO.
           DISPLAY '* Partidas revisadas:      ' WS-NUM-PARTIDAS.
           DISPLAY '* Lineas de historial:     ' WS-LINEAS-HISTORIAL
                   ' (sin partida: ' WS-LINEAS-SIN-PARTIDA ')'.
           DISPLAY '* Jugadas humanas:         ' WS-JUGADAS-REVISADAS.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Jugador   Partidas  Jugadas  Ganad.  Bloq.  '
                   '% acierto'.

           PERFORM 6100-LINEA-JUGADOR
              THRU 6100-LINEA-JUGADOR-EXIT
              VARYING WS-JUG-SUB FROM 1 BY 1
              UNTIL WS-JUG-SUB > WS-NUM-JUGADORES.

           IF WS-TOT-JUGADAS > 0
              COMPUTE WS-ACIERTOS =
                 WS-TOT-JUGADAS - WS-TOT-GANADORAS - WS-TOT-BLOQUEOS
              COMPUTE WS-PORCENTAJE ROUNDED =
                 WS-ACIERTOS * 100 / WS-TOT-JUGADAS
           ELSE
              MOVE ZEROS TO WS-PORCENTAJE
           END-IF.
           MOVE WS-PORCENTAJE    TO WS-PORCENTAJE-ED.
           MOVE WS-TOT-JUGADAS   TO WS-JUGADAS-ED.
           MOVE WS-TOT-GANADORAS TO WS-GANADORAS-ED.
           MOVE WS-TOT-BLOQUEOS  TO WS-BLOQUEOS-ED.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Oficina            ' WS-JUGADAS-ED '  '
                   WS-GANADORAS-ED '  ' WS-BLOQUEOS-ED '    '
                   WS-PORCENTAJE-ED.
           IF WS-SIN-JUGADAS > 0
              DISPLAY '* Registrados sin jugadas revisadas: '
                      WS-SIN-JUGADAS
           END-IF.

           PERFORM 6200-PEORES-PARTIDAS
              THRU 6200-PEORES-PARTIDAS-EXIT.

           DISPLAY '*************************************************'.

       6000-INFORME-CALIDAD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6100-LINEA-JUGADOR                                          *
      *                                                               *
      *****************************************************************
       6100-LINEA-JUGADOR.
           IF WS-JUG-JUGADAS(WS-JUG-SUB) = 0
              ADD 1 TO WS-SIN-JUGADAS
              GO TO 6100-LINEA-JUGADOR-EXIT
           END-IF.

           ADD WS-JUG-JUGADAS(WS-JUG-SUB)   TO WS-TOT-JUGADAS.
           ADD WS-JUG-GANADORAS(WS-JUG-SUB) TO WS-TOT-GANADORAS.
           ADD WS-JUG-BLOQUEOS(WS-JUG-SUB)  TO WS-TOT-BLOQUEOS.

           MOVE WS-JUG-JUGADAS(WS-JUG-SUB) TO WS-JUGADAS-CALC.
           COMPUTE WS-ACIERTOS = WS-JUGADAS-CALC
                               - WS-JUG-GANADORAS(WS-JUG-SUB)
                               - WS-JUG-BLOQUEOS(WS-JUG-SUB).
           COMPUTE WS-PORCENTAJE ROUNDED =
              WS-ACIERTOS * 100 / WS-JUGADAS-CALC.

           MOVE WS-JUG-PARTIDAS(WS-JUG-SUB)  TO WS-PARTIDAS-ED.
           MOVE WS-JUG-JUGADAS(WS-JUG-SUB)   TO WS-JUGADAS-ED.
           MOVE WS-JUG-GANADORAS(WS-JUG-SUB) TO WS-GANADORAS-ED.
           MOVE WS-JUG-BLOQUEOS(WS-JUG-SUB)  TO WS-BLOQUEOS-ED.
           MOVE WS-PORCENTAJE                TO WS-PORCENTAJE-ED.

           DISPLAY '* ' WS-JUG-CODIGO(WS-JUG-SUB) '  '
                   WS-PARTIDAS-ED '  ' WS-JUGADAS-ED '  '
                   WS-GANADORAS-ED '  ' WS-BLOQUEOS-ED '    '
                   WS-PORCENTAJE-ED.

       6100-LINEA-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6200-PEORES-PARTIDAS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Las WS-MAX-PEORES partidas con más fallos (ganadoras más   *
      *    bloqueos perdidos), de mayor a menor, por número de        *
      *    partida (fecha y hora en los registros anteriores al       *
      *    número).                                                   *
      *                                                               *
      *****************************************************************
       6200-PEORES-PARTIDAS.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Peores partidas:                              *'.
           DISPLAY '*  Pto  Partida            Jugador1 Jugador2  '
                   'Fallos'.

           MOVE 1 TO WS-PEOR-SUB.
           PERFORM 6250-LISTAR-PEOR
              THRU 6250-LISTAR-PEOR-EXIT
              UNTIL WS-PEOR-SUB > WS-MAX-PEORES.

       6200-PEORES-PARTIDAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6250-LISTAR-PEOR                                            *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Buscar la partida con más fallos aún no listada. Sin       *
      *    partidas con fallos pendientes, la lista se da por         *
      *    terminada.                                                 *
      *                                                               *
      *****************************************************************
       6250-LISTAR-PEOR.
           MOVE ZEROS TO WS-PEOR-HIT
                         WS-PEOR-FALLOS.

           PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
              UNTIL WS-PAR-SUB > WS-NUM-PARTIDAS
              IF WS-PAR-LISTADA(WS-PAR-SUB) = 0
                 AND WS-PAR-TOT-FALLOS(WS-PAR-SUB) > WS-PEOR-FALLOS
                 MOVE WS-PAR-SUB TO WS-PEOR-HIT
                 MOVE WS-PAR-TOT-FALLOS(WS-PAR-SUB)
                   TO WS-PEOR-FALLOS
              END-IF
           END-PERFORM.

           IF WS-PEOR-HIT = 0
              IF WS-PEOR-SUB = 1
                 DISPLAY '* (ninguna partida con fallos)'
              END-IF
              MOVE WS-MAX-PEORES TO WS-PEOR-SUB
              ADD 1 TO WS-PEOR-SUB
              GO TO 6250-LISTAR-PEOR-EXIT
           END-IF.

           MOVE 1 TO WS-PAR-LISTADA(WS-PEOR-HIT).
           MOVE WS-PEOR-SUB    TO WS-PUESTO.
           MOVE WS-PEOR-FALLOS TO WS-FALLOS-ED.

           IF WS-PAR-NUMERO(WS-PEOR-HIT) NOT = SPACES
              DISPLAY '*  ' WS-PUESTO '   '
                      WS-PAR-NUMERO(WS-PEOR-HIT) '            '
                      WS-PAR-J1(WS-PEOR-HIT) ' '
                      WS-PAR-J2(WS-PEOR-HIT) '  ' WS-FALLOS-ED
           ELSE
              DISPLAY '*  ' WS-PUESTO '   '
                      WS-PAR-FECHA(WS-PEOR-HIT) ' '
                      WS-PAR-HORA(WS-PEOR-HIT) '  '
                      WS-PAR-J1(WS-PEOR-HIT) ' '
                      WS-PAR-J2(WS-PEOR-HIT) '  ' WS-FALLOS-ED
           END-IF.

           ADD 1 TO WS-PEOR-SUB.

       6250-LISTAR-PEOR-EXIT.
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
