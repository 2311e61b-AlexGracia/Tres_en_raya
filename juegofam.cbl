      *****************************************************************
      *			      juegofam				      *
      *	 -----------------------------------------------------------  *
      * Cuadro de honor de la oficina: los poseedores actuales de     *
      * cada récord de records.dat (copy REGRECOR), que mantiene      *
      * JUEGO al terminar cada partida y reconstruye JUEGORCD.        *
      *                                                               *
      *   · Victoria más corta (jugadas) y más rápida (segundos), por *
      *     tamaño de tablero.                                        *
      *   · Más partidas seguidas sin perder ante la máquina, por     *
      *     dificultad.                                               *
      *   · Más partidas de un jugador en un mismo día.               *
      *   · Mayor sorpresa (victoria con más puntos de rating en      *
      *     contra).                                                  *
      *   · Mejores rachas de victorias, de mayor a menor.            *
      *                                                               *
      * El cuadro va al fichero famosos-AAAAMMDD.txt (fecha del día), *
      * texto plano de 80 columnas, con un resumen en pantalla.       *
      *                                                               *
      * Código de retorno: 0 correcto, 4 con avisos (tabla de rachas  *
      * llena), 12 error de fichero.                                  *
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

       PROGRAM-ID.                    JUEGOFAM.
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
           SELECT RECORDS-FILE    ASSIGN TO "records.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS REC-LLAVE
              FILE STATUS  IS WS-ESTADO-RECORDS.

           SELECT FAMOSOS-FILE    ASSIGN TO DYNAMIC
                                          WS-FICHERO-FAMOSOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FAMOSOS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Registro de records (JUEGO vía JUEGORCK, JUEGORCD).
       FD  RECORDS-FILE.
       COPY REGRECOR.

      * · Fichero del cuadro de honor imprimible (texto plano).
       FD  FAMOSOS-FILE.
       01  REG-FAMOSOS              PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *                                                               *
      *   VARIABLES WORKING                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ficheros.                                                  *
      *  · Récords por categoría y grupo.                             *
      *  · Rachas de los jugadores.                                   *
      *  · Líneas del cuadro.                                         *
      *  · Contadores del resumen.                                    *
      *  · Literales.                                                 *
      *                                                               *
      *****************************************************************
      * · Ficheros.
       01 WS-FICHERO-FAMOSOS      PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-RECORDS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-FAMOSOS       PIC XX          VALUE SPACES.
       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.

      * · Récords por categoría y grupo. Huecos: 1-3 victoria más
      *   corta (3x3 a 5x5), 4-6 más rápida (3x3 a 5x5), 7-9 sin
      *   perder ante la máquina (fácil, difícil, experto), 10 más
      *   partidas en un día, 11 mayor sorpresa.
       01 WS-NUM-HUECOS           PIC 9(2) COMP   VALUE 11.
       01 WS-HUECO                PIC 9(2) COMP   VALUE ZEROS.
       01 WS-TABLA-HUECOS.
          05 WS-HUE               OCCURS 11.
             10 WS-HUE-HAY        PIC 9 COMP.
                88 NO-HUE-HAY                     VALUE 0.
                88 SI-HUE-HAY                     VALUE 1.
             10 WS-HUE-VALOR      PIC 9(7).
             10 WS-HUE-TITULAR    PIC X(8).
             10 WS-HUE-RIVAL      PIC X(8).
             10 WS-HUE-FECHA      PIC 9(8).
             10 WS-HUE-PARTIDA    PIC 9(7).
       01 WS-GRUPOS-TEXTO.
          05 FILLER               PIC X(10)       VALUE '3x3'.
          05 FILLER               PIC X(10)       VALUE '4x4'.
          05 FILLER               PIC X(10)       VALUE '5x5'.
          05 FILLER               PIC X(10)       VALUE '3x3'.
          05 FILLER               PIC X(10)       VALUE '4x4'.
          05 FILLER               PIC X(10)       VALUE '5x5'.
          05 FILLER               PIC X(10)       VALUE 'Facil'.
          05 FILLER               PIC X(10)       VALUE 'Dificil'.
          05 FILLER               PIC X(10)       VALUE 'Experto'.
          05 FILLER               PIC X(10)       VALUE 'Oficina'.
          05 FILLER               PIC X(10)       VALUE 'Oficina'.
       01 WS-GRUPOS-TABLA REDEFINES WS-GRUPOS-TEXTO.
          05 WS-GRUPO-TEXTO       OCCURS 11 PIC X(10).

      * · Rachas de los jugadores (filas 'RA' con récord propio).
       01 WS-MAX-RACHAS           PIC 9(3) COMP   VALUE 200.
       01 WS-NUM-RACHAS           PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RACHAS-FUERA         PIC 9(5)        VALUE ZEROS.
       01 WS-RAC-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RAC-SUB2             PIC 9(3) COMP   VALUE ZEROS.
       01 WS-TABLA-RACHAS.
          05 WS-RAC               OCCURS 200.
             10 WS-RAC-CODIGO     PIC X(8).
             10 WS-RAC-VALOR      PIC 9(7).
             10 WS-RAC-FECHA      PIC 9(8).
             10 WS-RAC-PARTIDA    PIC 9(7).
       01 WS-RAC-AUX.
          05 WS-AUX-CODIGO        PIC X(8).
          05 WS-AUX-VALOR         PIC 9(7).
          05 WS-AUX-FECHA         PIC 9(8).
          05 WS-AUX-PARTIDA       PIC 9(7).

      * · Líneas del cuadro.
       01 WS-FECHA-AAAAMMDD       PIC 9(8)        VALUE ZEROS.
       01 WS-FECHA-PARTES REDEFINES WS-FECHA-AAAAMMDD.
          05 WS-FECHA-AAAA        PIC 9(4).
          05 WS-FECHA-MM          PIC 9(2).
          05 WS-FECHA-DD          PIC 9(2).
       01 WS-FECHA-TEXTO          PIC X(10)       VALUE SPACES.
       01 WS-TITULO-SECCION       PIC X(80)       VALUE SPACES.
       01 WS-PUESTO-ED            PIC ZZ9         VALUE ZEROS.
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-CAB-GRUPO         PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-CAB-VALOR         PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE 'Titular'.
          05 FILLER               PIC X(10)       VALUE 'Rival'.
          05 FILLER               PIC X(12)       VALUE 'Fecha'.
          05 FILLER               PIC X(7)        VALUE 'Partida'.
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-DET-GRUPO         PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-DET-VALOR         PIC Z(6)9       VALUE ZEROS.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 WS-DET-TITULAR       PIC X(8)        VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-DET-RIVAL         PIC X(8)        VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-DET-FECHA         PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-DET-PARTIDA       PIC 9(7)        VALUE ZEROS.
       01 WS-LIN-VACIO.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 WS-VAC-GRUPO         PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FILLER               PIC X(20)       VALUE
                                  '(sin record)'.

      * · Contadores del resumen.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-RECORDS-VIGENTES     PIC 9(5)        VALUE ZEROS.
       01 WS-LINEAS-ESCRITAS      PIC 9(5)        VALUE ZEROS.

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

           PERFORM 2000-CARGAR-RECORDS
              THRU 2000-CARGAR-RECORDS-EXIT.

           PERFORM 2500-ORDENAR-RACHAS
              THRU 2500-ORDENAR-RACHAS-EXIT.

           PERFORM 3000-IMPRIMIR-CUADRO
              THRU 3000-IMPRIMIR-CUADRO-EXIT.

           PERFORM 6000-RESUMEN-PANTALLA
              THRU 6000-RESUMEN-PANTALLA-EXIT.

           IF WS-RACHAS-FUERA > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'CUADRO DE HONOR'.
           DISPLAY '==============='.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FICHERO-FAMOSOS.
           STRING 'famosos-' WS-FECHA-HOY '.txt'
              DELIMITED BY SIZE INTO WS-FICHERO-FAMOSOS.

           PERFORM VARYING WS-HUECO FROM 1 BY 1
              UNTIL WS-HUECO > WS-NUM-HUECOS
              SET NO-HUE-HAY(WS-HUECO) TO TRUE
           END-PERFORM.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-CARGAR-RECORDS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer records.dat entero y quedarse con las filas de récord *
      *    y las rachas. Sin fichero no hay cuadro (aún no se ha      *
      *    jugado ni reconstruido).                                   *
      *                                                               *
      *****************************************************************
       2000-CARGAR-RECORDS.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT RECORDS-FILE.
           IF WS-ESTADO-RECORDS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-ESTADO-RECORDS ')'
              IF WS-ESTADO-RECORDS = "35"
                 DISPLAY 'Aun no hay registro de records: '
                         'ejecutar JUEGORCD.'
              END-IF
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-LEER-RECORD
              THRU 2100-LEER-RECORD-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE RECORDS-FILE.

       2000-CARGAR-RECORDS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-LEER-RECORD                                            *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Las filas de estado en curso ('DJ', 'IJ') no salen en el   *
      *    cuadro; una racha sólo sale si llegó a récord propio.      *
      *                                                               *
      *****************************************************************
       2100-LEER-RECORD.
           READ RECORDS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2100-LEER-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-LEIDAS.

           MOVE ZERO TO WS-HUECO.
           EVALUATE TRUE
              WHEN REC-JUGADAS AND REC-GRUPO = '3'
                 MOVE 1  TO WS-HUECO
              WHEN REC-JUGADAS AND REC-GRUPO = '4'
                 MOVE 2  TO WS-HUECO
              WHEN REC-JUGADAS AND REC-GRUPO = '5'
                 MOVE 3  TO WS-HUECO
              WHEN REC-TIEMPO AND REC-GRUPO = '3'
                 MOVE 4  TO WS-HUECO
              WHEN REC-TIEMPO AND REC-GRUPO = '4'
                 MOVE 5  TO WS-HUECO
              WHEN REC-TIEMPO AND REC-GRUPO = '5'
                 MOVE 6  TO WS-HUECO
              WHEN REC-INVICTO AND REC-GRUPO = '1'
                 MOVE 7  TO WS-HUECO
              WHEN REC-INVICTO AND REC-GRUPO = '2'
                 MOVE 8  TO WS-HUECO
              WHEN REC-INVICTO AND REC-GRUPO = '3'
                 MOVE 9  TO WS-HUECO
              WHEN REC-DIA
                 MOVE 10 TO WS-HUECO
              WHEN REC-SORPRESA
                 MOVE 11 TO WS-HUECO
              WHEN REC-RACHA AND REC-VALOR > 0
                 PERFORM 2200-GUARDAR-RACHA
                    THRU 2200-GUARDAR-RACHA-EXIT
           END-EVALUATE.

           IF WS-HUECO = ZERO
              OR REC-VALOR = ZEROS
              GO TO 2100-LEER-RECORD-EXIT
           END-IF.

           SET SI-HUE-HAY(WS-HUECO) TO TRUE.
           MOVE REC-VALOR       TO WS-HUE-VALOR(WS-HUECO).
           MOVE REC-TITULAR     TO WS-HUE-TITULAR(WS-HUECO).
           MOVE REC-RIVAL       TO WS-HUE-RIVAL(WS-HUECO).
           MOVE REC-FECHA       TO WS-HUE-FECHA(WS-HUECO).
           MOVE REC-NUM-PARTIDA TO WS-HUE-PARTIDA(WS-HUECO).
           ADD 1 TO WS-RECORDS-VIGENTES.

       2100-LEER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-GUARDAR-RACHA                                          *
      *                                                               *
      *****************************************************************
       2200-GUARDAR-RACHA.
           IF WS-NUM-RACHAS >= WS-MAX-RACHAS
              ADD 1 TO WS-RACHAS-FUERA
              GO TO 2200-GUARDAR-RACHA-EXIT
           END-IF.

           ADD 1 TO WS-NUM-RACHAS.
           MOVE REC-CLAVE       TO WS-RAC-CODIGO(WS-NUM-RACHAS).
           MOVE REC-VALOR       TO WS-RAC-VALOR(WS-NUM-RACHAS).
           MOVE REC-FECHA       TO WS-RAC-FECHA(WS-NUM-RACHAS).
           MOVE REC-NUM-PARTIDA TO WS-RAC-PARTIDA(WS-NUM-RACHAS).
           ADD 1 TO WS-RECORDS-VIGENTES.

       2200-GUARDAR-RACHA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2500-ORDENAR-RACHAS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ordenación por selección, de la racha más larga a la más   *
      *    corta (como 6100-ORDENAR-RATINGS de JUEGOELO).             *
      *                                                               *
      *****************************************************************
       2500-ORDENAR-RACHAS.
           PERFORM VARYING WS-RAC-SUB FROM 1 BY 1
              UNTIL WS-RAC-SUB >= WS-NUM-RACHAS
              PERFORM VARYING WS-RAC-SUB2 FROM WS-RAC-SUB BY 1
                 UNTIL WS-RAC-SUB2 > WS-NUM-RACHAS
                 IF WS-RAC-VALOR(WS-RAC-SUB2) >
                    WS-RAC-VALOR(WS-RAC-SUB)
                    MOVE WS-RAC(WS-RAC-SUB)  TO WS-RAC-AUX
                    MOVE WS-RAC(WS-RAC-SUB2) TO WS-RAC(WS-RAC-SUB)
                    MOVE WS-RAC-AUX          TO WS-RAC(WS-RAC-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       2500-ORDENAR-RACHAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-IMPRIMIR-CUADRO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Una sección por categoría, con una línea por grupo         *
      *    (tablero o dificultad) aunque aún no tenga récord.         *
      *                                                               *
      *****************************************************************
       3000-IMPRIMIR-CUADRO.
           OPEN OUTPUT FAMOSOS-FILE.
           IF WS-ESTADO-FAMOSOS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': '
                      FUNCTION TRIM(WS-FICHERO-FAMOSOS) ' ('
                      WS-ESTADO-FAMOSOS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-FECHA-HOY TO WS-FECHA-AAAAMMDD.
           PERFORM 3800-FORMATEAR-FECHA
              THRU 3800-FORMATEAR-FECHA-EXIT.
           MOVE SPACES TO REG-FAMOSOS.
           STRING 'CUADRO DE HONOR DE LA OFICINA - ' WS-FECHA-TEXTO
              DELIMITED BY SIZE INTO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '=' TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

           MOVE 'VICTORIA MAS CORTA (en jugadas)' TO REG-FAMOSOS.
           MOVE 'Tablero'  TO WS-CAB-GRUPO.
           MOVE 'Jugadas'  TO WS-CAB-VALOR.
           PERFORM 3100-IMPRIMIR-SECCION
              THRU 3100-IMPRIMIR-SECCION-EXIT
              VARYING WS-HUECO FROM 1 BY 1 UNTIL WS-HUECO > 3.

           MOVE 'VICTORIA MAS RAPIDA (en segundos)' TO REG-FAMOSOS.
           MOVE 'Tablero'  TO WS-CAB-GRUPO.
           MOVE 'Segundos' TO WS-CAB-VALOR.
           PERFORM 3100-IMPRIMIR-SECCION
              THRU 3100-IMPRIMIR-SECCION-EXIT
              VARYING WS-HUECO FROM 4 BY 1 UNTIL WS-HUECO > 6.

           MOVE 'SIN PERDER ANTE LA MAQUINA (partidas seguidas)'
             TO REG-FAMOSOS.
           MOVE 'Dificultad' TO WS-CAB-GRUPO.
           MOVE 'Partidas'   TO WS-CAB-VALOR.
           PERFORM 3100-IMPRIMIR-SECCION
              THRU 3100-IMPRIMIR-SECCION-EXIT
              VARYING WS-HUECO FROM 7 BY 1 UNTIL WS-HUECO > 9.

           MOVE 'MAS PARTIDAS EN UN DIA' TO REG-FAMOSOS.
           MOVE SPACES     TO WS-CAB-GRUPO.
           MOVE 'Partidas' TO WS-CAB-VALOR.
           MOVE 10 TO WS-HUECO.
           PERFORM 3100-IMPRIMIR-SECCION
              THRU 3100-IMPRIMIR-SECCION-EXIT.

           MOVE 'MAYOR SORPRESA (puntos de rating en contra)'
             TO REG-FAMOSOS.
           MOVE SPACES   TO WS-CAB-GRUPO.
           MOVE 'Puntos' TO WS-CAB-VALOR.
           MOVE 11 TO WS-HUECO.
           PERFORM 3100-IMPRIMIR-SECCION
              THRU 3100-IMPRIMIR-SECCION-EXIT.

           PERFORM 3300-IMPRIMIR-RACHAS
              THRU 3300-IMPRIMIR-RACHAS-EXIT.

           MOVE SPACES TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '=' TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE 'Un record cae solo si se supera, no si se iguala.'
             TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

           CLOSE FAMOSOS-FILE.

       3000-IMPRIMIR-CUADRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-IMPRIMIR-SECCION                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Línea del grupo WS-HUECO. Al primer grupo de la sección    *
      *    (título ya en REG-FAMOSOS, cabecera en WS-LIN-CABECERA)    *
      *    se escriben antes el título y la cabecera.                 *
      *                                                               *
      *****************************************************************
       3100-IMPRIMIR-SECCION.
           IF WS-HUECO = 1 OR WS-HUECO = 4 OR WS-HUECO = 7
              OR WS-HUECO = 10 OR WS-HUECO = 11
              PERFORM 3200-TITULO-SECCION
                 THRU 3200-TITULO-SECCION-EXIT
           END-IF.

           IF NO-HUE-HAY(WS-HUECO)
              MOVE WS-GRUPO-TEXTO(WS-HUECO) TO WS-VAC-GRUPO
              MOVE WS-LIN-VACIO TO REG-FAMOSOS
              PERFORM 3900-ESCRIBIR-LINEA
                 THRU 3900-ESCRIBIR-LINEA-EXIT
              GO TO 3100-IMPRIMIR-SECCION-EXIT
           END-IF.

           MOVE WS-GRUPO-TEXTO(WS-HUECO)  TO WS-DET-GRUPO.
           MOVE WS-HUE-VALOR(WS-HUECO)    TO WS-DET-VALOR.
           MOVE WS-HUE-TITULAR(WS-HUECO)  TO WS-DET-TITULAR.
           MOVE WS-HUE-RIVAL(WS-HUECO)    TO WS-DET-RIVAL.
           MOVE WS-HUE-FECHA(WS-HUECO)    TO WS-FECHA-AAAAMMDD.
           PERFORM 3800-FORMATEAR-FECHA
              THRU 3800-FORMATEAR-FECHA-EXIT.
           MOVE WS-FECHA-TEXTO            TO WS-DET-FECHA.
           MOVE WS-HUE-PARTIDA(WS-HUECO)  TO WS-DET-PARTIDA.
           MOVE WS-LIN-DETALLE TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

       3100-IMPRIMIR-SECCION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-TITULO-SECCION                                         *
      *                                                               *
      *****************************************************************
       3200-TITULO-SECCION.
           MOVE REG-FAMOSOS TO WS-TITULO-SECCION.
           MOVE SPACES TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE WS-TITULO-SECCION TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE ALL '-' TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.
           MOVE WS-LIN-CABECERA TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

       3200-TITULO-SECCION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3300-IMPRIMIR-RACHAS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Mejores rachas de victorias, de mayor a menor; la primera  *
      *    es el récord de la oficina.                                *
      *                                                               *
      *****************************************************************
       3300-IMPRIMIR-RACHAS.
           MOVE 'MEJORES RACHAS DE VICTORIAS (seguidas)'
             TO REG-FAMOSOS.
           MOVE 'Puesto'    TO WS-CAB-GRUPO.
           MOVE 'Victorias' TO WS-CAB-VALOR.
           PERFORM 3200-TITULO-SECCION
              THRU 3200-TITULO-SECCION-EXIT.

           IF WS-NUM-RACHAS = 0
              MOVE SPACES TO WS-VAC-GRUPO
              MOVE WS-LIN-VACIO TO REG-FAMOSOS
              PERFORM 3900-ESCRIBIR-LINEA
                 THRU 3900-ESCRIBIR-LINEA-EXIT
              GO TO 3300-IMPRIMIR-RACHAS-EXIT
           END-IF.

           PERFORM 3350-IMPRIMIR-RACHA
              THRU 3350-IMPRIMIR-RACHA-EXIT
              VARYING WS-RAC-SUB FROM 1 BY 1
              UNTIL WS-RAC-SUB > WS-NUM-RACHAS.

           IF WS-RACHAS-FUERA > 0
              MOVE SPACES TO REG-FAMOSOS
              STRING '  AVISO: tabla llena, ' WS-RACHAS-FUERA
                     ' rachas sin listar.'
                 DELIMITED BY SIZE INTO REG-FAMOSOS
              PERFORM 3900-ESCRIBIR-LINEA
                 THRU 3900-ESCRIBIR-LINEA-EXIT
           END-IF.

       3300-IMPRIMIR-RACHAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3350-IMPRIMIR-RACHA                                         *
      *                                                               *
      *****************************************************************
       3350-IMPRIMIR-RACHA.
           MOVE SPACES TO WS-DET-GRUPO.
           MOVE WS-RAC-SUB TO WS-PUESTO-ED.
           MOVE WS-PUESTO-ED TO WS-DET-GRUPO.
           MOVE WS-RAC-VALOR(WS-RAC-SUB)   TO WS-DET-VALOR.
           MOVE WS-RAC-CODIGO(WS-RAC-SUB)  TO WS-DET-TITULAR.
           MOVE SPACES                     TO WS-DET-RIVAL.
           MOVE WS-RAC-FECHA(WS-RAC-SUB)   TO WS-FECHA-AAAAMMDD.
           PERFORM 3800-FORMATEAR-FECHA
              THRU 3800-FORMATEAR-FECHA-EXIT.
           MOVE WS-FECHA-TEXTO             TO WS-DET-FECHA.
           MOVE WS-RAC-PARTIDA(WS-RAC-SUB) TO WS-DET-PARTIDA.
           MOVE WS-LIN-DETALLE TO REG-FAMOSOS.
           PERFORM 3900-ESCRIBIR-LINEA
              THRU 3900-ESCRIBIR-LINEA-EXIT.

       3350-IMPRIMIR-RACHA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3800-FORMATEAR-FECHA                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · WS-FECHA-AAAAMMDD a DD/MM/AAAA en WS-FECHA-TEXTO.          *
      *                                                               *
      *****************************************************************
       3800-FORMATEAR-FECHA.
           MOVE SPACES TO WS-FECHA-TEXTO.
           STRING WS-FECHA-DD '/' WS-FECHA-MM '/' WS-FECHA-AAAA
              DELIMITED BY SIZE INTO WS-FECHA-TEXTO.

       3800-FORMATEAR-FECHA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3900-ESCRIBIR-LINEA                                         *
      *                                                               *
      *****************************************************************
       3900-ESCRIBIR-LINEA.
           WRITE REG-FAMOSOS.
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
           DISPLAY '**    Cuadro de honor (JUEGOFAM)                *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Fichero:               '
                   FUNCTION TRIM(WS-FICHERO-FAMOSOS).
           DISPLAY '* Filas leidas:          ' WS-LEIDAS.
           DISPLAY '* Records vigentes:      ' WS-RECORDS-VIGENTES.
           DISPLAY '* Lineas escritas:       ' WS-LINEAS-ESCRITAS.
           IF WS-RACHAS-FUERA > 0
              DISPLAY '* AVISO: rachas sin listar: ' WS-RACHAS-FUERA
           END-IF.
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
