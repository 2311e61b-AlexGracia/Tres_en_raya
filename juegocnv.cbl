      *****************************************************************
      *			      juegocnv				      *
      *	 -----------------------------------------------------------  *
      * Conversión, de una sola vez, de los cuatro almacenes que      *
      * pasan de secuenciales a indexados con bloqueo de registro     *
      * (para jugar desde varias terminales a la vez):                *
      *   · marcajug.dat (copy REGMARCJ), clave MCJ-CODIGO.           *
      *   · ratings.dat  (copy REGRATIN), clave RAT-CODIGO.           *
      *   · marcador.dat (copy REGMARCA), registro único de clave     *
      *     'MARCADOR'.                                               *
      *   · numpart.dat  (copy REGNUMPA), registro único de clave     *
      *     'NUMPART'.                                                *
      *                                                               *
      * Procedimiento: con todas las terminales paradas, renombrar    *
      * cada fichero secuencial actual a .sec (marcajug.sec,          *
      * ratings.sec, marcador.sec, numpart.sec) y pasar este          *
      * programa, que crea los indexados con los mismos datos.        *
      *                                                               *
      * Nunca pisa un fichero vivo: si el indexado ya existe, ese     *
      * almacén se da por convertido y no se toca; si el .dat sigue   *
      * ahí sin ser indexado (no se renombró), se para sin escribir   *
      * nada de ese almacén. Sin .sec no hay nada que convertir       *
      * (JUEGO crea marcajug.dat, marcador.dat y numpart.dat al       *
      * primer uso, y ratings.dat lo crea JUEGOELO).                  *
      *                                                               *
      * Un código repetido en marcajug.sec suma sus contadores en     *
      * una sola fila; en ratings.sec se queda la primera línea. Las  *
      * líneas sin código o con cifras no numéricas se rechazan.      *
      *                                                               *
      * Código de retorno: 0 convertido todo, 4 con avisos (almacén   *
      * ya convertido o sin .sec, líneas sumadas o rechazadas), 12    *
      * error de fichero.                                             *
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

       PROGRAM-ID.                    JUEGOCNV.
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
           SELECT MARCAJUG-ANT    ASSIGN TO "marcajug.sec"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANTIGUO.

           SELECT RATINGS-ANT     ASSIGN TO "ratings.sec"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANTIGUO.

           SELECT MARCADOR-ANT    ASSIGN TO "marcador.sec"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANTIGUO.

           SELECT NUMPART-ANT     ASSIGN TO "numpart.sec"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANTIGUO.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MCJ-CODIGO
              FILE STATUS  IS WS-ESTADO-NUEVO.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-NUEVO.

           SELECT MARCADOR-FILE   ASSIGN TO "marcador.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MAR-CLAVE
              FILE STATUS  IS WS-ESTADO-NUEVO.

           SELECT NUMPART-FILE    ASSIGN TO "numpart.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS NUM-CLAVE
              FILE STATUS  IS WS-ESTADO-NUEVO.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Ficheros secuenciales antiguos (formato anterior, sin
      *   clave en marcador y numpart).
       FD  MARCAJUG-ANT.
       01  REG-MARCAJUG-ANT.
           05 ANT-MCJ-CODIGO        PIC X(8).
           05 ANT-MCJ-VICTORIAS     PIC 9(5).
           05 ANT-MCJ-DERROTAS      PIC 9(5).
           05 ANT-MCJ-EMPATES       PIC 9(5).

       FD  RATINGS-ANT.
       01  REG-RATING-ANT.
           05 ANT-RAT-CODIGO        PIC X(8).
           05 ANT-RAT-PUNTOS        PIC 9(4).
           05 ANT-RAT-PARTIDAS      PIC 9(5).

       FD  MARCADOR-ANT.
       01  REG-MARCADOR-ANT.
           05 ANT-MAR-VICTORIAS     PIC 9(5).
           05 ANT-MAR-DERROTAS      PIC 9(5).
           05 ANT-MAR-EMPATES       PIC 9(5).

       FD  NUMPART-ANT.
       01  REG-NUMPART-ANT.
           05 ANT-NUM-ULTIMO        PIC 9(7).

      * · Ficheros indexados nuevos.
       FD  MARCAJUG-FILE.
       COPY REGMARCJ.

       FD  RATINGS-FILE.
       COPY REGRATIN.

       FD  MARCADOR-FILE.
       COPY REGMARCA.

       FD  NUMPART-FILE.
       COPY REGNUMPA.

       WORKING-STORAGE SECTION.

      * · Ficheros (un almacén cada vez).
       01 WS-ESTADO-ANTIGUO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-NUEVO         PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Almacén en curso: nombre para los mensajes y si procede
      *   convertirlo (hay .sec y no hay indexado todavía).
       01 WS-FICHERO-NUEVO        PIC X(12)       VALUE SPACES.
       01 WS-CONVERTIR            PIC 9 COMP      VALUE 0.
          88 NO-CONVERTIR                         VALUE 0.
          88 SI-CONVERTIR                         VALUE 1.
       01 WS-RES-PASO             PIC X(30)       VALUE SPACES.

      * · Contadores de control por almacén: 1 marcajug, 2 ratings,
      *   3 marcador, 4 numpart.
       01 WS-ALM-SUB              PIC 9 COMP      VALUE ZEROS.
       01 WS-TABLA-ALMACENES.
          05 WS-ALM               OCCURS 4.
             10 WS-ALM-RESULTADO  PIC X(30).
             10 WS-ALM-LEIDAS     PIC 9(7).
             10 WS-ALM-GRABADAS   PIC 9(7).
             10 WS-ALM-SUMADAS    PIC 9(7).
             10 WS-ALM-RECHAZADAS PIC 9(7).

       01 WS-AVISOS               PIC 9(3) COMP   VALUE ZEROS.

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

           PERFORM 2000-CONVERTIR-MARCAJUG
              THRU 2000-CONVERTIR-MARCAJUG-EXIT.

           PERFORM 3000-CONVERTIR-RATINGS
              THRU 3000-CONVERTIR-RATINGS-EXIT.

           PERFORM 4000-CONVERTIR-MARCADOR
              THRU 4000-CONVERTIR-MARCADOR-EXIT.

           PERFORM 5000-CONVERTIR-NUMPART
              THRU 5000-CONVERTIR-NUMPART-EXIT.

           PERFORM 6000-INFORME-CONVERSION
              THRU 6000-INFORME-CONVERSION-EXIT.

           IF WS-AVISOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'CONVERSION A FICHEROS INDEXADOS'.

           PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
              UNTIL WS-ALM-SUB > 4
              MOVE SPACES TO WS-ALM-RESULTADO(WS-ALM-SUB)
              MOVE ZEROS  TO WS-ALM-LEIDAS(WS-ALM-SUB)
                             WS-ALM-GRABADAS(WS-ALM-SUB)
                             WS-ALM-SUMADAS(WS-ALM-SUB)
                             WS-ALM-RECHAZADAS(WS-ALM-SUB)
           END-PERFORM.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1500-COMPROBAR-DESTINO                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · A partir del estado de la apertura de prueba del .sec      *
      *    (WS-ESTADO-ANTIGUO) y del indexado (WS-ESTADO-NUEVO),      *
      *    decidir si el almacén WS-ALM-SUB se convierte. Sólo se     *
      *    convierte con .sec presente e indexado inexistente ("35"); *
      *    un .dat que no abre como indexado es el secuencial sin     *
      *    renombrar y para la conversión.                            *
      *                                                               *
      *****************************************************************
       1500-COMPROBAR-DESTINO.
           SET NO-CONVERTIR TO TRUE.

           EVALUATE TRUE
              WHEN WS-ESTADO-NUEVO = "00"
                 MOVE 'AVISO: ya indexado, no se toca'
                   TO WS-ALM-RESULTADO(WS-ALM-SUB)
                 ADD 1 TO WS-AVISOS
              WHEN WS-ESTADO-NUEVO NOT = "35"
                 DISPLAY WS-FICHERO-NUEVO ' existe y no abre como '
                         'indexado (' WS-ESTADO-NUEVO '): renombrarlo '
                         'a .sec antes de convertir.'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              WHEN WS-ESTADO-ANTIGUO = "35"
                 MOVE 'AVISO: sin .sec, nada que pasar'
                   TO WS-ALM-RESULTADO(WS-ALM-SUB)
                 ADD 1 TO WS-AVISOS
              WHEN WS-ESTADO-ANTIGUO NOT = "00"
                 DISPLAY WS-MSG-FICHERO-MAL ': ' WS-FICHERO-NUEVO
                         ' antiguo (' WS-ESTADO-ANTIGUO ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              WHEN OTHER
                 SET SI-CONVERTIR TO TRUE
                 MOVE 'convertido'
                   TO WS-ALM-RESULTADO(WS-ALM-SUB)
           END-EVALUATE.

       1500-COMPROBAR-DESTINO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1600-CREAR-DESTINO                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Comprobar el estado de la apertura OUTPUT del indexado     *
      *    nuevo (la hace cada almacén con su fichero).               *
      *                                                               *
      *****************************************************************
       1600-CREAR-DESTINO.
           IF WS-ESTADO-NUEVO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ' WS-FICHERO-NUEVO
                      ' (' WS-ESTADO-NUEVO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       1600-CREAR-DESTINO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-CONVERTIR-MARCAJUG                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · marcajug.sec -> marcajug.dat. Un código repetido suma sus  *
      *    contadores en la fila ya grabada.                          *
      *                                                               *
      *****************************************************************
       2000-CONVERTIR-MARCAJUG.
           MOVE 1              TO WS-ALM-SUB.
           MOVE 'marcajug.dat' TO WS-FICHERO-NUEVO.

           OPEN INPUT MARCAJUG-FILE.
           IF WS-ESTADO-NUEVO = "00"
              CLOSE MARCAJUG-FILE
           END-IF.
           OPEN INPUT MARCAJUG-ANT.

           PERFORM 1500-COMPROBAR-DESTINO
              THRU 1500-COMPROBAR-DESTINO-EXIT.
           IF NO-CONVERTIR
              IF WS-ESTADO-ANTIGUO = "00"
                 CLOSE MARCAJUG-ANT
              END-IF
              GO TO 2000-CONVERTIR-MARCAJUG-EXIT
           END-IF.

           OPEN OUTPUT MARCAJUG-FILE.
           PERFORM 1600-CREAR-DESTINO
              THRU 1600-CREAR-DESTINO-EXIT.
           CLOSE MARCAJUG-FILE.
           OPEN I-O MARCAJUG-FILE.
           PERFORM 1600-CREAR-DESTINO
              THRU 1600-CREAR-DESTINO-EXIT.

           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 2050-PASAR-MARCAJUG
              THRU 2050-PASAR-MARCAJUG-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE MARCAJUG-ANT
                 MARCAJUG-FILE.

       2000-CONVERTIR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-PASAR-MARCAJUG                                         *
      *                                                               *
      *****************************************************************
       2050-PASAR-MARCAJUG.
           READ MARCAJUG-ANT
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2050-PASAR-MARCAJUG-EXIT
           END-READ.
           ADD 1 TO WS-ALM-LEIDAS(1).

           IF ANT-MCJ-CODIGO = SPACES
              OR ANT-MCJ-VICTORIAS NOT NUMERIC
              OR ANT-MCJ-DERROTAS  NOT NUMERIC
              OR ANT-MCJ-EMPATES   NOT NUMERIC
              DISPLAY 'marcajug.sec rechazada: ' REG-MARCAJUG-ANT
              ADD 1 TO WS-ALM-RECHAZADAS(1)
              GO TO 2050-PASAR-MARCAJUG-EXIT
           END-IF.

           MOVE ANT-MCJ-CODIGO TO MCJ-CODIGO.
           READ MARCAJUG-FILE
              KEY IS MCJ-CODIGO
              INVALID KEY
                 MOVE ANT-MCJ-VICTORIAS TO MCJ-VICTORIAS
                 MOVE ANT-MCJ-DERROTAS  TO MCJ-DERROTAS
                 MOVE ANT-MCJ-EMPATES   TO MCJ-EMPATES
                 WRITE REG-MARCAJUG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 ADD 1 TO WS-ALM-GRABADAS(1)
              NOT INVALID KEY
                 ADD ANT-MCJ-VICTORIAS TO MCJ-VICTORIAS
                 ADD ANT-MCJ-DERROTAS  TO MCJ-DERROTAS
                 ADD ANT-MCJ-EMPATES   TO MCJ-EMPATES
                 REWRITE REG-MARCAJUG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 DISPLAY 'marcajug.sec: ' MCJ-CODIGO
                         ' repetido, contadores sumados.'
                 ADD 1 TO WS-ALM-SUMADAS(1)
           END-READ.

           IF WS-ESTADO-NUEVO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-NUEVO ') ' MCJ-CODIGO
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       2050-PASAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-CONVERTIR-RATINGS                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · ratings.sec -> ratings.dat. De un código repetido se       *
      *    queda la primera línea (JUEGOELO lo regraba entero en su   *
      *    próxima pasada).                                           *
      *                                                               *
      *****************************************************************
       3000-CONVERTIR-RATINGS.
           MOVE 2              TO WS-ALM-SUB.
           MOVE 'ratings.dat'  TO WS-FICHERO-NUEVO.

           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-NUEVO = "00"
              CLOSE RATINGS-FILE
           END-IF.
           OPEN INPUT RATINGS-ANT.

           PERFORM 1500-COMPROBAR-DESTINO
              THRU 1500-COMPROBAR-DESTINO-EXIT.
           IF NO-CONVERTIR
              IF WS-ESTADO-ANTIGUO = "00"
                 CLOSE RATINGS-ANT
              END-IF
              GO TO 3000-CONVERTIR-RATINGS-EXIT
           END-IF.

           OPEN OUTPUT RATINGS-FILE.
           PERFORM 1600-CREAR-DESTINO
              THRU 1600-CREAR-DESTINO-EXIT.

           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 3050-PASAR-RATING
              THRU 3050-PASAR-RATING-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE RATINGS-ANT
                 RATINGS-FILE.

       3000-CONVERTIR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3050-PASAR-RATING                                           *
      *                                                               *
      *****************************************************************
       3050-PASAR-RATING.
           READ RATINGS-ANT
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 3050-PASAR-RATING-EXIT
           END-READ.
           ADD 1 TO WS-ALM-LEIDAS(2).

           IF ANT-RAT-CODIGO = SPACES
              OR ANT-RAT-PUNTOS   NOT NUMERIC
              OR ANT-RAT-PARTIDAS NOT NUMERIC
              DISPLAY 'ratings.sec rechazada: ' REG-RATING-ANT
              ADD 1 TO WS-ALM-RECHAZADAS(2)
              GO TO 3050-PASAR-RATING-EXIT
           END-IF.

           MOVE ANT-RAT-CODIGO   TO RAT-CODIGO.
           MOVE ANT-RAT-PUNTOS   TO RAT-PUNTOS.
           MOVE ANT-RAT-PARTIDAS TO RAT-PARTIDAS.
           WRITE REG-RATING
              INVALID KEY
                 CONTINUE
           END-WRITE.

           EVALUATE WS-ESTADO-NUEVO
              WHEN "00"
                 ADD 1 TO WS-ALM-GRABADAS(2)
              WHEN "22"
                 DISPLAY 'ratings.sec: ' RAT-CODIGO
                         ' repetido, se queda la primera linea.'
                 ADD 1 TO WS-ALM-RECHAZADAS(2)
              WHEN OTHER
                 DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                         WS-ESTADO-NUEVO ') ' RAT-CODIGO
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-EVALUATE.

       3050-PASAR-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-CONVERTIR-MARCADOR                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · marcador.sec -> marcador.dat: la primera línea pasa al     *
      *    registro único de clave 'MARCADOR'. Líneas de más (no      *
      *    debería haberlas) se cuentan como rechazadas.              *
      *                                                               *
      *****************************************************************
       4000-CONVERTIR-MARCADOR.
           MOVE 3              TO WS-ALM-SUB.
           MOVE 'marcador.dat' TO WS-FICHERO-NUEVO.

           OPEN INPUT MARCADOR-FILE.
           IF WS-ESTADO-NUEVO = "00"
              CLOSE MARCADOR-FILE
           END-IF.
           OPEN INPUT MARCADOR-ANT.

           PERFORM 1500-COMPROBAR-DESTINO
              THRU 1500-COMPROBAR-DESTINO-EXIT.
           IF NO-CONVERTIR
              IF WS-ESTADO-ANTIGUO = "00"
                 CLOSE MARCADOR-ANT
              END-IF
              GO TO 4000-CONVERTIR-MARCADOR-EXIT
           END-IF.

           OPEN OUTPUT MARCADOR-FILE.
           PERFORM 1600-CREAR-DESTINO
              THRU 1600-CREAR-DESTINO-EXIT.

           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 4050-PASAR-MARCADOR
              THRU 4050-PASAR-MARCADOR-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE MARCADOR-ANT
                 MARCADOR-FILE.

       4000-CONVERTIR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4050-PASAR-MARCADOR                                         *
      *                                                               *
      *****************************************************************
       4050-PASAR-MARCADOR.
           READ MARCADOR-ANT
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 4050-PASAR-MARCADOR-EXIT
           END-READ.
           ADD 1 TO WS-ALM-LEIDAS(3).

           IF WS-ALM-GRABADAS(3) > 0
              OR ANT-MAR-VICTORIAS NOT NUMERIC
              OR ANT-MAR-DERROTAS  NOT NUMERIC
              OR ANT-MAR-EMPATES   NOT NUMERIC
              DISPLAY 'marcador.sec rechazada: ' REG-MARCADOR-ANT
              ADD 1 TO WS-ALM-RECHAZADAS(3)
              GO TO 4050-PASAR-MARCADOR-EXIT
           END-IF.

           SET MAR-CLAVE-UNICA TO TRUE.
           MOVE ANT-MAR-VICTORIAS TO MAR-VICTORIAS.
           MOVE ANT-MAR-DERROTAS  TO MAR-DERROTAS.
           MOVE ANT-MAR-EMPATES   TO MAR-EMPATES.
           WRITE REG-MARCADOR
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-NUEVO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcador.dat ('
                      WS-ESTADO-NUEVO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-ALM-GRABADAS(3).

       4050-PASAR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-CONVERTIR-NUMPART                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · numpart.sec -> numpart.dat: la primera línea pasa al       *
      *    registro único de clave 'NUMPART'. Un valor no numérico    *
      *    para la conversión: sin el último número emitido JUEGO     *
      *    volvería a empezar en 1 y repetiría números.               *
      *                                                               *
      *****************************************************************
       5000-CONVERTIR-NUMPART.
           MOVE 4              TO WS-ALM-SUB.
           MOVE 'numpart.dat'  TO WS-FICHERO-NUEVO.

           OPEN INPUT NUMPART-FILE.
           IF WS-ESTADO-NUEVO = "00"
              CLOSE NUMPART-FILE
           END-IF.
           OPEN INPUT NUMPART-ANT.

           PERFORM 1500-COMPROBAR-DESTINO
              THRU 1500-COMPROBAR-DESTINO-EXIT.
           IF NO-CONVERTIR
              IF WS-ESTADO-ANTIGUO = "00"
                 CLOSE NUMPART-ANT
              END-IF
              GO TO 5000-CONVERTIR-NUMPART-EXIT
           END-IF.

           READ NUMPART-ANT
              AT END
                 MOVE 'AVISO: numpart.sec vacio'
                   TO WS-ALM-RESULTADO(4)
                 ADD 1 TO WS-AVISOS
                 CLOSE NUMPART-ANT
                 GO TO 5000-CONVERTIR-NUMPART-EXIT
           END-READ.
           ADD 1 TO WS-ALM-LEIDAS(4).

           IF ANT-NUM-ULTIMO NOT NUMERIC
              DISPLAY 'numpart.sec no numerico: ' REG-NUMPART-ANT
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT NUMPART-FILE.
           PERFORM 1600-CREAR-DESTINO
              THRU 1600-CREAR-DESTINO-EXIT.

           SET NUM-CLAVE-UNICA TO TRUE.
           MOVE ANT-NUM-ULTIMO TO NUM-ULTIMO.
           WRITE REG-NUMPART
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-NUEVO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': numpart.dat ('
                      WS-ESTADO-NUEVO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-ALM-GRABADAS(4).

           CLOSE NUMPART-ANT
                 NUMPART-FILE.

       5000-CONVERTIR-NUMPART-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-CONVERSION                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Parte de control: por almacén, desenlace y líneas leídas,  *
      *    grabadas, sumadas en otra fila y rechazadas.               *
      *                                                               *
      *****************************************************************
       6000-INFORME-CONVERSION.
           PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
              UNTIL WS-ALM-SUB > 4
              IF WS-ALM-SUMADAS(WS-ALM-SUB) > 0
                 OR WS-ALM-RECHAZADAS(WS-ALM-SUB) > 0
                 ADD 1 TO WS-AVISOS
              END-IF
           END-PERFORM.

           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**  Conversion a indexados (JUEGOCNV)           *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* marcajug.dat: ' WS-ALM-RESULTADO(1).
           DISPLAY '*   leidas ' WS-ALM-LEIDAS(1)
                   ' grabadas ' WS-ALM-GRABADAS(1).
           DISPLAY '*   sumadas ' WS-ALM-SUMADAS(1)
                   ' rechazadas ' WS-ALM-RECHAZADAS(1).
           DISPLAY '* ratings.dat:  ' WS-ALM-RESULTADO(2).
           DISPLAY '*   leidas ' WS-ALM-LEIDAS(2)
                   ' grabadas ' WS-ALM-GRABADAS(2).
           DISPLAY '*   rechazadas ' WS-ALM-RECHAZADAS(2).
           DISPLAY '* marcador.dat: ' WS-ALM-RESULTADO(3).
           DISPLAY '*   leidas ' WS-ALM-LEIDAS(3)
                   ' grabadas ' WS-ALM-GRABADAS(3).
           DISPLAY '*   rechazadas ' WS-ALM-RECHAZADAS(3).
           DISPLAY '* numpart.dat:  ' WS-ALM-RESULTADO(4).
           DISPLAY '*   leidas ' WS-ALM-LEIDAS(4)
                   ' grabadas ' WS-ALM-GRABADAS(4).
           DISPLAY '*************************************************'.

       6000-INFORME-CONVERSION-EXIT.
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

      ***********
      *         *
      *  F I N  *
      *         *
      ***********
