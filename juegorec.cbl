      *      |          |       |cuadre salvo peticion expresa: el    *
      *      |          |       |marcador y la BD solo registran lo   *
      *      |          |       |jugado en esta oficina.              *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |(AUD-ANULADA) no puntuan: JUEGOANU   *
      *      |          |       |las descuenta del marcador y las     *
      *      |          |       |marca en la BD. Se cuentan aparte.   *
      *      |15/10/2026|Alex   |marcador.dat indexado: se lee por    *
      *      |          |       |clave y la reconstruccion regraba    *
      *      |          |       |el registro con bloqueo, sin         *
      *      |          |       |vaciar el fichero.                   *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT MARCADOR-FILE   ASSIGN TO "marcador.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MAR-CLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCADOR.

      *****************************************************************
       01 WS-AUD-EMPATES          PIC 9(7)        VALUE ZEROS.
       01 WS-AUD-NO-PUNTUABLES    PIC 9(7)        VALUE ZEROS.
       01 WS-AUD-OTRAS-SEDES      PIC 9(7)        VALUE ZEROS.
       01 WS-AUD-ANULADAS         PIC 9(7)        VALUE ZEROS.

      * · Partidas importadas de otras sedes (AUD-SEDE informado):
      *   fuera del cuadre salvo petición expresa, porque ni el
                 *> Las simulaciones no puntuan en ningun marcador.
                    WHEN AUD-SIMULACION = 'S'
                       ADD 1 TO WS-AUD-NO-PUNTUABLES
                 *> Las anuladas (JUEGOANU) tampoco puntuan.
                    WHEN AUD-ANULADA = 'S'
                       ADD 1 TO WS-AUD-ANULADAS
                 *> Otras sedes fuera, salvo peticion expresa.
                    WHEN AUD-SEDE NOT = SPACES
                         AND NO-INCLUIR-SEDES
       3000-LEER-MARCADOR.
           OPEN INPUT MARCADOR-FILE.
           IF WS-ESTADO-MARCADOR = "00"
              SET MAR-CLAVE-UNICA TO TRUE
              READ MARCADOR-FILE
                 KEY IS MAR-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MAR-VICTORIAS TO WS-MAR-VICTORIAS
                    MOVE MAR-DERROTAS  TO WS-MAR-DERROTAS
                    MOVE MAR-EMPATES   TO WS-MAR-EMPATES
              DISPLAY '*   Otras sedes fuera del cuadre: '
                      WS-AUD-OTRAS-SEDES
           END-IF.
           IF WS-AUD-ANULADAS > 0
              DISPLAY '*   Anuladas fuera del cuadre:    '
                      WS-AUD-ANULADAS
           END-IF.

           DISPLAY '* marcador.dat:                                 *'.
           IF SI-MARCADOR-LEIDO
      *                                                               *
      *  · Regenerar marcador.dat con los totales contados en el      *
      *    histórico de auditoría, la fuente de verdad.               *
      *  · El registro se lee con bloqueo y se regraba, como hace     *
      *    JUEGO al sumar. Si una terminal lo tiene en ese momento,   *
      *    no se reconstruye: hay que repetir el cuadre.              *
      *                                                               *
      *****************************************************************
       7000-RECONSTRUIR-MARCADOR.
           OPEN I-O MARCADOR-FILE.
           IF WS-ESTADO-MARCADOR = "35"
              OPEN OUTPUT MARCADOR-FILE
              CLOSE MARCADOR-FILE
              OPEN I-O MARCADOR-FILE
           END-IF.
           IF WS-ESTADO-MARCADOR NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcador.dat ('
                      WS-ESTADO-MARCADOR ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           SET MAR-CLAVE-UNICA TO TRUE.
           READ MARCADOR-FILE WITH LOCK
              KEY IS MAR-CLAVE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ESTADO-MARCADOR = "51"
              DISPLAY 'marcador.dat bloqueado por una terminal: '
                      'no se reconstruye.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-AUD-VICTORIAS TO MAR-VICTORIAS.
           MOVE WS-AUD-DERROTAS  TO MAR-DERROTAS.
           MOVE WS-AUD-EMPATES   TO MAR-EMPATES.

           IF WS-ESTADO-MARCADOR = "00"
              REWRITE REG-MARCADOR
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              SET MAR-CLAVE-UNICA TO TRUE
              WRITE REG-MARCADOR
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           IF WS-ESTADO-MARCADOR NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcador.dat ('
                      WS-ESTADO-MARCADOR ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           UNLOCK MARCADOR-FILE.
           CLOSE MARCADOR-FILE.

           DISPLAY ' '.
