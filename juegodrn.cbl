      * En cuanto la BD se muestra caída deja de intentar: el resto   *
      * de la cola se retiene tal cual para otra pasada.              *
      *                                                               *
      * Después reintenta la marca en GAME_RESULTS (vía JUEGOSQ3) de  *
      * las partidas anuladas con JUEGOANU que la tenían pendiente    *
      * en anulaciones.dat: la fila puede haber llegado justo ahora   *
      * con el drenaje.                                               *
      *                                                               *
      * Código de retorno: 0 cola vacía o repuesta entera, 4 quedan   *
      * pendientes (filas o marcas de anulación), 12 error de         *
      * fichero.                                                      *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      *      |01/09/2026|Alex   |Numero de partida unico en la cola   *
      *      |          |       |y en la llamada a JUEGOSQL (filas    *
      *      |          |       |antiguas sin numero viajan con 0).   *
      *      |15/10/2026|Alex   |Reintento de las marcas de anulacion *
      *      |          |       |pendientes de anulaciones.dat (copy  *
      *      |          |       |REGANULA) tras drenar la cola.       *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-TRABAJO.

           SELECT ANULACIONES-FILE ASSIGN TO "anulaciones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANULACIONES.

           SELECT ANUTRAB-FILE    ASSIGN TO "anulaciones.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANUTRAB.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
       FD  TRABAJO-FILE.
       01  REG-TRABAJO              PIC X(57).

      * · Registro de anulaciones (lo escribe JUEGOANU).
       FD  ANULACIONES-FILE.
       COPY REGANULA.

      * · Fichero de trabajo de anulaciones, con el mismo formato.
       FD  ANUTRAB-FILE.
       01  REG-ANUTRAB              PIC X(38).

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-PENDIENTES    PIC XX          VALUE SPACES.
       01 WS-ESTADO-TRABAJO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-ANULACIONES   PIC XX          VALUE SPACES.
       01 WS-ESTADO-ANUTRAB       PIC XX          VALUE SPACES.

       01 WS-FIN-PENDIENTES       PIC 9 COMP      VALUE 0.
          88 NO-FIN-PENDIENTES                    VALUE 0.
          88 NO-BD-CAIDA                          VALUE 0.
          88 SI-BD-CAIDA                          VALUE 1.

      * · Campos de la llamada a JUEGOSQ3.
       01 WS-NUMANU-LLAMADA       PIC 9(7)        VALUE ZEROS.

      * · Contadores del informe.
       01 WS-LEIDAS               PIC 9(5)        VALUE ZEROS.
       01 WS-REPUESTAS            PIC 9(5)        VALUE ZEROS.
       01 WS-RETENIDAS            PIC 9(5)        VALUE ZEROS.
       01 WS-ANU-PENDIENTES       PIC 9(5)        VALUE ZEROS.
       01 WS-ANU-MARCADAS         PIC 9(5)        VALUE ZEROS.
       01 WS-ANU-RETENIDAS        PIC 9(5)        VALUE ZEROS.

      * · Literales.
       77 WS-MSG-FICHERO-MAL      PIC X(15)    VALUE 'Fichero erroneo'.
           PERFORM 2000-DRENAR-COLA
              THRU 2000-DRENAR-COLA-EXIT.

           IF WS-LEIDAS > 0
              PERFORM 3000-REGRABAR-COLA
                 THRU 3000-REGRABAR-COLA-EXIT
           END-IF.

           PERFORM 4000-MARCAR-ANULADAS
              THRU 4000-MARCAR-ANULADAS-EXIT.

           IF WS-LEIDAS = 0 AND WS-ANU-PENDIENTES = 0
              DISPLAY 'Cola de pendientes vacia: nada que reponer.'
              GO TO 0000-PROCESO-PRINCIPAL-EXIT
           END-IF.

           PERFORM 6000-INFORME-DRENAJE
              THRU 6000-INFORME-DRENAJE-EXIT.

           IF WS-RETENIDAS > 0 OR WS-ANU-RETENIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-COPIAR-RETENIDO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-MARCAR-ANULADAS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer anulaciones.dat reintentando la marca en BD de    *
      *    las que la tienen pendiente ('N'). Una fila que aún no     *
      *    está en GAME_RESULTS (+100) sigue pendiente; con la BD     *
      *    caída no se insiste. Si alguna se marca, el registro se    *
      *    regraba desde el fichero de trabajo.                       *
      *                                                               *
      *****************************************************************
       4000-MARCAR-ANULADAS.
           SET NO-FIN-PENDIENTES TO TRUE.

           OPEN INPUT ANULACIONES-FILE.
           IF WS-ESTADO-ANULACIONES = "35"
              GO TO 4000-MARCAR-ANULADAS-EXIT
           END-IF.
           IF WS-ESTADO-ANULACIONES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': anulaciones.dat ('
                      WS-ESTADO-ANULACIONES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT ANUTRAB-FILE.
           IF WS-ESTADO-ANUTRAB NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': anulaciones.tmp ('
                      WS-ESTADO-ANUTRAB ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 4100-TRATAR-ANULACION
              THRU 4100-TRATAR-ANULACION-EXIT
              UNTIL SI-FIN-PENDIENTES.

           CLOSE ANULACIONES-FILE
                 ANUTRAB-FILE.

           IF WS-ANU-MARCADAS > 0
              PERFORM 4200-REGRABAR-ANULACIONES
                 THRU 4200-REGRABAR-ANULACIONES-EXIT
           END-IF.

       4000-MARCAR-ANULADAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4100-TRATAR-ANULACION                                       *
      *                                                               *
      *****************************************************************
       4100-TRATAR-ANULACION.
           READ ANULACIONES-FILE
              AT END
                 SET SI-FIN-PENDIENTES TO TRUE
                 GO TO 4100-TRATAR-ANULACION-EXIT
           END-READ.

           IF ANU-MARCA-BD NOT = 'S'
              ADD 1 TO WS-ANU-PENDIENTES
              IF NO-BD-CAIDA
                 MOVE ANU-NUM-PARTIDA TO WS-NUMANU-LLAMADA
                 MOVE ZEROS           TO WS-SQLCODE-BD
                 CALL 'JUEGOSQ3' USING WS-NUMANU-LLAMADA
                                        WS-SQLCODE-BD
                    ON EXCEPTION
                       SET SI-BD-CAIDA TO TRUE
                 END-CALL
                 IF NO-BD-CAIDA
                    EVALUATE WS-SQLCODE-BD
                       WHEN 0
                          MOVE 'S' TO ANU-MARCA-BD
                          ADD 1 TO WS-ANU-MARCADAS
                       WHEN 100
                          CONTINUE
                       WHEN OTHER
                          SET SI-BD-CAIDA TO TRUE
                    END-EVALUATE
                 END-IF
              END-IF
              IF ANU-MARCA-BD NOT = 'S'
                 ADD 1 TO WS-ANU-RETENIDAS
              END-IF
           END-IF.

           WRITE REG-ANUTRAB FROM REG-ANULACION.

       4100-TRATAR-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4200-REGRABAR-ANULACIONES                                   *
      *                                                               *
      *****************************************************************
       4200-REGRABAR-ANULACIONES.
           SET NO-FIN-TRABAJO TO TRUE.

           OPEN INPUT ANUTRAB-FILE.
           IF WS-ESTADO-ANUTRAB NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': anulaciones.tmp ('
                      WS-ESTADO-ANUTRAB ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT ANULACIONES-FILE.
           IF WS-ESTADO-ANULACIONES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': anulaciones.dat ('
                      WS-ESTADO-ANULACIONES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 4250-COPIAR-ANULACION
              THRU 4250-COPIAR-ANULACION-EXIT
              UNTIL SI-FIN-TRABAJO.

           CLOSE ANUTRAB-FILE
                 ANULACIONES-FILE.

       4200-REGRABAR-ANULACIONES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4250-COPIAR-ANULACION                                       *
      *                                                               *
      *****************************************************************
       4250-COPIAR-ANULACION.
           READ ANUTRAB-FILE
              AT END
                 SET SI-FIN-TRABAJO TO TRUE
              NOT AT END
                 WRITE REG-ANULACION FROM REG-ANUTRAB
           END-READ.

       4250-COPIAR-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-DRENAJE                                        *
           DISPLAY '* Pendientes leidos:    ' WS-LEIDAS.
           DISPLAY '* Filas repuestas:      ' WS-REPUESTAS.
           DISPLAY '* Siguen pendientes:    ' WS-RETENIDAS.
           IF WS-ANU-PENDIENTES > 0
              DISPLAY '* Anulaciones sin marca en BD: '
                      WS-ANU-PENDIENTES
              DISPLAY '*   marcadas ahora:      ' WS-ANU-MARCADAS
              DISPLAY '*   siguen pendientes:   ' WS-ANU-RETENIDAS
           END-IF.
           IF SI-BD-CAIDA
              DISPLAY '* AVISO: BD no disponible; reintente cuando   *'
              DISPLAY '* DB2 vuelva a estar en servicio.             *'
