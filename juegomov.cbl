      *****************************************************************
      *			      juegomov				      *
      *	 -----------------------------------------------------------  *
      * Carga del historial de movimientos en DB2: inserta en         *
      * GAME_MOVES, vía JUEGOSQ4, cada línea de historial.dat (las    *
      * jugadas 'U'/'M' y las anulaciones 'A'), con su partida,       *
      * número de jugada, celda, horas, tamaño del tablero y          *
      * longitud de raya (en registros antiguos sin longitud, la del  *
      * tablero). Las líneas antiguas sin número de partida no        *
      * tienen clave en la tabla y se omiten.                         *
      *                                                               *
      * La clave de la fila es partida + jugada + orden de la línea   *
      * dentro de la partida (EVENT_NO, contado aquí al leer): una    *
      * anulación repite el número de la jugada que retira. El        *
      * orden se lleva en una tabla de partidas abiertas porque las   *
      * líneas de partidas simultáneas se intercalan en el fichero.   *
      *                                                               *
      * Se puede relanzar tras una caída de DB2 sin duplicar filas:   *
      * cargamov.dat guarda cuántas líneas del historial quedaron     *
      * tratadas, y la siguiente pasada sigue desde ahí. Si aun así   *
      * llega una fila ya cargada (pasada cortada antes de grabar el  *
      * punto de control), el -803 de DB2 la da por omitida. Ante     *
      * cualquier otro error de BD la carga se detiene en esa línea,  *
      * que será la primera de la próxima pasada.                     *
      *                                                               *
      * Informa de líneas leídas, insertadas, omitidas y fallidas.    *
      *                                                               *
      * Código de retorno: 0 carga completa, 4 el historial tiene     *
      * menos líneas que el punto de control (fichero sustituido:     *
      * se recarga desde el principio), 8 carga detenida por la BD,   *
      * 12 error de fichero.                                          *
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

       PROGRAM-ID.                    JUEGOMOV.
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
           SELECT HISTORIAL-FILE  ASSIGN TO "historial.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-HISTORIAL.

           SELECT CONTROL-FILE    ASSIGN TO "cargamov.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-CONTROL.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Historial de movimientos.
       FD  HISTORIAL-FILE.
       COPY REGHISTO.

      * · Punto de control de la carga: líneas del historial ya
      *   tratadas y fecha/hora de la última pasada.
       FD  CONTROL-FILE.
       01  REG-CONTROL.
           05 CTL-LINEAS            PIC 9(9).
           05 CTL-FECHA             PIC 9(8).
           05 CTL-HORA              PIC 9(8).

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-HISTORIAL     PIC XX          VALUE SPACES.
       01 WS-ESTADO-CONTROL       PIC XX          VALUE SPACES.

       01 WS-FIN-HISTORIAL        PIC 9 COMP      VALUE 0.
          88 NO-FIN-HISTORIAL                     VALUE 0.
          88 SI-FIN-HISTORIAL                     VALUE 1.

      * · Punto de control leído al empezar y el que se grabará al
      *   terminar (última línea tratada sin error).
       01 WS-CONTROL-ANTERIOR     PIC 9(9)        VALUE ZEROS.
       01 WS-CONTROL-NUEVO        PIC 9(9)        VALUE ZEROS.
       01 WS-FECHA-CARGA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-CARGA           PIC 9(8)        VALUE ZEROS.

      * · Partidas abiertas: número de líneas vistas de cada partida
      *   (da el EVENT_NO) y la última línea leída de ella. Llena la
      *   tabla, se reutiliza el hueco de la partida que lleva más
      *   tiempo sin aparecer.
       01 WS-MAX-PARTIDAS         PIC 9(3) COMP   VALUE 50.
       01 WS-NUM-PARTIDAS         PIC 9(3) COMP   VALUE ZEROS.
       01 WS-PAR-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-PAR-HIT              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-PAR-HALLADA          PIC 9 COMP      VALUE 0.
          88 NO-PAR-HALLADA                       VALUE 0.
          88 SI-PAR-HALLADA                       VALUE 1.
       01 WS-TABLA-PARTIDAS.
          05 WS-PAR               OCCURS 50.
             10 WS-PAR-NUM-PARTIDA PIC 9(7).
             10 WS-PAR-EVENTOS     PIC 9(5).
             10 WS-PAR-ULTIMA      PIC 9(9).

      * · Campos de la llamada a JUEGOSQ4.
       01 WS-NUMPART-LLAMADA      PIC 9(7)        VALUE ZEROS.
       01 WS-JUGADA-LLAMADA       PIC 9(3)        VALUE ZEROS.
       01 WS-EVENTO-LLAMADA       PIC 9(5)        VALUE ZEROS.
       01 WS-JUGADOR-LLAMADA      PIC X(1)        VALUE SPACES.
       01 WS-CELDA-LLAMADA        PIC 9(2)        VALUE ZEROS.
       01 WS-FECHA-LLAMADA        PIC 9(8)        VALUE ZEROS.
       01 WS-INICIO-LLAMADA       PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-LLAMADA         PIC 9(8)        VALUE ZEROS.
       01 WS-TABLERO-LLAMADA      PIC 9(1)        VALUE ZEROS.
       01 WS-RAYA-LLAMADA         PIC 9(1)        VALUE ZEROS.
       01 WS-SQLCODE-BD           PIC S9(9) COMP  VALUE ZEROS.
       01 WS-SQLCODE-ED           PIC -(9)9       VALUE ZEROS.

       01 WS-BD-CAIDA             PIC 9 COMP      VALUE 0.
          88 NO-BD-CAIDA                          VALUE 0.
          88 SI-BD-CAIDA                          VALUE 1.

      * · Contadores del informe.
       01 WS-LEIDAS               PIC 9(9)        VALUE ZEROS.
       01 WS-INSERTADAS           PIC 9(9)        VALUE ZEROS.
       01 WS-OMITIDAS             PIC 9(9)        VALUE ZEROS.
       01 WS-ANTERIORES           PIC 9(9)        VALUE ZEROS.
       01 WS-DUPLICADAS           PIC 9(9)        VALUE ZEROS.
       01 WS-SIN-NUMERO           PIC 9(9)        VALUE ZEROS.
       01 WS-FALLIDAS             PIC 9(9)        VALUE ZEROS.

       01 WS-HISTORIAL-MENOR      PIC 9 COMP      VALUE 0.
          88 NO-HISTORIAL-MENOR                   VALUE 0.
          88 SI-HISTORIAL-MENOR                   VALUE 1.

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

           PERFORM 2000-CARGAR-HISTORIAL
              THRU 2000-CARGAR-HISTORIAL-EXIT.

           IF WS-LEIDAS = 0
              DISPLAY 'Historial vacio: nada que cargar.'
              GO TO 0000-PROCESO-PRINCIPAL-EXIT
           END-IF.

           PERFORM 3000-GRABAR-CONTROL
              THRU 3000-GRABAR-CONTROL-EXIT.

           PERFORM 6000-INFORME-CARGA
              THRU 6000-INFORME-CARGA-EXIT.

           EVALUATE TRUE
              WHEN SI-BD-CAIDA
                 MOVE 8 TO RETURN-CODE
              WHEN SI-HISTORIAL-MENOR
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer el punto de control de la pasada anterior. Sin        *
      *    fichero (primera carga) o ilegible se empieza desde la     *
      *    primera línea: las filas ya cargadas saldrán como          *
      *    duplicadas.                                                *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           ACCEPT WS-FECHA-CARGA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CARGA  FROM TIME.

           MOVE ZEROS TO WS-CONTROL-ANTERIOR.

           OPEN INPUT CONTROL-FILE.
           IF WS-ESTADO-CONTROL = "00"
              READ CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-LINEAS NUMERIC
                       MOVE CTL-LINEAS TO WS-CONTROL-ANTERIOR
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-CARGAR-HISTORIAL                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer historial.dat desde la primera línea: las ya      *
      *    tratadas en pasadas anteriores sólo se cuentan, para que   *
      *    el orden de cada línea dentro de su partida salga igual    *
      *    en todas las pasadas.                                      *
      *                                                               *
      *****************************************************************
       2000-CARGAR-HISTORIAL.
           SET NO-FIN-HISTORIAL TO TRUE.
           SET NO-BD-CAIDA TO TRUE.

           OPEN INPUT HISTORIAL-FILE.
           IF WS-ESTADO-HISTORIAL = "35"
              GO TO 2000-CARGAR-HISTORIAL-EXIT
           END-IF.
           IF WS-ESTADO-HISTORIAL NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': historial.dat ('
                      WS-ESTADO-HISTORIAL ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-TRATAR-LINEA
              THRU 2100-TRATAR-LINEA-EXIT
              UNTIL SI-FIN-HISTORIAL.

           CLOSE HISTORIAL-FILE.

      * · Historial con menos líneas que el punto de control: el
      *   fichero se ha sustituido y no se ha cargado nada nuevo.
      *   El punto de control vuelve al principio del fichero
      *   actual y la próxima pasada lo recorre entero.
           IF NO-BD-CAIDA
              AND WS-LEIDAS < WS-CONTROL-ANTERIOR
              SET SI-HISTORIAL-MENOR TO TRUE
              MOVE ZEROS TO WS-CONTROL-NUEVO
           END-IF.

       2000-CARGAR-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-TRATAR-LINEA                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Numerar la línea dentro de su partida y, si es posterior   *
      *    al punto de control y tiene número de partida, cargarla.   *
      *    Con la BD caída se deja de leer: esta línea es la          *
      *    primera de la próxima pasada.                              *
      *                                                               *
      *****************************************************************
       2100-TRATAR-LINEA.
           READ HISTORIAL-FILE
              AT END
                 SET SI-FIN-HISTORIAL TO TRUE
                 GO TO 2100-TRATAR-LINEA-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

           IF HIS-NUM-PARTIDA NUMERIC
              AND HIS-NUM-PARTIDA > ZEROS
              PERFORM 2200-NUMERAR-LINEA
                 THRU 2200-NUMERAR-LINEA-EXIT
           END-IF.

           IF WS-LEIDAS NOT > WS-CONTROL-ANTERIOR
              ADD 1 TO WS-ANTERIORES
              ADD 1 TO WS-OMITIDAS
              MOVE WS-LEIDAS TO WS-CONTROL-NUEVO
              GO TO 2100-TRATAR-LINEA-EXIT
           END-IF.

           IF HIS-NUM-PARTIDA NOT NUMERIC
              OR HIS-NUM-PARTIDA = ZEROS
              ADD 1 TO WS-SIN-NUMERO
              ADD 1 TO WS-OMITIDAS
              MOVE WS-LEIDAS TO WS-CONTROL-NUEVO
              GO TO 2100-TRATAR-LINEA-EXIT
           END-IF.

           PERFORM 2300-INSERTAR-LINEA
              THRU 2300-INSERTAR-LINEA-EXIT.

           IF SI-BD-CAIDA
              SET SI-FIN-HISTORIAL TO TRUE
           ELSE
              MOVE WS-LEIDAS TO WS-CONTROL-NUEVO
           END-IF.

       2100-TRATAR-LINEA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-NUMERAR-LINEA                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sumar la línea a su partida en la tabla de partidas        *
      *    abiertas y dejar su orden en WS-EVENTO-LLAMADA. Partida    *
      *    nueva con la tabla llena: ocupa el hueco de la que lleva   *
      *    más líneas sin aparecer (ya terminada).                    *
      *                                                               *
      *****************************************************************
       2200-NUMERAR-LINEA.
           SET NO-PAR-HALLADA TO TRUE.

           PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
              UNTIL WS-PAR-SUB > WS-NUM-PARTIDAS
                 OR SI-PAR-HALLADA
              IF WS-PAR-NUM-PARTIDA(WS-PAR-SUB) = HIS-NUM-PARTIDA
                 SET SI-PAR-HALLADA TO TRUE
                 MOVE WS-PAR-SUB TO WS-PAR-HIT
              END-IF
           END-PERFORM.

           IF NO-PAR-HALLADA
              IF WS-NUM-PARTIDAS < WS-MAX-PARTIDAS
                 ADD 1 TO WS-NUM-PARTIDAS
                 MOVE WS-NUM-PARTIDAS TO WS-PAR-HIT
              ELSE
                 PERFORM 2250-BUSCAR-HUECO
                    THRU 2250-BUSCAR-HUECO-EXIT
              END-IF
              MOVE HIS-NUM-PARTIDA TO WS-PAR-NUM-PARTIDA(WS-PAR-HIT)
              MOVE ZEROS           TO WS-PAR-EVENTOS(WS-PAR-HIT)
           END-IF.

           ADD 1 TO WS-PAR-EVENTOS(WS-PAR-HIT).
           MOVE WS-LEIDAS TO WS-PAR-ULTIMA(WS-PAR-HIT).
           MOVE WS-PAR-EVENTOS(WS-PAR-HIT) TO WS-EVENTO-LLAMADA.

       2200-NUMERAR-LINEA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2250-BUSCAR-HUECO                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar en WS-PAR-HIT la partida de la tabla con la última   *
      *    línea más antigua.                                         *
      *                                                               *
      *****************************************************************
       2250-BUSCAR-HUECO.
           MOVE 1 TO WS-PAR-HIT.

           PERFORM VARYING WS-PAR-SUB FROM 2 BY 1
              UNTIL WS-PAR-SUB > WS-NUM-PARTIDAS
              IF WS-PAR-ULTIMA(WS-PAR-SUB)
                 < WS-PAR-ULTIMA(WS-PAR-HIT)
                 MOVE WS-PAR-SUB TO WS-PAR-HIT
              END-IF
           END-PERFORM.

       2250-BUSCAR-HUECO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-INSERTAR-LINEA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · INSERT de la línea vía JUEGOSQ4. Fila ya existente (-803)  *
      *    se omite; módulo ausente u otro SQLCODE, la línea cuenta   *
      *    como fallida y la BD se da por caída.                      *
      *                                                               *
      *****************************************************************
       2300-INSERTAR-LINEA.
           MOVE HIS-NUM-PARTIDA  TO WS-NUMPART-LLAMADA.
           MOVE HIS-NUM-JUGADA   TO WS-JUGADA-LLAMADA.
           MOVE HIS-JUGADOR      TO WS-JUGADOR-LLAMADA.
           MOVE HIS-CELDA        TO WS-CELDA-LLAMADA.
           MOVE HIS-FECHA        TO WS-FECHA-LLAMADA.
           MOVE HIS-HORA-INICIO  TO WS-INICIO-LLAMADA.
           MOVE HIS-HORA         TO WS-HORA-LLAMADA.
           MOVE HIS-TAM-TABLERO  TO WS-TABLERO-LLAMADA.
      *    Registros antiguos sin longitud de raya: la del tablero.
           IF HIS-LONGITUD-RAYA NUMERIC
              MOVE HIS-LONGITUD-RAYA TO WS-RAYA-LLAMADA
           ELSE
              MOVE HIS-TAM-TABLERO   TO WS-RAYA-LLAMADA
           END-IF.
           MOVE ZEROS            TO WS-SQLCODE-BD.

           CALL 'JUEGOSQ4' USING WS-NUMPART-LLAMADA
                                  WS-JUGADA-LLAMADA
                                  WS-EVENTO-LLAMADA
                                  WS-JUGADOR-LLAMADA
                                  WS-CELDA-LLAMADA
                                  WS-FECHA-LLAMADA
                                  WS-INICIO-LLAMADA
                                  WS-HORA-LLAMADA
                                  WS-TABLERO-LLAMADA
                                  WS-RAYA-LLAMADA
                                  WS-SQLCODE-BD
              ON EXCEPTION
                 SET SI-BD-CAIDA TO TRUE
           END-CALL.

           IF NO-BD-CAIDA
              EVALUATE WS-SQLCODE-BD
                 WHEN 0
                    ADD 1 TO WS-INSERTADAS
                 WHEN -803
                    ADD 1 TO WS-DUPLICADAS
                    ADD 1 TO WS-OMITIDAS
                 WHEN OTHER
                    SET SI-BD-CAIDA TO TRUE
              END-EVALUATE
           END-IF.

           IF SI-BD-CAIDA
              ADD 1 TO WS-FALLIDAS
              MOVE WS-SQLCODE-BD TO WS-SQLCODE-ED
           END-IF.

       2300-INSERTAR-LINEA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-GRABAR-CONTROL                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Regrabar cargamov.dat con la última línea tratada sin      *
      *    error.                                                     *
      *                                                               *
      *****************************************************************
       3000-GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-ESTADO-CONTROL NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': cargamov.dat ('
                      WS-ESTADO-CONTROL ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-CONTROL-NUEVO TO CTL-LINEAS.
           MOVE WS-FECHA-CARGA   TO CTL-FECHA.
           MOVE WS-HORA-CARGA    TO CTL-HORA.
           WRITE REG-CONTROL.

           CLOSE CONTROL-FILE.

       3000-GRABAR-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-CARGA                                          *
      *                                                               *
      *****************************************************************
       6000-INFORME-CARGA.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**    Carga de movimientos en BD (JUEGOMOV)     *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Lineas leidas:        ' WS-LEIDAS.
           DISPLAY '* Filas insertadas:     ' WS-INSERTADAS.
           DISPLAY '* Lineas omitidas:      ' WS-OMITIDAS.
           DISPLAY '*   de pasadas previas: ' WS-ANTERIORES.
           DISPLAY '*   ya en la BD:        ' WS-DUPLICADAS.
           DISPLAY '*   sin num. partida:   ' WS-SIN-NUMERO.
           DISPLAY '* Lineas fallidas:      ' WS-FALLIDAS.
           DISPLAY '* Punto de control:     ' WS-CONTROL-NUEVO.
           IF SI-BD-CAIDA
              IF WS-SQLCODE-BD = 0
                 DISPLAY '* AVISO: BD no disponible (sin JUEGOSQ4).'
              ELSE
                 DISPLAY '* AVISO: BD no disponible (SQLCODE '
                         WS-SQLCODE-ED ').'
              END-IF
              DISPLAY '* La carga sigue desde la linea fallida en la *'
              DISPLAY '* proxima pasada.                             *'
           END-IF.
           IF SI-HISTORIAL-MENOR
              DISPLAY '* AVISO: historial.dat tiene menos lineas que *'
              DISPLAY '* el punto de control (' WS-CONTROL-ANTERIOR
                      '): se recargara desde el principio.'
           END-IF.
           DISPLAY '*************************************************'.

       6000-INFORME-CARGA-EXIT.
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
