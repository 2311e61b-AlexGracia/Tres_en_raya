      *****************************************************************
      *			      juegohue				      *
      *	 -----------------------------------------------------------  *
      * Auditoría nocturna de huecos en la numeración de partidas:    *
      * cada número emitido desde numpart.dat (1085-ASIGNAR-NUM-      *
      * PARTIDA de JUEGO) tiene que haber acabado en algún sitio. Se  *
      * recorren los números desde la marca de la auditoría anterior  *
      * (numaudit.dat) hasta el último emitido, y cada uno se         *
      * clasifica, por este orden, como:                              *
      *   · auditado: tiene registro local en auditoria.log (o en     *
      *     los ficheros de archivo de JUEGOARC pedidos). Las         *
      *     partidas anuladas siguen contando como auditadas.         *
      *   · aparcado: sólo está en la cola pendibd.dat (el resultado  *
      *     se grabó para la BD pero falta el de auditoría).          *
      *   · guardado: es la partida suspendida de reinicio.dat.       *
      *   · sólo historial: tiene jugadas en historial.dat pero no    *
      *     registro de auditoría (terminal caído a media partida,    *
      *     o partida guardada que otra guardada pisó).               *
      *   · sin rastro: no aparece en ningún fichero.                 *
      * Además avisa de los números con más de un registro local en   *
      * la auditoría (duplicados) y de los que aparecen en cualquier  *
      * fichero por encima del valor actual de numpart.dat (el        *
      * contador ha retrocedido).                                     *
      *                                                               *
      * Las partidas de otras sedes (AUD-SEDE informado, las trae     *
      * JUEGOIMP) llevan la numeración de su oficina y quedan fuera.  *
      *                                                               *
      * Imprime la lista de excepciones (todo lo que no es auditado)  *
      * y el resumen por clase. Al terminar, la marca avanza hasta    *
      * el último número auditado en la pasada: las excepciones se    *
      * listan una sola vez. Con más de 5000 números pendientes se    *
      * audita un tramo de 5000 y el resto queda para la siguiente.   *
      *                                                               *
      * Código de retorno: 0 todo localizado (una partida guardada    *
      * no es excepción), 4 aparcados, sólo historial o tramo         *
      * recortado, 12 sin rastro, duplicados, números por encima de   *
      * numpart.dat o error de fichero.                               *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |numpart.dat indexado (copy           *
      *      |          |       |REGNUMPA): se lee por clave.         *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOHUE.
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

           SELECT PENDIENTES-FILE ASSIGN TO "pendibd.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PENDIENTES.

           SELECT REINICIO-FILE   ASSIGN TO "reinicio.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-REINICIO.

           SELECT HISTORIAL-FILE  ASSIGN TO "historial.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-HISTORIAL.

           SELECT NUMPART-FILE    ASSIGN TO "numpart.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS NUM-CLAVE
              FILE STATUS  IS WS-ESTADO-NUMPART.

           SELECT MARCA-FILE      ASSIGN TO "numaudit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-MARCA.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Fichero de auditoría (vivo o archivo de JUEGOARC).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Cola de resultados pendientes de BD.
       FD  PENDIENTES-FILE.
       COPY REGPENDI.

      * · Partida suspendida (orden G de JUEGO).
       FD  REINICIO-FILE.
       COPY REGREINI.

      * · Historial de movimientos.
       FD  HISTORIAL-FILE.
       COPY REGHISTO.

      * · Control del número de partida: último número emitido.
       FD  NUMPART-FILE.
       COPY REGNUMPA.

      * · Marca de la auditoría: último número auditado y fecha/hora
      *   de la pasada.
       FD  MARCA-FILE.
       01  REG-MARCA.
           05 MAR-ULTIMO            PIC 9(7).
           05 MAR-FECHA             PIC 9(8).
           05 MAR-HORA              PIC 9(8).

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-FICHERO-AUDITORIA    PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-PENDIENTES    PIC XX          VALUE SPACES.
       01 WS-ESTADO-REINICIO      PIC XX          VALUE SPACES.
       01 WS-ESTADO-HISTORIAL     PIC XX          VALUE SPACES.
       01 WS-ESTADO-NUMPART       PIC XX          VALUE SPACES.
       01 WS-ESTADO-MARCA         PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Ficheros de archivo de JUEGOARC a incluir: sin ellos, un
      *   tramo que llegue a partidas ya archivadas daría números
      *   sin rastro falsos.
       01 WS-MAX-ARCHIVOS         PIC 99 COMP     VALUE 12.
       01 WS-NUM-ARCHIVOS         PIC 99 COMP     VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 99 COMP     VALUE ZEROS.
       01 WS-ENTRADA-ARCHIVO      PIC X(100)      VALUE SPACES.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 12 PIC X(100).

      * · Tramo a auditar: de WS-DESDE a WS-HASTA, ambos incluidos.
       01 WS-ULTIMO-EMITIDO       PIC 9(7)        VALUE ZEROS.
       01 WS-MARCA-ANTERIOR       PIC 9(7)        VALUE ZEROS.
       01 WS-DESDE                PIC 9(7)        VALUE ZEROS.
       01 WS-HASTA                PIC 9(7)        VALUE ZEROS.
       01 WS-PENDIENTES-TRAMO     PIC 9(7)        VALUE ZEROS.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-HOY             PIC 9(8)        VALUE ZEROS.

       01 WS-TRAMO-RECORTADO      PIC 9 COMP      VALUE 0.
          88 NO-TRAMO-RECORTADO                   VALUE 0.
          88 SI-TRAMO-RECORTADO                   VALUE 1.

       01 WS-NUMPART-ATRAS        PIC 9 COMP      VALUE 0.
          88 NO-NUMPART-ATRAS                     VALUE 0.
          88 SI-NUMPART-ATRAS                     VALUE 1.

      * · Un número por posición del tramo (posición 1 = WS-DESDE):
      *   registros de auditoría y presencia en cada fichero.
       01 WS-MAX-NUMEROS          PIC 9(4) COMP   VALUE 5000.
       01 WS-NUM-NUMEROS          PIC 9(4) COMP   VALUE ZEROS.
       01 WS-NRO-SUB              PIC 9(4) COMP   VALUE ZEROS.
       01 WS-TABLA-NUMEROS.
          05 WS-NRO               OCCURS 5000.
             10 WS-NRO-AUDITADO   PIC 9(3) COMP.
             10 WS-NRO-PENDIBD    PIC 9 COMP.
             10 WS-NRO-REINICIO   PIC 9 COMP.
             10 WS-NRO-HISTORIAL  PIC 9 COMP.

      * · Número leído en el fichero en curso y dónde.
       01 WS-NUMERO-LEIDO         PIC 9(7)        VALUE ZEROS.
       01 WS-NUMERO-LISTADO       PIC 9(7)        VALUE ZEROS.
       01 WS-ORIGEN-LEIDO         PIC X(13)       VALUE SPACES.
       01 WS-REI-DUENO            PIC X(8)        VALUE SPACES.
       01 WS-REI-FECHA            PIC 9(8)        VALUE ZEROS.

      * · Números por encima del último emitido (sin repetir).
       01 WS-MAX-ENCIMA           PIC 9(3) COMP   VALUE 100.
       01 WS-NUM-ENCIMA           PIC 9(3) COMP   VALUE ZEROS.
       01 WS-ENC-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-ENC-HALLADO          PIC 9 COMP      VALUE 0.
          88 NO-ENC-HALLADO                       VALUE 0.
          88 SI-ENC-HALLADO                       VALUE 1.
       01 WS-TABLA-ENCIMA.
          05 WS-ENC               OCCURS 100.
             10 WS-ENC-NUMERO     PIC 9(7).
             10 WS-ENC-ORIGEN     PIC X(13).
       01 WS-ENC-EXCESO           PIC 9(7)        VALUE ZEROS.

      * · Contadores del informe.
       01 WS-AUDITADOS            PIC 9(7)        VALUE ZEROS.
       01 WS-DUPLICADOS           PIC 9(7)        VALUE ZEROS.
       01 WS-APARCADOS            PIC 9(7)        VALUE ZEROS.
       01 WS-GUARDADOS            PIC 9(7)        VALUE ZEROS.
       01 WS-SOLO-HISTORIAL       PIC 9(7)        VALUE ZEROS.
       01 WS-SIN-RASTRO           PIC 9(7)        VALUE ZEROS.
       01 WS-OTRAS-SEDES          PIC 9(7)        VALUE ZEROS.
       01 WS-REGISTROS-AUD        PIC 9(3)        VALUE ZEROS.

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

           PERFORM 2000-LEER-AUDITORIA
              THRU 2000-LEER-AUDITORIA-EXIT.

           PERFORM 2300-LEER-PENDIENTES
              THRU 2300-LEER-PENDIENTES-EXIT.

           PERFORM 2400-LEER-REINICIO
              THRU 2400-LEER-REINICIO-EXIT.

           PERFORM 2500-LEER-HISTORIAL
              THRU 2500-LEER-HISTORIAL-EXIT.

           PERFORM 4000-CLASIFICAR-NUMEROS
              THRU 4000-CLASIFICAR-NUMEROS-EXIT.

           PERFORM 4500-LISTAR-ENCIMA
              THRU 4500-LISTAR-ENCIMA-EXIT.

           IF WS-NUM-NUMEROS > 0
              PERFORM 5000-GRABAR-MARCA
                 THRU 5000-GRABAR-MARCA-EXIT
           END-IF.

           PERFORM 6000-INFORME-HUECOS
              THRU 6000-INFORME-HUECOS-EXIT.

           IF WS-SIN-RASTRO > 0 OR WS-DUPLICADOS > 0
              OR WS-NUM-ENCIMA > 0 OR SI-NUMPART-ATRAS
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-APARCADOS > 0 OR WS-SOLO-HISTORIAL > 0
                 OR SI-TRAMO-RECORTADO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir los ficheros de archivo a incluir, leer el último    *
      *    número emitido y la marca anterior, y fijar el tramo.      *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'AUDITORIA DE NUMEROS DE PARTIDA'.
           DISPLAY '==============================='.

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

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.

      * · Último número emitido. Sin fichero, JUEGO no ha emitido
      *   ninguno todavía.
           OPEN INPUT NUMPART-FILE.
           IF WS-ESTADO-NUMPART = "00"
              SET NUM-CLAVE-UNICA TO TRUE
              READ NUMPART-FILE
                 KEY IS NUM-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NUM-ULTIMO NUMERIC
                       MOVE NUM-ULTIMO TO WS-ULTIMO-EMITIDO
                    END-IF
              END-READ
              CLOSE NUMPART-FILE
           ELSE
              IF WS-ESTADO-NUMPART NOT = "35"
                 DISPLAY WS-MSG-FICHERO-MAL ': numpart.dat ('
                         WS-ESTADO-NUMPART ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              END-IF
           END-IF.

      * · Marca anterior. Sin fichero (primera pasada) se empieza
      *   desde el número 1.
           OPEN INPUT MARCA-FILE.
           IF WS-ESTADO-MARCA = "00"
              READ MARCA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MAR-ULTIMO NUMERIC
                       MOVE MAR-ULTIMO TO WS-MARCA-ANTERIOR
                    END-IF
              END-READ
              CLOSE MARCA-FILE
           END-IF.

      * · Contador por debajo de la marca: se ha repuesto un
      *   numpart.dat antiguo y JUEGO está volviendo a emitir
      *   números ya usados. Sin tramo; todo lo que haya por encima
      *   del contador sale en la lista.
           IF WS-ULTIMO-EMITIDO < WS-MARCA-ANTERIOR
              SET SI-NUMPART-ATRAS TO TRUE
              GO TO 1000-INICIO-EXIT
           END-IF.

           COMPUTE WS-PENDIENTES-TRAMO =
              WS-ULTIMO-EMITIDO - WS-MARCA-ANTERIOR.
           IF WS-PENDIENTES-TRAMO = 0
              GO TO 1000-INICIO-EXIT
           END-IF.

           COMPUTE WS-DESDE = WS-MARCA-ANTERIOR + 1.
           IF WS-PENDIENTES-TRAMO > WS-MAX-NUMEROS
              SET SI-TRAMO-RECORTADO TO TRUE
              MOVE WS-MAX-NUMEROS TO WS-NUM-NUMEROS
           ELSE
              MOVE WS-PENDIENTES-TRAMO TO WS-NUM-NUMEROS
           END-IF.
           COMPUTE WS-HASTA = WS-MARCA-ANTERIOR + WS-NUM-NUMEROS.

           PERFORM VARYING WS-NRO-SUB FROM 1 BY 1
              UNTIL WS-NRO-SUB > WS-NUM-NUMEROS
              MOVE ZEROS TO WS-NRO-AUDITADO(WS-NRO-SUB)
                            WS-NRO-PENDIBD(WS-NRO-SUB)
                            WS-NRO-REINICIO(WS-NRO-SUB)
                            WS-NRO-HISTORIAL(WS-NRO-SUB)
           END-PERFORM.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-LEER-AUDITORIA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Recorrer los ficheros de archivo pedidos y auditoria.log   *
      *    contando los registros locales de cada número.             *
      *                                                               *
      *****************************************************************
       2000-LEER-AUDITORIA.
           MOVE 'archivo' TO WS-ORIGEN-LEIDO.

           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
              MOVE WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                TO WS-FICHERO-AUDITORIA
              PERFORM 2050-LEER-FICHERO
                 THRU 2050-LEER-FICHERO-EXIT
           END-PERFORM.

           MOVE 'auditoria.log' TO WS-FICHERO-AUDITORIA
                                   WS-ORIGEN-LEIDO.
           PERFORM 2050-LEER-FICHERO
              THRU 2050-LEER-FICHERO-EXIT.

       2000-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-LEER-FICHERO                                           *
      *                                                               *
      *****************************************************************
       2050-LEER-FICHERO.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ' WS-FICHERO-AUDITORIA
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-TRATAR-AUDITORIA
              THRU 2100-TRATAR-AUDITORIA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE.

       2050-LEER-FICHERO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-TRATAR-AUDITORIA                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Fuera los registros de otras sedes y los antiguos sin      *
      *    número de partida.                                         *
      *                                                               *
      *****************************************************************
       2100-TRATAR-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2100-TRATAR-AUDITORIA-EXIT
           END-READ.

           IF AUD-SEDE NOT = SPACES
              ADD 1 TO WS-OTRAS-SEDES
              GO TO 2100-TRATAR-AUDITORIA-EXIT
           END-IF.

           IF AUD-NUM-PARTIDA NOT NUMERIC
              GO TO 2100-TRATAR-AUDITORIA-EXIT
           END-IF.

           MOVE AUD-NUM-PARTIDA TO WS-NUMERO-LEIDO.
           PERFORM 2900-SITUAR-NUMERO
              THRU 2900-SITUAR-NUMERO-EXIT.

           IF WS-NRO-SUB > 0
              ADD 1 TO WS-NRO-AUDITADO(WS-NRO-SUB)
           END-IF.

       2100-TRATAR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-LEER-PENDIENTES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Marcar los números presentes en la cola pendibd.dat. Sin   *
      *    cola no hay nada aparcado.                                 *
      *                                                               *
      *****************************************************************
       2300-LEER-PENDIENTES.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'pendibd.dat' TO WS-ORIGEN-LEIDO.

           OPEN INPUT PENDIENTES-FILE.
           IF WS-ESTADO-PENDIENTES = "35"
              GO TO 2300-LEER-PENDIENTES-EXIT
           END-IF.
           IF WS-ESTADO-PENDIENTES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': pendibd.dat ('
                      WS-ESTADO-PENDIENTES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2350-TRATAR-PENDIENTE
              THRU 2350-TRATAR-PENDIENTE-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE PENDIENTES-FILE.

       2300-LEER-PENDIENTES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2350-TRATAR-PENDIENTE                                       *
      *                                                               *
      *****************************************************************
       2350-TRATAR-PENDIENTE.
           READ PENDIENTES-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2350-TRATAR-PENDIENTE-EXIT
           END-READ.

           IF PEN-NUM-PARTIDA NOT NUMERIC
              GO TO 2350-TRATAR-PENDIENTE-EXIT
           END-IF.

           MOVE PEN-NUM-PARTIDA TO WS-NUMERO-LEIDO.
           PERFORM 2900-SITUAR-NUMERO
              THRU 2900-SITUAR-NUMERO-EXIT.

           IF WS-NRO-SUB > 0
              MOVE 1 TO WS-NRO-PENDIBD(WS-NRO-SUB)
           END-IF.

       2350-TRATAR-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2400-LEER-REINICIO                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · La partida guardada, si la hay, con su dueño para la       *
      *    lista.                                                     *
      *                                                               *
      *****************************************************************
       2400-LEER-REINICIO.
           MOVE 'reinicio.dat' TO WS-ORIGEN-LEIDO.

           OPEN INPUT REINICIO-FILE.
           IF WS-ESTADO-REINICIO NOT = "00"
              GO TO 2400-LEER-REINICIO-EXIT
           END-IF.

           READ REINICIO-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF REI-NUM-PARTIDA NUMERIC
                    MOVE REI-JUGADOR1    TO WS-REI-DUENO
                    MOVE REI-FECHA       TO WS-REI-FECHA
                    MOVE REI-NUM-PARTIDA TO WS-NUMERO-LEIDO
                    PERFORM 2900-SITUAR-NUMERO
                       THRU 2900-SITUAR-NUMERO-EXIT
                    IF WS-NRO-SUB > 0
                       MOVE 1 TO WS-NRO-REINICIO(WS-NRO-SUB)
                    END-IF
                 END-IF
           END-READ.

           CLOSE REINICIO-FILE.

       2400-LEER-REINICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2500-LEER-HISTORIAL                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Marcar los números con alguna línea en historial.dat.      *
      *                                                               *
      *****************************************************************
       2500-LEER-HISTORIAL.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'historial.dat' TO WS-ORIGEN-LEIDO.

           OPEN INPUT HISTORIAL-FILE.
           IF WS-ESTADO-HISTORIAL = "35"
              GO TO 2500-LEER-HISTORIAL-EXIT
           END-IF.
           IF WS-ESTADO-HISTORIAL NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': historial.dat ('
                      WS-ESTADO-HISTORIAL ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2550-TRATAR-LINEA
              THRU 2550-TRATAR-LINEA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE HISTORIAL-FILE.

       2500-LEER-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2550-TRATAR-LINEA                                           *
      *                                                               *
      *****************************************************************
       2550-TRATAR-LINEA.
           READ HISTORIAL-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2550-TRATAR-LINEA-EXIT
           END-READ.

           IF HIS-NUM-PARTIDA NOT NUMERIC
              GO TO 2550-TRATAR-LINEA-EXIT
           END-IF.

           MOVE HIS-NUM-PARTIDA TO WS-NUMERO-LEIDO.
           PERFORM 2900-SITUAR-NUMERO
              THRU 2900-SITUAR-NUMERO-EXIT.

           IF WS-NRO-SUB > 0
              MOVE 1 TO WS-NRO-HISTORIAL(WS-NRO-SUB)
           END-IF.

       2550-TRATAR-LINEA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2900-SITUAR-NUMERO                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar en WS-NRO-SUB la posición de WS-NUMERO-LEIDO en el   *
      *    tramo, o cero si cae fuera. Si está por encima del último  *
      *    emitido, anotarlo (una vez) con el fichero donde salió.    *
      *                                                               *
      *****************************************************************
       2900-SITUAR-NUMERO.
           MOVE ZEROS TO WS-NRO-SUB.

           IF WS-NUMERO-LEIDO = ZEROS
              GO TO 2900-SITUAR-NUMERO-EXIT
           END-IF.

           IF WS-NUMERO-LEIDO > WS-ULTIMO-EMITIDO
              PERFORM 2950-ANOTAR-ENCIMA
                 THRU 2950-ANOTAR-ENCIMA-EXIT
              GO TO 2900-SITUAR-NUMERO-EXIT
           END-IF.

           IF WS-NUM-NUMEROS > 0
              AND WS-NUMERO-LEIDO NOT < WS-DESDE
              AND WS-NUMERO-LEIDO NOT > WS-HASTA
              COMPUTE WS-NRO-SUB = WS-NUMERO-LEIDO - WS-MARCA-ANTERIOR
           END-IF.

       2900-SITUAR-NUMERO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2950-ANOTAR-ENCIMA                                          *
      *                                                               *
      *****************************************************************
       2950-ANOTAR-ENCIMA.
           SET NO-ENC-HALLADO TO TRUE.

           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
              UNTIL WS-ENC-SUB > WS-NUM-ENCIMA
                 OR SI-ENC-HALLADO
              IF WS-ENC-NUMERO(WS-ENC-SUB) = WS-NUMERO-LEIDO
                 SET SI-ENC-HALLADO TO TRUE
              END-IF
           END-PERFORM.

           IF NO-ENC-HALLADO
              IF WS-NUM-ENCIMA < WS-MAX-ENCIMA
                 ADD 1 TO WS-NUM-ENCIMA
                 MOVE WS-NUMERO-LEIDO
                   TO WS-ENC-NUMERO(WS-NUM-ENCIMA)
                 MOVE WS-ORIGEN-LEIDO
                   TO WS-ENC-ORIGEN(WS-NUM-ENCIMA)
              ELSE
                 ADD 1 TO WS-ENC-EXCESO
              END-IF
           END-IF.

       2950-ANOTAR-ENCIMA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-CLASIFICAR-NUMEROS                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Clasificar cada número del tramo y listar los que no       *
      *    están simplemente auditados.                               *
      *                                                               *
      *****************************************************************
       4000-CLASIFICAR-NUMEROS.
           IF WS-NUM-NUMEROS = 0
              GO TO 4000-CLASIFICAR-NUMEROS-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Excepciones del tramo ' WS-DESDE ' - ' WS-HASTA
                   ':'.

           PERFORM VARYING WS-NRO-SUB FROM 1 BY 1
              UNTIL WS-NRO-SUB > WS-NUM-NUMEROS
              COMPUTE WS-NUMERO-LISTADO =
                 WS-MARCA-ANTERIOR + WS-NRO-SUB
              EVALUATE TRUE
                 WHEN WS-NRO-AUDITADO(WS-NRO-SUB) = 1
                    ADD 1 TO WS-AUDITADOS
                 WHEN WS-NRO-AUDITADO(WS-NRO-SUB) > 1
                    ADD 1 TO WS-AUDITADOS
                    ADD 1 TO WS-DUPLICADOS
                    MOVE WS-NRO-AUDITADO(WS-NRO-SUB)
                      TO WS-REGISTROS-AUD
                    DISPLAY '  Partida ' WS-NUMERO-LISTADO
                            ': DUPLICADA (' WS-REGISTROS-AUD
                            ' registros en auditoria)'
                 WHEN WS-NRO-PENDIBD(WS-NRO-SUB) = 1
                    ADD 1 TO WS-APARCADOS
                    DISPLAY '  Partida ' WS-NUMERO-LISTADO
                            ': aparcada en pendibd.dat, sin '
                            'auditoria'
                 WHEN WS-NRO-REINICIO(WS-NRO-SUB) = 1
                    ADD 1 TO WS-GUARDADOS
                    DISPLAY '  Partida ' WS-NUMERO-LISTADO
                            ': guardada en reinicio.dat ('
                            WS-REI-DUENO ', ' WS-REI-FECHA ')'
                 WHEN WS-NRO-HISTORIAL(WS-NRO-SUB) = 1
                    ADD 1 TO WS-SOLO-HISTORIAL
                    DISPLAY '  Partida ' WS-NUMERO-LISTADO
                            ': jugadas en historial.dat, sin '
                            'auditoria'
                 WHEN OTHER
                    ADD 1 TO WS-SIN-RASTRO
                    DISPLAY '  Partida ' WS-NUMERO-LISTADO
                            ': SIN RASTRO'
              END-EVALUATE
           END-PERFORM.

       4000-CLASIFICAR-NUMEROS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4500-LISTAR-ENCIMA                                          *
      *                                                               *
      *****************************************************************
       4500-LISTAR-ENCIMA.
           IF WS-NUM-ENCIMA = 0
              GO TO 4500-LISTAR-ENCIMA-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Numeros por encima de numpart.dat ('
                   WS-ULTIMO-EMITIDO '):'.

           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
              UNTIL WS-ENC-SUB > WS-NUM-ENCIMA
              DISPLAY '  Partida ' WS-ENC-NUMERO(WS-ENC-SUB)
                      ': en ' WS-ENC-ORIGEN(WS-ENC-SUB)
           END-PERFORM.

           IF WS-ENC-EXCESO > 0
              DISPLAY '  ... y ' WS-ENC-EXCESO ' numeros mas.'
           END-IF.

       4500-LISTAR-ENCIMA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-GRABAR-MARCA                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar la marca en el último número auditado.               *
      *                                                               *
      *****************************************************************
       5000-GRABAR-MARCA.
           OPEN OUTPUT MARCA-FILE.
           IF WS-ESTADO-MARCA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': numaudit.dat ('
                      WS-ESTADO-MARCA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-HASTA     TO MAR-ULTIMO.
           MOVE WS-FECHA-HOY TO MAR-FECHA.
           MOVE WS-HORA-HOY  TO MAR-HORA.
           WRITE REG-MARCA.

           CLOSE MARCA-FILE.

       5000-GRABAR-MARCA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-HUECOS                                         *
      *                                                               *
      *****************************************************************
       6000-INFORME-HUECOS.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**  Auditoria de numeros de partida (JUEGOHUE)  *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Ultimo numero emitido:    ' WS-ULTIMO-EMITIDO.
           DISPLAY '* Marca anterior:           ' WS-MARCA-ANTERIOR.
           IF WS-NUM-NUMEROS = 0
              DISPLAY '* Sin numeros nuevos que auditar.             *'
           ELSE
              DISPLAY '* Tramo auditado:           ' WS-DESDE
                      ' - ' WS-HASTA
           END-IF.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Auditados:                ' WS-AUDITADOS.
           DISPLAY '*   duplicados:             ' WS-DUPLICADOS.
           DISPLAY '* Aparcados en pendibd.dat: ' WS-APARCADOS.
           DISPLAY '* Guardados en reinicio:    ' WS-GUARDADOS.
           DISPLAY '* Solo en historial.dat:    ' WS-SOLO-HISTORIAL.
           DISPLAY '* Sin rastro:               ' WS-SIN-RASTRO.
           DISPLAY '* Por encima de numpart:    ' WS-NUM-ENCIMA.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Reg. de otras sedes (fuera): ' WS-OTRAS-SEDES.
           IF SI-TRAMO-RECORTADO
              DISPLAY '* AVISO: tramo recortado a ' WS-MAX-NUMEROS
                      ' numeros; el resto, en la siguiente pasada.'
           END-IF.
           IF SI-NUMPART-ATRAS
              DISPLAY '* ERROR: numpart.dat esta por debajo de la    *'
              DISPLAY '* marca anterior: se estan reemitiendo        *'
              DISPLAY '* numeros ya usados.                          *'
           END-IF.
           DISPLAY '*************************************************'.

       6000-INFORME-HUECOS-EXIT.
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
