
      *****************************************************************
      *			      juegoanu				      *
      *	 -----------------------------------------------------------  *
      * Anulación administrativa de una partida terminada, por su     *
      * número de partida (AUD-NUM-PARTIDA): para partidas de prueba  *
      * jugadas en producción, resultados impugnados o errores de     *
      * registro. La partida NO se borra: sigue en auditoria.log (y   *
      * su historial en historial.dat, así que JUEGOVER la sigue      *
      * verificando) con la marca AUD-ANULADA = 'S', y todo lo que    *
      * alimentaba deja de contarla:                                  *
      *   · Se descuenta del marcador contra la máquina               *
      *     (marcador.dat) y del marcador por jugador                 *
      *     (marcajug.dat, con el cruce de fusiones si el código ya   *
      *     se fusionó).                                              *
      *   · La fila de GAME_RESULTS se marca como anulada vía         *
      *     JUEGOSQ3. Si la fila aún no está en la BD (sigue en       *
      *     pendibd.dat) o DB2 no responde, la marca queda            *
      *     pendiente y JUEGODRN la reintenta.                        *
      *   · JUEGOELO, JUEGOLIS (el emparejamiento de liga vuelve a    *
      *     pendiente), JUEGOCOS (el cruce de copa vuelve a           *
      *     pendiente si la ronda siguiente no está abierta),         *
      *     JUEGOEST, JUEGOREL, JUEGOEXT, JUEGOREC, JUEGOCAL y        *
      *     JUEGOCRU saltan las partidas marcadas.                    *
      * Cada anulación queda anotada en anulaciones.dat (copy         *
      * REGANULA) con el motivo, quién la autoriza y la fecha.        *
      *                                                               *
      * Sólo se anulan partidas jugadas en esta oficina (AUD-SEDE en  *
      * blanco: la numeración de otras sedes es la suya) y no de      *
      * simulación (no puntúan en nada).                              *
      *                                                               *
      * Código de retorno: 0 anulada, 4 anulada con avisos (marca en  *
      * BD pendiente o contador que no se pudo descontar), 12 no se   *
      * anula nada (partida no hallada, ya anulada o error de         *
      * fichero).                                                     *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |marcador.dat y marcajug.dat          *
      *      |          |       |indexados: se descuenta leyendo      *
      *      |          |       |con bloqueo solo el registro         *
      *      |          |       |afectado, sin cargar ni regrabar     *
      *      |          |       |el fichero entero.                   *
      *      |15/10/2026|Alex   |Registro de trabajo ampliado a 97    *
      *      |          |       |(el copy REGAUDIT gano el tamano del *
      *      |          |       |tablero y la dificultad).            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOANU.
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
           SELECT AUDITORIA-FILE  ASSIGN TO "auditoria.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-AUDITORIA.

           SELECT TRABAJO-FILE    ASSIGN TO "auditoria.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-TRABAJO.

           SELECT MARCADOR-FILE   ASSIGN TO "marcador.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MAR-CLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCADOR.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MCJ-CODIGO
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCAJUG.

           SELECT FUSIONES-FILE   ASSIGN TO "fusiones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FUSIONES.

           SELECT ANULACIONES-FILE ASSIGN TO "anulaciones.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ANULACIONES.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Fichero de auditoría (histórico de partidas jugadas).
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Fichero de trabajo (histórico con la marca puesta, antes
      *   de sustituir al vivo).
       FD  TRABAJO-FILE.
       01  REG-TRABAJO              PIC X(97).

      * · Fichero de marcador acumulado contra la máquina.
       FD  MARCADOR-FILE.
       COPY REGMARCA.

      * · Fichero de marcador por jugador.
       FD  MARCAJUG-FILE.
       COPY REGMARCJ.

      * · Fichero de fusiones de códigos (lo escribe JUEGOREG).
       FD  FUSIONES-FILE.
       COPY REGFUSIO.

      * · Registro de anulaciones.
       FD  ANULACIONES-FILE.
       COPY REGANULA.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-TRABAJO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-MARCADOR      PIC XX          VALUE SPACES.
       01 WS-ESTADO-MARCAJUG      PIC XX          VALUE SPACES.
       01 WS-ESTADO-FUSIONES      PIC XX          VALUE SPACES.
       01 WS-ESTADO-ANULACIONES   PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Datos de la anulación pedida.
       01 WS-ENTRADA-NUMERO       PIC X(10)       VALUE SPACES.
       01 WS-NUM-ANULAR           PIC 9(7)        VALUE ZEROS.
       01 WS-MOTIVO               PIC X(2)        VALUE SPACES.
       01 WS-AUTORIZA             PIC X(20)       VALUE SPACES.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.
       01 WS-ENTRADA-CONFIG       PIC X(2)        VALUE SPACES.
       01 WS-CONFIRMADA           PIC 9 COMP      VALUE 0.
          88 NO-CONFIRMADA                        VALUE 0.
          88 SI-CONFIRMADA                        VALUE 1.

      * · Partida hallada en auditoria.log.
       01 WS-COINCIDENCIAS        PIC 9(3) COMP   VALUE ZEROS.
       01 WS-PAR-FECHA            PIC 9(8)        VALUE ZEROS.
       01 WS-PAR-HORA             PIC 9(8)        VALUE ZEROS.
       01 WS-PAR-RESULTADO        PIC X(15)       VALUE SPACES.
       01 WS-PAR-JUGADOR1         PIC X(8)        VALUE SPACES.
       01 WS-PAR-JUGADOR2         PIC X(8)        VALUE SPACES.
       01 WS-PAR-SIMULACION       PIC X(1)        VALUE SPACE.
       01 WS-PAR-ANULADA          PIC X(1)        VALUE SPACE.

      * · Contadores de control de la regrabación del histórico.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-MARCADAS             PIC 9(3)        VALUE ZEROS.
       01 WS-RELEIDAS             PIC 9(7)        VALUE ZEROS.

      * · Marcador por jugador: fila que se descuenta.
       01 WS-CODIGO-RESTAR        PIC X(8)        VALUE SPACES.
       01 WS-RESULTADO-RESTAR     PIC X           VALUE SPACE.

      * · Reintentos ante un registro bloqueado por una terminal
      *   (estado "51"), como en JUEGO.
       01 WS-MAX-REINTENTOS       PIC 9(2) COMP   VALUE 10.
       01 WS-REINTENTOS           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-HORA-ESPERA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Cruce de fusiones: un código fusionado después de jugar
      *   tiene su marcador en la fila del superviviente.
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

      * · Campos de la llamada a JUEGOSQ3.
       01 WS-NUMPART-LLAMADA      PIC 9(7)        VALUE ZEROS.
       01 WS-SQLCODE-BD           PIC S9(9) COMP  VALUE ZEROS.
       01 WS-SQLCODE-EDIT         PIC -(9)9       VALUE ZEROS.
       01 WS-MARCA-BD             PIC X(1)        VALUE 'N'.

      * · Resultado de cada paso, para el informe final.
       01 WS-AVISOS               PIC 9(3) COMP   VALUE ZEROS.
       01 WS-RES-MARCADOR         PIC X(40)       VALUE SPACES.
       01 WS-RES-JUGADOR1         PIC X(40)       VALUE SPACES.
       01 WS-RES-JUGADOR2         PIC X(40)       VALUE SPACES.
       01 WS-RES-PASO             PIC X(40)       VALUE SPACES.
       01 WS-RES-BD               PIC X(40)       VALUE SPACES.

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

           PERFORM 2000-BUSCAR-PARTIDA
              THRU 2000-BUSCAR-PARTIDA-EXIT.

           PERFORM 2500-CONFIRMAR-ANULACION
              THRU 2500-CONFIRMAR-ANULACION-EXIT.

           IF NO-CONFIRMADA
              DISPLAY 'Anulacion cancelada: no se ha tocado nada.'
              GO TO 0000-PROCESO-PRINCIPAL-EXIT
           END-IF.

           PERFORM 3000-MARCAR-AUDITORIA
              THRU 3000-MARCAR-AUDITORIA-EXIT.

           PERFORM 4000-REVERTIR-MARCADOR
              THRU 4000-REVERTIR-MARCADOR-EXIT.

           PERFORM 4500-REVERTIR-MARCAJUG
              THRU 4500-REVERTIR-MARCAJUG-EXIT.

           PERFORM 5000-MARCAR-BD
              THRU 5000-MARCAR-BD-EXIT.

           PERFORM 5500-ANOTAR-ANULACION
              THRU 5500-ANOTAR-ANULACION-EXIT.

           PERFORM 6000-INFORME-ANULACION
              THRU 6000-INFORME-ANULACION-EXIT.

           IF WS-AVISOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir el número de partida, el motivo y quién autoriza la  *
      *    anulación. La fecha es la del día.                         *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'ANULACION DE PARTIDA'.
           DISPLAY '===================='.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY 'Numero de partida a anular: '.
           ACCEPT WS-ENTRADA-NUMERO.
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA-NUMERO) = 0
              AND FUNCTION NUMVAL(WS-ENTRADA-NUMERO) > 0
              AND FUNCTION NUMVAL(WS-ENTRADA-NUMERO) <= 9999999
              MOVE FUNCTION NUMVAL(WS-ENTRADA-NUMERO)
                TO WS-NUM-ANULAR
           ELSE
              DISPLAY 'Entrada erronea'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           DISPLAY 'Motivo (PR prueba en produccion, DI disputada, '
                   'ER error de registro, OT otros): '.
           ACCEPT WS-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO.
           IF WS-MOTIVO NOT = 'PR'
              AND WS-MOTIVO NOT = 'DI'
              AND WS-MOTIVO NOT = 'ER'
              AND WS-MOTIVO NOT = 'OT'
              DISPLAY 'Motivo erroneo'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           DISPLAY 'Autorizado por: '.
           ACCEPT WS-AUTORIZA.
           IF WS-AUTORIZA = SPACES
              DISPLAY 'Toda anulacion debe llevar quien la autoriza.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

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
      *   2000-BUSCAR-PARTIDA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Localizar la partida en auditoria.log: local (sin sede) y  *
      *    con el número pedido. Se rechaza si no está, si el número  *
      *    sale repetido (no se sabría cuál anular), si es de         *
      *    simulación o si ya estaba anulada.                         *
      *                                                               *
      *****************************************************************
       2000-BUSCAR-PARTIDA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE ZERO TO WS-COINCIDENCIAS.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.log ('
                      WS-ESTADO-AUDITORIA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 2100-LEER-AUDITORIA
              THRU 2100-LEER-AUDITORIA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE.

           IF WS-COINCIDENCIAS = 0
              DISPLAY 'La partida ' WS-NUM-ANULAR ' no esta en '
                      'auditoria.log (o no es de esta sede).'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           IF WS-COINCIDENCIAS > 1
              DISPLAY 'El numero ' WS-NUM-ANULAR ' aparece '
                      WS-COINCIDENCIAS ' veces en auditoria.log: '
                      'no se anula nada.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           IF WS-PAR-SIMULACION = 'S'
              DISPLAY 'Partida de simulacion: no puntua en nada, '
                      'no hace falta anularla.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           IF WS-PAR-ANULADA = 'S'
              DISPLAY 'La partida ' WS-NUM-ANULAR
                      ' ya estaba anulada.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       2000-BUSCAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-LEER-AUDITORIA                                         *
      *                                                               *
      *****************************************************************
       2100-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2100-LEER-AUDITORIA-EXIT
           END-READ.

           IF AUD-SEDE NOT = SPACES
              OR AUD-NUM-PARTIDA NOT NUMERIC
              GO TO 2100-LEER-AUDITORIA-EXIT
           END-IF.

           IF AUD-NUM-PARTIDA = WS-NUM-ANULAR
              ADD 1 TO WS-COINCIDENCIAS
              MOVE AUD-FECHA       TO WS-PAR-FECHA
              MOVE AUD-HORA-INICIO TO WS-PAR-HORA
              MOVE AUD-RESULTADO   TO WS-PAR-RESULTADO
              MOVE AUD-JUGADOR1    TO WS-PAR-JUGADOR1
              MOVE AUD-JUGADOR2    TO WS-PAR-JUGADOR2
              MOVE AUD-SIMULACION  TO WS-PAR-SIMULACION
              MOVE AUD-ANULADA     TO WS-PAR-ANULADA
           END-IF.

       2100-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2500-CONFIRMAR-ANULACION                                    *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Mostrar la partida hallada y pedir confirmación antes de   *
      *    tocar nada.                                                *
      *                                                               *
      *****************************************************************
       2500-CONFIRMAR-ANULACION.
           DISPLAY ' '.
           DISPLAY 'Partida ' WS-NUM-ANULAR
                   '  fecha ' WS-PAR-FECHA
                   '  hora '  WS-PAR-HORA.
           DISPLAY '  ' WS-PAR-JUGADOR1 ' contra ' WS-PAR-JUGADOR2
                   ': ' WS-PAR-RESULTADO.

           DISPLAY 'Anular esta partida (S/N): '.
           ACCEPT WS-ENTRADA-CONFIG.
           IF WS-ENTRADA-CONFIG = 'S' OR WS-ENTRADA-CONFIG = 's'
              SET SI-CONFIRMADA TO TRUE
           ELSE
              SET NO-CONFIRMADA TO TRUE
           END-IF.

       2500-CONFIRMAR-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-MARCAR-AUDITORIA                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Copiar el histórico vivo al fichero de trabajo con la      *
      *    marca de anulación puesta en la partida, releerlo y, sólo  *
      *    si las cuentas cuadran (mismos registros y una sola        *
      *    marca), sustituir el vivo. Con descuadre el histórico      *
      *    queda intacto y no se sigue.                               *
      *                                                               *
      *****************************************************************
       3000-MARCAR-AUDITORIA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE ZEROS TO WS-LEIDAS
                         WS-MARCADAS
                         WS-RELEIDAS.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.log ('
                      WS-ESTADO-AUDITORIA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3100-COPIAR-MARCANDO
              THRU 3100-COPIAR-MARCANDO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE
                 TRABAJO-FILE.

      * · Releer el fichero de trabajo.
           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           PERFORM 3150-CONTAR-TRABAJO
              THRU 3150-CONTAR-TRABAJO-EXIT
              UNTIL SI-FIN-FICHERO.
           CLOSE TRABAJO-FILE.

           IF WS-MARCADAS NOT = 1
              OR WS-RELEIDAS NOT = WS-LEIDAS
              DISPLAY 'DESCUADRE: el historico vivo queda intacto.'
              DISPLAY 'Leidas ' WS-LEIDAS
                      ' releidas ' WS-RELEIDAS
                      ' marcadas ' WS-MARCADAS
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3200-SUSTITUIR-AUDITORIA
              THRU 3200-SUSTITUIR-AUDITORIA-EXIT.

       3000-MARCAR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-COPIAR-MARCANDO                                        *
      *                                                               *
      *****************************************************************
       3100-COPIAR-MARCANDO.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 3100-COPIAR-MARCANDO-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

           IF AUD-SEDE = SPACES
              AND AUD-NUM-PARTIDA NUMERIC
              AND AUD-NUM-PARTIDA = WS-NUM-ANULAR
              MOVE 'S' TO AUD-ANULADA
              ADD 1 TO WS-MARCADAS
           END-IF.

           WRITE REG-TRABAJO FROM REG-AUDITORIA.

       3100-COPIAR-MARCANDO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3150-CONTAR-TRABAJO                                         *
      *                                                               *
      *****************************************************************
       3150-CONTAR-TRABAJO.
           READ TRABAJO-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 ADD 1 TO WS-RELEIDAS
           END-READ.

       3150-CONTAR-TRABAJO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-SUSTITUIR-AUDITORIA                                    *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Regrabar el histórico vivo desde el fichero de trabajo.    *
      *                                                               *
      *****************************************************************
       3200-SUSTITUIR-AUDITORIA.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': auditoria.log ('
                      WS-ESTADO-AUDITORIA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3250-COPIAR-TRABAJO
              THRU 3250-COPIAR-TRABAJO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE TRABAJO-FILE
                 AUDITORIA-FILE.

       3200-SUSTITUIR-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3250-COPIAR-TRABAJO                                         *
      *                                                               *
      *****************************************************************
       3250-COPIAR-TRABAJO.
           READ TRABAJO-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 WRITE REG-AUDITORIA FROM REG-TRABAJO
           END-READ.

       3250-COPIAR-TRABAJO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-REVERTIR-MARCADOR                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Descontar la partida del marcador contra la máquina, con   *
      *    el mismo criterio con que JUEGOREC lo cuadra: victorias y  *
      *    derrotas del usuario, y empates sólo contra la máquina     *
      *    (en registros antiguos el jugador 2 viene en blanco). Lo   *
      *    demás no puntuó en el marcador.                            *
      *  · El registro se lee bloqueado y se regraba antes de         *
      *    soltarlo, como hace JUEGO al sumar: una partida que        *
      *    termine a la vez en una terminal no se pierde.             *
      *                                                               *
      *****************************************************************
       4000-REVERTIR-MARCADOR.
           MOVE 'no le afectaba' TO WS-RES-MARCADOR.

           IF WS-PAR-RESULTADO NOT = WS-MSG-GANADOR
              AND WS-PAR-RESULTADO NOT = WS-MSG-PERDEDOR
              AND WS-PAR-RESULTADO NOT = WS-MSG-EMPATE
              GO TO 4000-REVERTIR-MARCADOR-EXIT
           END-IF.
           IF WS-PAR-RESULTADO = WS-MSG-EMPATE
              AND WS-PAR-JUGADOR2 NOT = 'MAQUINA'
              AND WS-PAR-JUGADOR2 NOT = SPACES
              GO TO 4000-REVERTIR-MARCADOR-EXIT
           END-IF.

           OPEN I-O MARCADOR-FILE.
           IF WS-ESTADO-MARCADOR NOT = "00"
              MOVE 'AVISO: marcador.dat no existe' TO WS-RES-MARCADOR
              ADD 1 TO WS-AVISOS
              GO TO 4000-REVERTIR-MARCADOR-EXIT
           END-IF.

           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCADOR.
           PERFORM 4010-BLOQUEAR-MARCADOR
              THRU 4010-BLOQUEAR-MARCADOR-EXIT
              UNTIL WS-ESTADO-MARCADOR NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-MARCADOR
              WHEN "00"
                 CONTINUE
              WHEN "23"
                 MOVE 'AVISO: marcador.dat sin registro'
                   TO WS-RES-MARCADOR
              WHEN "51"
                 MOVE 'AVISO: marcador.dat bloqueado'
                   TO WS-RES-MARCADOR
              WHEN OTHER
                 DISPLAY WS-MSG-FICHERO-MAL ': marcador.dat ('
                         WS-ESTADO-MARCADOR ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-EVALUATE.
           IF WS-ESTADO-MARCADOR NOT = "00"
              ADD 1 TO WS-AVISOS
              CLOSE MARCADOR-FILE
              GO TO 4000-REVERTIR-MARCADOR-EXIT
           END-IF.

           MOVE 'descontada' TO WS-RES-MARCADOR.
           EVALUATE WS-PAR-RESULTADO
              WHEN WS-MSG-GANADOR
                 IF MAR-VICTORIAS > 0
                    SUBTRACT 1 FROM MAR-VICTORIAS
                 ELSE
                    MOVE 'AVISO: victorias ya a cero'
                      TO WS-RES-MARCADOR
                 END-IF
              WHEN WS-MSG-PERDEDOR
                 IF MAR-DERROTAS > 0
                    SUBTRACT 1 FROM MAR-DERROTAS
                 ELSE
                    MOVE 'AVISO: derrotas ya a cero'
                      TO WS-RES-MARCADOR
                 END-IF
              WHEN OTHER
                 IF MAR-EMPATES > 0
                    SUBTRACT 1 FROM MAR-EMPATES
                 ELSE
                    MOVE 'AVISO: empates ya a cero'
                      TO WS-RES-MARCADOR
                 END-IF
           END-EVALUATE.

           IF WS-RES-MARCADOR NOT = 'descontada'
              ADD 1 TO WS-AVISOS
              UNLOCK MARCADOR-FILE
              CLOSE MARCADOR-FILE
              GO TO 4000-REVERTIR-MARCADOR-EXIT
           END-IF.

           REWRITE REG-MARCADOR
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF WS-ESTADO-MARCADOR NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcador.dat ('
                      WS-ESTADO-MARCADOR ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           UNLOCK MARCADOR-FILE.
           CLOSE MARCADOR-FILE.

       4000-REVERTIR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4010-BLOQUEAR-MARCADOR                                      *
      *                                                               *
      *****************************************************************
       4010-BLOQUEAR-MARCADOR.
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

       4010-BLOQUEAR-MARCADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4500-REVERTIR-MARCAJUG                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Descontar la partida del marcador por jugador con el       *
      *    mismo reparto con que JUEGO la sumó (3350-ACTUALIZAR-      *
      *    MARCAJUG): el jugador 1 siempre y el jugador 2 si no es    *
      *    la máquina; un abandono no puntuó. Los registros antiguos  *
      *    sin códigos son anteriores al marcador por jugador.        *
      *                                                               *
      *****************************************************************
       4500-REVERTIR-MARCAJUG.
           MOVE 'no le afectaba' TO WS-RES-JUGADOR1
                                    WS-RES-JUGADOR2.

           IF WS-PAR-RESULTADO = WS-MSG-SALIR
              GO TO 4500-REVERTIR-MARCAJUG-EXIT
           END-IF.

           PERFORM 1200-CARGAR-FUSIONES
              THRU 1200-CARGAR-FUSIONES-EXIT.

           OPEN I-O MARCAJUG-FILE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              MOVE 'AVISO: marcajug.dat no existe'
                TO WS-RES-JUGADOR1
              ADD 1 TO WS-AVISOS
              GO TO 4500-REVERTIR-MARCAJUG-EXIT
           END-IF.

      * · Jugador 1.
           EVALUATE WS-PAR-RESULTADO
              WHEN WS-MSG-GANADOR
              WHEN WS-MSG-P1-GANA
                 MOVE 'V' TO WS-RESULTADO-RESTAR
              WHEN WS-MSG-PERDEDOR
              WHEN WS-MSG-P2-GANA
                 MOVE 'D' TO WS-RESULTADO-RESTAR
              WHEN OTHER
                 MOVE 'E' TO WS-RESULTADO-RESTAR
           END-EVALUATE.

           IF WS-PAR-JUGADOR1 NOT = SPACES
              MOVE WS-PAR-JUGADOR1 TO WS-CODIGO-RESTAR
              PERFORM 4570-RESTAR-JUGADOR
                 THRU 4570-RESTAR-JUGADOR-EXIT
              MOVE WS-RES-PASO TO WS-RES-JUGADOR1
           END-IF.

      * · Jugador 2 (sólo si es humano).
           IF WS-PAR-JUGADOR2 NOT = 'MAQUINA'
              AND WS-PAR-JUGADOR2 NOT = SPACES
              MOVE WS-PAR-JUGADOR2 TO WS-CODIGO-RESTAR
              EVALUATE WS-RESULTADO-RESTAR
                 WHEN 'V'
                    MOVE 'D' TO WS-RESULTADO-RESTAR
                 WHEN 'D'
                    MOVE 'V' TO WS-RESULTADO-RESTAR
              END-EVALUATE
              PERFORM 4570-RESTAR-JUGADOR
                 THRU 4570-RESTAR-JUGADOR-EXIT
              MOVE WS-RES-PASO TO WS-RES-JUGADOR2
           END-IF.

           CLOSE MARCAJUG-FILE.

       4500-REVERTIR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4570-RESTAR-JUGADOR                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Restar el resultado WS-RESULTADO-RESTAR (V/D/E) al         *
      *    jugador WS-CODIGO-RESTAR en su fila de marcajug.dat,       *
      *    leída con bloqueo. Si el código ya no tiene fila (se       *
      *    fusionó después de jugar), se busca la del superviviente.  *
      *    El desenlace queda en WS-RES-PASO.                         *
      *                                                               *
      *****************************************************************
       4570-RESTAR-JUGADOR.
           PERFORM 4575-BLOQUEAR-MARCAJUG
              THRU 4575-BLOQUEAR-MARCAJUG-EXIT.

           IF WS-ESTADO-MARCAJUG = "23"
              MOVE WS-CODIGO-RESTAR TO WS-CODIGO-XREF
              PERFORM 1290-APLICAR-FUSION
                 THRU 1290-APLICAR-FUSION-EXIT
              IF WS-CODIGO-XREF NOT = WS-CODIGO-RESTAR
                 MOVE WS-CODIGO-XREF TO WS-CODIGO-RESTAR
                 PERFORM 4575-BLOQUEAR-MARCAJUG
                    THRU 4575-BLOQUEAR-MARCAJUG-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO WS-RES-PASO.
           EVALUATE WS-ESTADO-MARCAJUG
              WHEN "00"
                 CONTINUE
              WHEN "23"
                 STRING 'AVISO: ' WS-CODIGO-RESTAR ' sin marcador'
                    DELIMITED BY SIZE INTO WS-RES-PASO
              WHEN "51"
                 STRING 'AVISO: ' WS-CODIGO-RESTAR ' bloqueado'
                    DELIMITED BY SIZE INTO WS-RES-PASO
              WHEN OTHER
                 DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                         WS-ESTADO-MARCAJUG ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-EVALUATE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              ADD 1 TO WS-AVISOS
              GO TO 4570-RESTAR-JUGADOR-EXIT
           END-IF.

           EVALUATE WS-RESULTADO-RESTAR
              WHEN 'V'
                 IF MCJ-VICTORIAS > 0
                    SUBTRACT 1 FROM MCJ-VICTORIAS
                    STRING WS-CODIGO-RESTAR ' una victoria menos'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 ELSE
                    STRING 'AVISO: ' WS-CODIGO-RESTAR
                           ' victorias ya a cero'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 END-IF
              WHEN 'D'
                 IF MCJ-DERROTAS > 0
                    SUBTRACT 1 FROM MCJ-DERROTAS
                    STRING WS-CODIGO-RESTAR ' una derrota menos'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 ELSE
                    STRING 'AVISO: ' WS-CODIGO-RESTAR
                           ' derrotas ya a cero'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 END-IF
              WHEN OTHER
                 IF MCJ-EMPATES > 0
                    SUBTRACT 1 FROM MCJ-EMPATES
                    STRING WS-CODIGO-RESTAR ' un empate menos'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 ELSE
                    STRING 'AVISO: ' WS-CODIGO-RESTAR
                           ' empates ya a cero'
                       DELIMITED BY SIZE INTO WS-RES-PASO
                 END-IF
           END-EVALUATE.

           IF WS-RES-PASO(1:6) = 'AVISO:'
              ADD 1 TO WS-AVISOS
           ELSE
              REWRITE REG-MARCAJUG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-ESTADO-MARCAJUG NOT = "00"
                 DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                         WS-ESTADO-MARCAJUG ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              END-IF
           END-IF.

           UNLOCK MARCAJUG-FILE.

       4570-RESTAR-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4575-BLOQUEAR-MARCAJUG                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer con bloqueo la fila de WS-CODIGO-RESTAR. Si otra      *
      *    terminal la tiene (estado "51"), se reintenta tras         *
      *    esperar un segundo, hasta WS-MAX-REINTENTOS veces.         *
      *                                                               *
      *****************************************************************
       4575-BLOQUEAR-MARCAJUG.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCAJUG.
           PERFORM 4580-LEER-MARCAJUG
              THRU 4580-LEER-MARCAJUG-EXIT
              UNTIL WS-ESTADO-MARCAJUG NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

       4575-BLOQUEAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4580-LEER-MARCAJUG                                          *
      *                                                               *
      *****************************************************************
       4580-LEER-MARCAJUG.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-CODIGO-RESTAR TO MCJ-CODIGO.
           READ MARCAJUG-FILE WITH LOCK
              KEY IS MCJ-CODIGO
              INVALID KEY
                 CONTINUE
           END-READ.

       4580-LEER-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-MARCAR-BD                                              *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Marcar la fila de GAME_RESULTS vía JUEGOSQ3. Si la fila    *
      *    no está todavía (el resultado sigue en pendibd.dat) o la   *
      *    BD no responde, la marca queda pendiente en                *
      *    anulaciones.dat y JUEGODRN la reintenta.                   *
      *                                                               *
      *****************************************************************
       5000-MARCAR-BD.
           MOVE WS-NUM-ANULAR TO WS-NUMPART-LLAMADA.
           MOVE ZEROS         TO WS-SQLCODE-BD.
           MOVE 'N'           TO WS-MARCA-BD.

           CALL 'JUEGOSQ3' USING WS-NUMPART-LLAMADA
                                  WS-SQLCODE-BD
              ON EXCEPTION
                 MOVE 'AVISO: BD no disponible; pendiente'
                   TO WS-RES-BD
                 ADD 1 TO WS-AVISOS
                 GO TO 5000-MARCAR-BD-EXIT
           END-CALL.

           EVALUATE WS-SQLCODE-BD
              WHEN 0
                 MOVE 'S' TO WS-MARCA-BD
                 MOVE 'fila marcada como anulada' TO WS-RES-BD
              WHEN 100
                 MOVE 'AVISO: fila aun no en BD; pendiente'
                   TO WS-RES-BD
                 ADD 1 TO WS-AVISOS
              WHEN OTHER
                 MOVE WS-SQLCODE-BD TO WS-SQLCODE-EDIT
                 MOVE SPACES TO WS-RES-BD
                 STRING 'AVISO: SQLCODE '
                        FUNCTION TRIM(WS-SQLCODE-EDIT)
                        '; pendiente'
                    DELIMITED BY SIZE INTO WS-RES-BD
                 ADD 1 TO WS-AVISOS
           END-EVALUATE.

       5000-MARCAR-BD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5500-ANOTAR-ANULACION                                       *
      *                                                               *
      *****************************************************************
       5500-ANOTAR-ANULACION.
           OPEN EXTEND ANULACIONES-FILE.
           IF WS-ESTADO-ANULACIONES = "35"
              OPEN OUTPUT ANULACIONES-FILE
           END-IF.
           IF WS-ESTADO-ANULACIONES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': anulaciones.dat ('
                      WS-ESTADO-ANULACIONES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-NUM-ANULAR        TO ANU-NUM-PARTIDA.
           MOVE WS-MOTIVO            TO ANU-MOTIVO.
           MOVE WS-AUTORIZA          TO ANU-AUTORIZA.
           MOVE WS-FECHA-HOY         TO ANU-FECHA.
           MOVE WS-MARCA-BD          TO ANU-MARCA-BD.
           WRITE REG-ANULACION.

           CLOSE ANULACIONES-FILE.

       5500-ANOTAR-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-ANULACION                                      *
      *                                                               *
      *****************************************************************
       6000-INFORME-ANULACION.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**       Anulacion de partida (JUEGOANU)        *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Partida:        ' WS-NUM-ANULAR
                   '  (' WS-PAR-FECHA ' ' WS-PAR-HORA ')'.
           DISPLAY '* Resultado:      ' WS-PAR-RESULTADO.
           DISPLAY '* Jugadores:      ' WS-PAR-JUGADOR1
                   ' / ' WS-PAR-JUGADOR2.
           DISPLAY '* Motivo:         ' WS-MOTIVO
                   '  Autoriza: ' FUNCTION TRIM(WS-AUTORIZA).
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* auditoria.log:  partida marcada como anulada'.
           DISPLAY '* marcador.dat:   ' WS-RES-MARCADOR.
           DISPLAY '* marcajug.dat:   ' WS-RES-JUGADOR1.
           DISPLAY '*                 ' WS-RES-JUGADOR2.
           DISPLAY '* GAME_RESULTS:   ' WS-RES-BD.
           DISPLAY '* --------------------------------------------- *'.
           IF WS-AVISOS > 0
              DISPLAY '* Anulada con ' WS-AVISOS ' aviso(s): revise.'
           ELSE
              DISPLAY '* Anulacion completa.                         *'
           END-IF.
           DISPLAY '*************************************************'.

       6000-INFORME-ANULACION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8400-ESPERAR-BLOQUEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Esperar a que cambie el segundo del reloj antes de volver  *
      *    a pedir un registro que una terminal tiene bloqueado.      *
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
