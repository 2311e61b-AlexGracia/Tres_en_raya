      *****************************************************************
      *			      juegorck				      *
      *	 -----------------------------------------------------------  *
      * Subprograma del registro de records (records.dat, copy        *
      * REGRECOR): comprueba una partida contra las mejores marcas    *
      * de la oficina, actualiza las que caen y el estado en curso    *
      * (rachas, partidas del día) y devuelve una línea de texto por  *
      * cada récord batido. Lo llaman JUEGO al terminar cada partida  *
      * y JUEGORCD al reconstruir el registro desde el histórico, así *
      * que las dos vías aplican las mismas reglas.                   *
      *                                                               *
      * Cuentan las partidas terminadas de esta oficina: fuera las    *
      * simulaciones, las anuladas (JUEGOANU), las importadas de      *
      * otras sedes (AUD-SEDE) y los abandonos. Sólo tienen marca los *
      * jugadores registrados (ni INVITADO ni MAQUINA); una partida   *
      * de un jugador contra sí mismo no cuenta.                      *
      *   · Racha de victorias de cada jugador (las tablas y las      *
      *     derrotas la cortan).                                      *
      *   · Partidas de un jugador en un mismo día.                   *
      *   · Partidas seguidas sin perder contra la máquina, por       *
      *     dificultad (AUD-DIFICULTAD).                              *
      *   · Victoria con menos jugadas y en menos tiempo (de          *
      *     AUD-HORA-INICIO a AUD-HORA-FIN), por tamaño de tablero    *
      *     (AUD-TAM-TABLERO).                                        *
      *   · Mayor sorpresa: la mayor ventaja de rating del perdedor   *
      *     sobre el ganador (ratings que pasa el llamador).          *
      * Las rachas y las partidas en un día no son récord por debajo  *
      * de WS-MINIMO-RECORD. Un récord cae al superarlo, no al        *
      * igualarlo.                                                    *
      *                                                               *
      * Acciones (LK-ACCION):                                         *
      *   · 'P' partida suelta: abre records.dat, la trata y lo       *
      *     cierra (JUEGO). Sin fichero devuelve "35" y no hace nada. *
      *   · 'A' crear el registro vacío y dejarlo abierto (JUEGORCD). *
      *   · 'G' tratar una partida con el registro ya abierto.        *
      *   · 'C' cerrar el registro.                                   *
      * Cada fila se lee bloqueada y se regraba al momento; si otra   *
      * terminal la tiene bloqueada tras los reintentos se salta y se *
      * cuenta en LK-AVISOS. LK-ESTADO devuelve el primer estado de   *
      * fichero erróneo ("00" si todo fue bien).                      *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del subprograma.            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGORCK.
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
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS REC-LLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-RECORDS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Registro de records de la oficina.
       FD  RECORDS-FILE.
       COPY REGRECOR.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *                                                               *
      *   VARIABLES WORKING                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Fichero.                                                   *
      *  · Partida tratada.                                           *
      *  · Fila del registro.                                         *
      *  · Textos de los récords batidos.                             *
      *  · Literales.                                                 *
      *                                                               *
      *****************************************************************
      * · Fichero.
       01 WS-ESTADO-RECORDS       PIC XX          VALUE SPACES.

      * · Una racha o un número de partidas en un día empieza a ser
      *   récord a partir de este valor (por debajo no se anuncia).
       01 WS-MINIMO-RECORD        PIC 9(2) COMP   VALUE 3.
       01 WS-MAX-RECORDS          PIC 9(2) COMP   VALUE 10.

      * · Reintentos ante una fila bloqueada por otra terminal
      *   (estado "51"): se espera un segundo entre uno y otro.
       01 WS-MAX-REINTENTOS       PIC 9(2) COMP   VALUE 10.
       01 WS-REINTENTOS           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-HORA-ESPERA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Partida tratada: resultado de cada lado (V/D/E), quién
      *   está registrado y quién ganó.
       01 WS-PARTIDA-VALIDA       PIC 9 COMP      VALUE 0.
          88 NO-PARTIDA-VALIDA                    VALUE 0.
          88 SI-PARTIDA-VALIDA                    VALUE 1.
       01 WS-RESULTADO-J1         PIC X           VALUE SPACE.
       01 WS-RESULTADO-J2         PIC X           VALUE SPACE.
       01 WS-J1-REGISTRADO        PIC 9 COMP      VALUE 0.
          88 NO-J1-REGISTRADO                     VALUE 0.
          88 SI-J1-REGISTRADO                     VALUE 1.
       01 WS-J2-REGISTRADO        PIC 9 COMP      VALUE 0.
          88 NO-J2-REGISTRADO                     VALUE 0.
          88 SI-J2-REGISTRADO                     VALUE 1.
       01 WS-GANADOR-REGISTRADO   PIC 9 COMP      VALUE 0.
          88 NO-GANADOR-REGISTRADO                VALUE 0.
          88 SI-GANADOR-REGISTRADO                VALUE 1.
       01 WS-GANADOR              PIC X(8)        VALUE SPACES.
       01 WS-PERDEDOR             PIC X(8)        VALUE SPACES.
       01 WS-RATING-GANADOR       PIC 9(4)        VALUE ZEROS.
       01 WS-RATING-PERDEDOR      PIC 9(4)        VALUE ZEROS.
       01 WS-DIFERENCIA           PIC S9(5) COMP  VALUE ZEROS.

      * · Jugador cuya racha o cuenta del día se actualiza.
       01 WS-CODIGO-JUGADOR       PIC X(8)        VALUE SPACES.
       01 WS-RESULTADO-JUGADOR    PIC X           VALUE SPACE.
       01 WS-CUENTA               PIC 9(7)        VALUE ZEROS.

      * · Duración de la partida en segundos (hora HHMMSSCC; si
      *   termina pasada la medianoche se suma un día).
       01 WS-HORA-CALC            PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-CALC-R          REDEFINES WS-HORA-CALC.
          05 WS-CALC-HH           PIC 99.
          05 WS-CALC-MM           PIC 99.
          05 WS-CALC-SS           PIC 99.
          05 WS-CALC-CC           PIC 99.
       01 WS-SEG-INICIO           PIC 9(7)        VALUE ZEROS.
       01 WS-SEG-FIN              PIC 9(7)        VALUE ZEROS.
       01 WS-SEGUNDOS             PIC 9(7)        VALUE ZEROS.

      * · Fila del registro: clave buscada y cómo se encontró.
       01 WS-LLAVE-BUSCADA.
          05 WS-BUS-TIPO          PIC X(2).
          05 WS-BUS-CLAVE         PIC X(8).
          05 WS-BUS-GRUPO         PIC X(1).
       01 WS-FILA                 PIC 9 COMP      VALUE 0.
          88 FILA-LEIDA                           VALUE 0.
          88 FILA-NUEVA                           VALUE 1.
          88 FILA-NO-DISPONIBLE                   VALUE 2.
       01 WS-FILA-GRABADA         PIC 9 COMP      VALUE 0.
          88 NO-FILA-GRABADA                      VALUE 0.
          88 SI-FILA-GRABADA                      VALUE 1.

      * · Marca anterior de un récord batido, para el texto.
       01 WS-VALOR-ANTES          PIC 9(7)        VALUE ZEROS.
       01 WS-TITULAR-ANTES        PIC X(8)        VALUE SPACES.

      * · Textos de los récords batidos.
       01 WS-TEXTO-RECORD         PIC X(60)       VALUE SPACES.
       01 WS-PUNTERO              PIC 99 COMP     VALUE ZEROS.
       01 WS-NUM-ED               PIC Z(6)9       VALUE ZEROS.
       01 WS-ANTES-ED             PIC Z(6)9       VALUE ZEROS.
       01 WS-TAM-TEXTO            PIC X(3)        VALUE SPACES.
       01 WS-DIFICULTAD-TEXTO     PIC X(7)        VALUE SPACES.

      * · Literales de resultado (los mismos textos que graba JUEGO
      *   en AUD-RESULTADO).
       77 WS-MSG-PERDEDOR         PIC X(15)    VALUE 'Has perdido. :O'.
       77 WS-MSG-GANADOR          PIC X(15)    VALUE 'Has ganado.  :)'.
       77 WS-MSG-EMPATE           PIC X(15)    VALUE 'Empate.      :|'.
       77 WS-MSG-P1-GANA          PIC X(15)    VALUE 'Gana jugador 1'.
       77 WS-MSG-P2-GANA          PIC X(15)    VALUE 'Gana jugador 2'.

       LINKAGE SECTION.

       01  LK-ACCION                  PIC X(1).
           88 ACCION-PARTIDA                  VALUE 'P'.
           88 ACCION-CREAR                    VALUE 'A'.
           88 ACCION-GRABAR                   VALUE 'G'.
           88 ACCION-CERRAR                   VALUE 'C'.
       COPY REGAUDIT.
       01  LK-RATING-J1               PIC 9(4).
       01  LK-RATING-J2               PIC 9(4).
       01  LK-ESTADO                  PIC X(2).
       01  LK-AVISOS                  PIC 9(3).
       01  LK-NUM-RECORDS             PIC 9(2).
       01  LK-TABLA-RECORDS.
           05 LK-RECORD               OCCURS 10 PIC X(60).

      *****************************************************************
      *                                                               *
      *                      PROCEDURE DIVISION.                      *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING LK-ACCION
                                 REG-AUDITORIA
                                 LK-RATING-J1
                                 LK-RATING-J2
                                 LK-ESTADO
                                 LK-AVISOS
                                 LK-NUM-RECORDS
                                 LK-TABLA-RECORDS.

      *****************************************************************
      *                                                               *
      *   0000-PROCESO-PRINCIPAL                                      *
      *                                                               *
      *****************************************************************
       0000-PROCESO-PRINCIPAL.
           MOVE "00"  TO LK-ESTADO.
           MOVE ZEROS TO LK-AVISOS
                         LK-NUM-RECORDS.

           EVALUATE TRUE
              WHEN ACCION-CREAR
                 PERFORM 1000-CREAR-REGISTRO
                    THRU 1000-CREAR-REGISTRO-EXIT
              WHEN ACCION-PARTIDA
                 OPEN I-O RECORDS-FILE
                 MOVE WS-ESTADO-RECORDS TO LK-ESTADO
                 IF WS-ESTADO-RECORDS = "00"
                    PERFORM 2000-TRATAR-PARTIDA
                       THRU 2000-TRATAR-PARTIDA-EXIT
                    CLOSE RECORDS-FILE
                 END-IF
              WHEN ACCION-GRABAR
                 PERFORM 2000-TRATAR-PARTIDA
                    THRU 2000-TRATAR-PARTIDA-EXIT
              WHEN ACCION-CERRAR
                 CLOSE RECORDS-FILE
                 MOVE WS-ESTADO-RECORDS TO LK-ESTADO
           END-EVALUATE.

       0000-PROCESO-PRINCIPAL-EXIT.
           GOBACK.

      *****************************************************************
      *                                                               *
      *   1000-CREAR-REGISTRO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Crear records.dat vacío (se pierde el anterior) y dejarlo  *
      *    abierto para ir tratando las partidas del histórico.       *
      *                                                               *
      *****************************************************************
       1000-CREAR-REGISTRO.
           OPEN OUTPUT RECORDS-FILE.
           IF WS-ESTADO-RECORDS NOT = "00"
              MOVE WS-ESTADO-RECORDS TO LK-ESTADO
              GO TO 1000-CREAR-REGISTRO-EXIT
           END-IF.
           CLOSE RECORDS-FILE.

           OPEN I-O RECORDS-FILE.
           MOVE WS-ESTADO-RECORDS TO LK-ESTADO.

       1000-CREAR-REGISTRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-TRATAR-PARTIDA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar la partida de REG-AUDITORIA por cada marca que le    *
      *    afecta.                                                    *
      *                                                               *
      *****************************************************************
       2000-TRATAR-PARTIDA.
           PERFORM 2050-FILTRAR-PARTIDA
              THRU 2050-FILTRAR-PARTIDA-EXIT.
           IF NO-PARTIDA-VALIDA
              GO TO 2000-TRATAR-PARTIDA-EXIT
           END-IF.

      * · Rachas y partidas del día de cada jugador registrado.
           IF SI-J1-REGISTRADO
              MOVE AUD-JUGADOR1    TO WS-CODIGO-JUGADOR
              MOVE WS-RESULTADO-J1 TO WS-RESULTADO-JUGADOR
              PERFORM 2100-RACHA
                 THRU 2100-RACHA-EXIT
              PERFORM 2200-PARTIDAS-DIA
                 THRU 2200-PARTIDAS-DIA-EXIT
           END-IF.
           IF SI-J2-REGISTRADO
              MOVE AUD-JUGADOR2    TO WS-CODIGO-JUGADOR
              MOVE WS-RESULTADO-J2 TO WS-RESULTADO-JUGADOR
              PERFORM 2100-RACHA
                 THRU 2100-RACHA-EXIT
              PERFORM 2200-PARTIDAS-DIA
                 THRU 2200-PARTIDAS-DIA-EXIT
           END-IF.

      * · Contra la máquina, por dificultad (los registros
      *   anteriores a este dato vienen en blanco y no cuentan).
           IF SI-J1-REGISTRADO
              AND AUD-JUGADOR2 = 'MAQUINA'
              AND (AUD-DIFICULTAD = '1' OR '2' OR '3')
              PERFORM 2300-INVICTO
                 THRU 2300-INVICTO-EXIT
           END-IF.

      * · Victorias más cortas, por tamaño de tablero (mismo caso
      *   con los registros sin tamaño).
           IF SI-GANADOR-REGISTRADO
              AND AUD-TAM-TABLERO NUMERIC
              AND AUD-TAM-TABLERO >= 3
              AND AUD-TAM-TABLERO <= 5
              MOVE SPACES TO WS-TAM-TEXTO
              STRING AUD-TAM-TABLERO 'x' AUD-TAM-TABLERO
                 DELIMITED BY SIZE INTO WS-TAM-TEXTO
              PERFORM 2400-VICTORIA-JUGADAS
                 THRU 2400-VICTORIA-JUGADAS-EXIT
              PERFORM 2450-VICTORIA-TIEMPO
                 THRU 2450-VICTORIA-TIEMPO-EXIT
           END-IF.

      * · Sorpresa: sólo entre dos jugadores registrados.
           IF SI-J1-REGISTRADO
              AND SI-J2-REGISTRADO
              AND WS-RESULTADO-J1 NOT = 'E'
              PERFORM 2500-SORPRESA
                 THRU 2500-SORPRESA-EXIT
           END-IF.

       2000-TRATAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-FILTRAR-PARTIDA                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Decidir si la partida cuenta y sacar el resultado de cada  *
      *    lado, quién está registrado y quién ganó.                  *
      *                                                               *
      *****************************************************************
       2050-FILTRAR-PARTIDA.
           SET NO-PARTIDA-VALIDA TO TRUE.

           IF AUD-SIMULACION = 'S'
              OR AUD-ANULADA = 'S'
              OR AUD-SEDE NOT = SPACES
              GO TO 2050-FILTRAR-PARTIDA-EXIT
           END-IF.

      * · Un abandono (o cualquier otro texto) no cuenta.
           EVALUATE AUD-RESULTADO
              WHEN WS-MSG-GANADOR
              WHEN WS-MSG-P1-GANA
                 MOVE 'V' TO WS-RESULTADO-J1
                 MOVE 'D' TO WS-RESULTADO-J2
              WHEN WS-MSG-PERDEDOR
              WHEN WS-MSG-P2-GANA
                 MOVE 'D' TO WS-RESULTADO-J1
                 MOVE 'V' TO WS-RESULTADO-J2
              WHEN WS-MSG-EMPATE
                 MOVE 'E' TO WS-RESULTADO-J1
                 MOVE 'E' TO WS-RESULTADO-J2
              WHEN OTHER
                 GO TO 2050-FILTRAR-PARTIDA-EXIT
           END-EVALUATE.

           IF AUD-JUGADOR1 = SPACES
              OR AUD-JUGADOR1 = 'INVITADO'
              OR AUD-JUGADOR1 = 'MAQUINA'
              SET NO-J1-REGISTRADO TO TRUE
           ELSE
              SET SI-J1-REGISTRADO TO TRUE
           END-IF.
           IF AUD-JUGADOR2 = SPACES
              OR AUD-JUGADOR2 = 'INVITADO'
              OR AUD-JUGADOR2 = 'MAQUINA'
              SET NO-J2-REGISTRADO TO TRUE
           ELSE
              SET SI-J2-REGISTRADO TO TRUE
           END-IF.

      * · Una partida de un jugador contra sí mismo (o juntada por
      *   una fusión de códigos) no cuenta.
           IF SI-J1-REGISTRADO
              AND SI-J2-REGISTRADO
              AND AUD-JUGADOR1 = AUD-JUGADOR2
              GO TO 2050-FILTRAR-PARTIDA-EXIT
           END-IF.

           SET NO-GANADOR-REGISTRADO TO TRUE.
           MOVE SPACES TO WS-GANADOR
                          WS-PERDEDOR.
           EVALUATE WS-RESULTADO-J1
              WHEN 'V'
                 MOVE AUD-JUGADOR1 TO WS-GANADOR
                 MOVE AUD-JUGADOR2 TO WS-PERDEDOR
                 MOVE LK-RATING-J1 TO WS-RATING-GANADOR
                 MOVE LK-RATING-J2 TO WS-RATING-PERDEDOR
                 IF SI-J1-REGISTRADO
                    SET SI-GANADOR-REGISTRADO TO TRUE
                 END-IF
              WHEN 'D'
                 MOVE AUD-JUGADOR2 TO WS-GANADOR
                 MOVE AUD-JUGADOR1 TO WS-PERDEDOR
                 MOVE LK-RATING-J2 TO WS-RATING-GANADOR
                 MOVE LK-RATING-J1 TO WS-RATING-PERDEDOR
                 IF SI-J2-REGISTRADO
                    SET SI-GANADOR-REGISTRADO TO TRUE
                 END-IF
           END-EVALUATE.

           SET SI-PARTIDA-VALIDA TO TRUE.

       2050-FILTRAR-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-RACHA                                                  *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Racha de victorias de WS-CODIGO-JUGADOR: una victoria la   *
      *    alarga, una tabla o una derrota la corta. Si supera la     *
      *    mejor del jugador, es su nuevo récord.                     *
      *                                                               *
      *****************************************************************
       2100-RACHA.
           MOVE 'RA'              TO WS-BUS-TIPO.
           MOVE WS-CODIGO-JUGADOR TO WS-BUS-CLAVE.
           MOVE SPACE             TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2100-RACHA-EXIT
           END-IF.

           MOVE WS-CODIGO-JUGADOR TO REC-TITULAR.
           IF WS-RESULTADO-JUGADOR = 'V'
              ADD 1 TO REC-EN-CURSO
           ELSE
              MOVE ZEROS TO REC-EN-CURSO
           END-IF.

           IF REC-EN-CURSO <= REC-VALOR
              OR REC-EN-CURSO < WS-MINIMO-RECORD
              PERFORM 8100-GRABAR-FILA
                 THRU 8100-GRABAR-FILA-EXIT
              GO TO 2100-RACHA-EXIT
           END-IF.

           MOVE REC-VALOR       TO WS-VALOR-ANTES.
           MOVE REC-EN-CURSO    TO REC-VALOR.
           MOVE AUD-FECHA       TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2100-RACHA-EXIT
           END-IF.

           MOVE REC-VALOR TO WS-NUM-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           STRING 'Mejor racha de '
                  FUNCTION TRIM(WS-CODIGO-JUGADOR)
                  ': ' FUNCTION TRIM(WS-NUM-ED)
                  ' victorias seguidas'
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2100-RACHA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-PARTIDAS-DIA                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Contar la partida en el día de WS-CODIGO-JUGADOR (fila     *
      *    'DJ') y, si la cuenta supera el récord de la oficina       *
      *    (fila 'DI'), batirlo.                                      *
      *                                                               *
      *****************************************************************
       2200-PARTIDAS-DIA.
           MOVE 'DJ'              TO WS-BUS-TIPO.
           MOVE WS-CODIGO-JUGADOR TO WS-BUS-CLAVE.
           MOVE SPACE             TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2200-PARTIDAS-DIA-EXIT
           END-IF.

           MOVE WS-CODIGO-JUGADOR TO REC-TITULAR.
           IF REC-FECHA-CURSO = AUD-FECHA
              ADD 1 TO REC-EN-CURSO
           ELSE
              MOVE 1         TO REC-EN-CURSO
              MOVE AUD-FECHA TO REC-FECHA-CURSO
           END-IF.
      *    Mejor día del propio jugador.
           IF REC-EN-CURSO > REC-VALOR
              MOVE REC-EN-CURSO    TO REC-VALOR
              MOVE AUD-FECHA       TO REC-FECHA
              MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA
           END-IF.
           MOVE REC-EN-CURSO TO WS-CUENTA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              OR WS-CUENTA < WS-MINIMO-RECORD
              GO TO 2200-PARTIDAS-DIA-EXIT
           END-IF.

      * · Récord de la oficina.
           MOVE 'DI'   TO WS-BUS-TIPO.
           MOVE SPACES TO WS-BUS-CLAVE.
           MOVE SPACE  TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2200-PARTIDAS-DIA-EXIT
           END-IF.

           IF WS-CUENTA <= REC-VALOR
              UNLOCK RECORDS-FILE
              GO TO 2200-PARTIDAS-DIA-EXIT
           END-IF.

           MOVE REC-VALOR         TO WS-VALOR-ANTES.
           MOVE REC-TITULAR       TO WS-TITULAR-ANTES.
           MOVE WS-CUENTA         TO REC-VALOR.
           MOVE WS-CODIGO-JUGADOR TO REC-TITULAR.
           MOVE AUD-FECHA         TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA   TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2200-PARTIDAS-DIA-EXIT
           END-IF.

           MOVE REC-VALOR      TO WS-NUM-ED.
           MOVE WS-VALOR-ANTES TO WS-ANTES-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           MOVE 1      TO WS-PUNTERO.
           STRING 'Mas partidas en un dia: '
                  FUNCTION TRIM(WS-CODIGO-JUGADOR)
                  ', ' FUNCTION TRIM(WS-NUM-ED)
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD
              WITH POINTER WS-PUNTERO.
      *    El mismo jugador alargando su marca no lleva "antes".
           IF WS-VALOR-ANTES > 0
              AND WS-TITULAR-ANTES NOT = WS-CODIGO-JUGADOR
              STRING ' (antes ' FUNCTION TRIM(WS-ANTES-ED)
                     ' de ' FUNCTION TRIM(WS-TITULAR-ANTES) ')'
                 DELIMITED BY SIZE INTO WS-TEXTO-RECORD
                 WITH POINTER WS-PUNTERO
           END-IF.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2200-PARTIDAS-DIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-INVICTO                                                *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Partidas seguidas sin perder del jugador 1 contra la       *
      *    máquina en la dificultad de la partida (fila 'IJ'); si     *
      *    superan el récord de esa dificultad (fila 'IM'), batirlo.  *
      *                                                               *
      *****************************************************************
       2300-INVICTO.
           MOVE 'IJ'           TO WS-BUS-TIPO.
           MOVE AUD-JUGADOR1   TO WS-BUS-CLAVE.
           MOVE AUD-DIFICULTAD TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2300-INVICTO-EXIT
           END-IF.

           MOVE AUD-JUGADOR1 TO REC-TITULAR.
           IF WS-RESULTADO-J1 = 'D'
              MOVE ZEROS TO REC-EN-CURSO
           ELSE
              ADD 1 TO REC-EN-CURSO
           END-IF.
      *    Mejor marca del propio jugador.
           IF REC-EN-CURSO > REC-VALOR
              MOVE REC-EN-CURSO    TO REC-VALOR
              MOVE AUD-FECHA       TO REC-FECHA
              MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA
           END-IF.
           MOVE REC-EN-CURSO TO WS-CUENTA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              OR WS-CUENTA < WS-MINIMO-RECORD
              GO TO 2300-INVICTO-EXIT
           END-IF.

      * · Récord de la oficina en esa dificultad.
           MOVE 'IM'           TO WS-BUS-TIPO.
           MOVE SPACES         TO WS-BUS-CLAVE.
           MOVE AUD-DIFICULTAD TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2300-INVICTO-EXIT
           END-IF.

           IF WS-CUENTA <= REC-VALOR
              UNLOCK RECORDS-FILE
              GO TO 2300-INVICTO-EXIT
           END-IF.

           MOVE WS-CUENTA       TO REC-VALOR.
           MOVE AUD-JUGADOR1    TO REC-TITULAR.
           MOVE AUD-FECHA       TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2300-INVICTO-EXIT
           END-IF.

           EVALUATE AUD-DIFICULTAD
              WHEN '2'
                 MOVE 'Dificil' TO WS-DIFICULTAD-TEXTO
              WHEN '3'
                 MOVE 'Experto' TO WS-DIFICULTAD-TEXTO
              WHEN OTHER
                 MOVE 'Facil'   TO WS-DIFICULTAD-TEXTO
           END-EVALUATE.
           MOVE REC-VALOR TO WS-NUM-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           STRING 'Sin perder ante la maquina ('
                  FUNCTION TRIM(WS-DIFICULTAD-TEXTO) '): '
                  FUNCTION TRIM(AUD-JUGADOR1) ', '
                  FUNCTION TRIM(WS-NUM-ED) ' partidas'
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2300-INVICTO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2400-VICTORIA-JUGADAS                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Victoria con menos jugadas en este tamaño de tablero.      *
      *                                                               *
      *****************************************************************
       2400-VICTORIA-JUGADAS.
           IF AUD-NUM-JUGADAS NOT NUMERIC
              OR AUD-NUM-JUGADAS = ZEROS
              GO TO 2400-VICTORIA-JUGADAS-EXIT
           END-IF.

           MOVE 'JM'            TO WS-BUS-TIPO.
           MOVE SPACES          TO WS-BUS-CLAVE.
           MOVE AUD-TAM-TABLERO TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2400-VICTORIA-JUGADAS-EXIT
           END-IF.

           IF FILA-LEIDA
              AND AUD-NUM-JUGADAS >= REC-VALOR
              UNLOCK RECORDS-FILE
              GO TO 2400-VICTORIA-JUGADAS-EXIT
           END-IF.

           MOVE REC-VALOR       TO WS-VALOR-ANTES.
           MOVE AUD-NUM-JUGADAS TO REC-VALOR.
           MOVE WS-GANADOR      TO REC-TITULAR.
           MOVE WS-PERDEDOR     TO REC-RIVAL.
           MOVE AUD-FECHA       TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2400-VICTORIA-JUGADAS-EXIT
           END-IF.

           MOVE REC-VALOR      TO WS-NUM-ED.
           MOVE WS-VALOR-ANTES TO WS-ANTES-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           MOVE 1      TO WS-PUNTERO.
           STRING 'Victoria mas corta en ' WS-TAM-TEXTO ': '
                  FUNCTION TRIM(WS-GANADOR) ', '
                  FUNCTION TRIM(WS-NUM-ED) ' jugadas'
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD
              WITH POINTER WS-PUNTERO.
           IF WS-VALOR-ANTES > 0
              STRING ' (antes ' FUNCTION TRIM(WS-ANTES-ED) ')'
                 DELIMITED BY SIZE INTO WS-TEXTO-RECORD
                 WITH POINTER WS-PUNTERO
           END-IF.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2400-VICTORIA-JUGADAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2450-VICTORIA-TIEMPO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Victoria en menos segundos en este tamaño de tablero.      *
      *                                                               *
      *****************************************************************
       2450-VICTORIA-TIEMPO.
           IF AUD-HORA-INICIO NOT NUMERIC
              OR AUD-HORA-FIN NOT NUMERIC
              GO TO 2450-VICTORIA-TIEMPO-EXIT
           END-IF.

           MOVE AUD-HORA-INICIO TO WS-HORA-CALC.
           COMPUTE WS-SEG-INICIO = WS-CALC-HH * 3600
                                 + WS-CALC-MM * 60
                                 + WS-CALC-SS.
           MOVE AUD-HORA-FIN TO WS-HORA-CALC.
           COMPUTE WS-SEG-FIN = WS-CALC-HH * 3600
                              + WS-CALC-MM * 60
                              + WS-CALC-SS.
           IF WS-SEG-FIN < WS-SEG-INICIO
              ADD 86400 TO WS-SEG-FIN
           END-IF.
           COMPUTE WS-SEGUNDOS = WS-SEG-FIN - WS-SEG-INICIO.

           MOVE 'JT'            TO WS-BUS-TIPO.
           MOVE SPACES          TO WS-BUS-CLAVE.
           MOVE AUD-TAM-TABLERO TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2450-VICTORIA-TIEMPO-EXIT
           END-IF.

           IF FILA-LEIDA
              AND WS-SEGUNDOS >= REC-VALOR
              UNLOCK RECORDS-FILE
              GO TO 2450-VICTORIA-TIEMPO-EXIT
           END-IF.

           MOVE REC-VALOR       TO WS-VALOR-ANTES.
           MOVE WS-SEGUNDOS     TO REC-VALOR.
           MOVE WS-GANADOR      TO REC-TITULAR.
           MOVE WS-PERDEDOR     TO REC-RIVAL.
           MOVE AUD-FECHA       TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2450-VICTORIA-TIEMPO-EXIT
           END-IF.

           MOVE REC-VALOR      TO WS-NUM-ED.
           MOVE WS-VALOR-ANTES TO WS-ANTES-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           MOVE 1      TO WS-PUNTERO.
           STRING 'Victoria mas rapida en ' WS-TAM-TEXTO ': '
                  FUNCTION TRIM(WS-GANADOR) ', '
                  FUNCTION TRIM(WS-NUM-ED) ' seg.'
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD
              WITH POINTER WS-PUNTERO.
           IF WS-VALOR-ANTES > 0
              STRING ' (antes ' FUNCTION TRIM(WS-ANTES-ED) ')'
                 DELIMITED BY SIZE INTO WS-TEXTO-RECORD
                 WITH POINTER WS-PUNTERO
           END-IF.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2450-VICTORIA-TIEMPO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2500-SORPRESA                                               *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Mayor sorpresa: victoria sobre un rival con más rating;    *
      *    la marca es la diferencia de puntos antes de la partida.   *
      *                                                               *
      *****************************************************************
       2500-SORPRESA.
           COMPUTE WS-DIFERENCIA = WS-RATING-PERDEDOR
                                 - WS-RATING-GANADOR.
           IF WS-DIFERENCIA <= 0
              GO TO 2500-SORPRESA-EXIT
           END-IF.

           MOVE 'SO'   TO WS-BUS-TIPO.
           MOVE SPACES TO WS-BUS-CLAVE.
           MOVE SPACE  TO WS-BUS-GRUPO.
           PERFORM 8000-LEER-FILA
              THRU 8000-LEER-FILA-EXIT.
           IF FILA-NO-DISPONIBLE
              GO TO 2500-SORPRESA-EXIT
           END-IF.

           IF WS-DIFERENCIA <= REC-VALOR
              UNLOCK RECORDS-FILE
              GO TO 2500-SORPRESA-EXIT
           END-IF.

           MOVE WS-DIFERENCIA   TO REC-VALOR.
           MOVE WS-GANADOR      TO REC-TITULAR.
           MOVE WS-PERDEDOR     TO REC-RIVAL.
           MOVE AUD-FECHA       TO REC-FECHA.
           MOVE AUD-NUM-PARTIDA TO REC-NUM-PARTIDA.
           PERFORM 8100-GRABAR-FILA
              THRU 8100-GRABAR-FILA-EXIT.
           IF NO-FILA-GRABADA
              GO TO 2500-SORPRESA-EXIT
           END-IF.

           MOVE REC-VALOR TO WS-NUM-ED.
           MOVE SPACES TO WS-TEXTO-RECORD.
           STRING 'Mayor sorpresa: ' FUNCTION TRIM(WS-GANADOR)
                  ' gana a ' FUNCTION TRIM(WS-PERDEDOR)
                  ' (' FUNCTION TRIM(WS-NUM-ED) ' puntos)'
              DELIMITED BY SIZE INTO WS-TEXTO-RECORD.
           PERFORM 8200-APUNTAR-RECORD
              THRU 8200-APUNTAR-RECORD-EXIT.

       2500-SORPRESA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8000-LEER-FILA                                              *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer bloqueada la fila WS-LLAVE-BUSCADA. Si no existe se   *
      *    prepara vacía (FILA-NUEVA); si sigue bloqueada por otra    *
      *    terminal tras los reintentos, o da error, no se toca       *
      *    (FILA-NO-DISPONIBLE).                                      *
      *                                                               *
      *****************************************************************
       8000-LEER-FILA.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-RECORDS.
           PERFORM 8050-BLOQUEAR-FILA
              THRU 8050-BLOQUEAR-FILA-EXIT
              UNTIL WS-ESTADO-RECORDS NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-RECORDS
              WHEN "00"
                 SET FILA-LEIDA TO TRUE
              WHEN "23"
                 SET FILA-NUEVA TO TRUE
                 INITIALIZE REG-RECORD
                 MOVE WS-LLAVE-BUSCADA TO REC-LLAVE
              WHEN "51"
                 SET FILA-NO-DISPONIBLE TO TRUE
                 ADD 1 TO LK-AVISOS
              WHEN OTHER
                 SET FILA-NO-DISPONIBLE TO TRUE
                 MOVE WS-ESTADO-RECORDS TO LK-ESTADO
           END-EVALUATE.

       8000-LEER-FILA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8050-BLOQUEAR-FILA                                          *
      *                                                               *
      *****************************************************************
       8050-BLOQUEAR-FILA.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-LLAVE-BUSCADA TO REC-LLAVE.
           READ RECORDS-FILE WITH LOCK
              KEY IS REC-LLAVE
              INVALID KEY
                 CONTINUE
           END-READ.

       8050-BLOQUEAR-FILA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8100-GRABAR-FILA                                            *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Grabar la fila leída con 8000-LEER-FILA (alta si es nueva) *
      *    y soltar el bloqueo.                                       *
      *                                                               *
      *****************************************************************
       8100-GRABAR-FILA.
           SET SI-FILA-GRABADA TO TRUE.

           IF FILA-NUEVA
              WRITE REG-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.

           IF WS-ESTADO-RECORDS NOT = "00"
              SET NO-FILA-GRABADA TO TRUE
              MOVE WS-ESTADO-RECORDS TO LK-ESTADO
           END-IF.

           UNLOCK RECORDS-FILE.

       8100-GRABAR-FILA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8200-APUNTAR-RECORD                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Devolver WS-TEXTO-RECORD al llamador (hasta                *
      *    WS-MAX-RECORDS líneas por partida).                        *
      *                                                               *
      *****************************************************************
       8200-APUNTAR-RECORD.
           IF LK-NUM-RECORDS >= WS-MAX-RECORDS
              GO TO 8200-APUNTAR-RECORD-EXIT
           END-IF.

           ADD 1 TO LK-NUM-RECORDS.
           MOVE WS-TEXTO-RECORD TO LK-RECORD(LK-NUM-RECORDS).

       8200-APUNTAR-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8400-ESPERAR-BLOQUEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Esperar a que cambie el segundo del reloj antes de volver  *
      *    a pedir una fila que otra terminal tiene bloqueada.        *
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
      *         *
      *  F I N  *
      *         *
      ***********
