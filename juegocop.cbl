
      *****************************************************************
      *			      juegocop				      *
      *	 -----------------------------------------------------------  *
      * Mantenimiento de la copa de la oficina (eliminatoria          *
      * directa, junto a la liga de JUEGOLIG): abre una copa con los  *
      * jugadores registrados elegidos, los siembra por su            *
      * RAT-PUNTOS de ratings.dat (sin rating, los 1500 iniciales;    *
      * a igualdad, por orden de inscripción) y deja la primera       *
      * ronda en copa.dat (copy REGCOPA). El cuadro se rellena        *
      * hasta la potencia de 2 siguiente: los huecos son pases        *
      * directos para los mejores cabezas de serie, y el cuadro se    *
      * ordena de forma que el 1 y el 2 sólo puedan cruzarse en la    *
      * final.                                                        *
      *                                                               *
      * La consulta imprime el cuadro de una copa ronda a ronda y     *
      * los cruces pendientes de la ronda en juego, o el campeón si   *
      * ya terminó.                                                   *
      *                                                               *
      * Los cruces pendientes los liquida y las rondas las abre cada  *
      * noche JUEGOCOS contra auditoria.log.                          *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |ratings.dat indexado por codigo:     *
      *      |          |       |se sigue leyendo entero, en orden    *
      *      |          |       |de clave.                            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOCOP.
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

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT COPA-FILE       ASSIGN TO "copa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-COPA.

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

      * · Fichero de rating por jugador (lo recalcula JUEGOELO).
       FD  RATINGS-FILE.
       COPY REGRATIN.

      * · Fichero de cruces de copa.
       FD  COPA-FILE.
       COPY REGCOPA.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-JUGADORES     PIC XX          VALUE SPACES.
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-COPA          PIC XX          VALUE SPACES.

       01 WS-FIN-COPA             PIC 9 COMP      VALUE 0.
          88 NO-FIN-COPA                          VALUE 0.
          88 SI-FIN-COPA                          VALUE 1.

       01 WS-FIN-RATINGS          PIC 9 COMP      VALUE 0.
          88 NO-FIN-RATINGS                       VALUE 0.
          88 SI-FIN-RATINGS                       VALUE 1.

      * · Menú.
       01 WS-OPCION               PIC X(2)        VALUE SPACES.
       01 WS-FIN-MENU             PIC 9 COMP      VALUE 0.
          88 NO-FIN-MENU                          VALUE 0.
          88 SI-FIN-MENU                          VALUE 1.

      * · Copa pedida y fecha/hora de apertura (las del momento).
       01 WS-COPA                 PIC X(8)        VALUE SPACES.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-HOY             PIC 9(8)        VALUE ZEROS.
       01 WS-COPA-EXISTE          PIC 9 COMP      VALUE 0.
          88 NO-COPA-EXISTE                       VALUE 0.
          88 SI-COPA-EXISTE                       VALUE 1.

      * · Jugadores inscritos en la copa, con su rating de siembra.
       01 WS-ENTRADA-JUGADOR      PIC X(8)        VALUE SPACES.
       01 WS-MAX-INSCRITOS        PIC 99 COMP     VALUE 32.
       01 WS-NUM-INSCRITOS        PIC 99 COMP     VALUE ZEROS.
       01 WS-INS-SUB              PIC 99 COMP     VALUE ZEROS.
       01 WS-INS-SUB2             PIC 99 COMP     VALUE ZEROS.
       01 WS-TABLA-INSCRITOS.
          05 WS-INS               OCCURS 32.
             10 WS-INS-CODIGO     PIC X(8).
             10 WS-INS-PUNTOS     PIC 9(4).
       01 WS-INS-AUX.
          05 WS-AUX-CODIGO        PIC X(8).
          05 WS-AUX-PUNTOS        PIC 9(4).
       01 WS-YA-INSCRITO          PIC 9 COMP      VALUE 0.
          88 NO-YA-INSCRITO                       VALUE 0.
          88 SI-YA-INSCRITO                       VALUE 1.
       01 WS-HAY-CAMBIO           PIC 9 COMP      VALUE 0.
          88 NO-HAY-CAMBIO                        VALUE 0.
          88 SI-HAY-CAMBIO                        VALUE 1.

      * · Cuadro: tamaño (potencia de 2 >= inscritos) y orden de
      *   cabezas de serie por posición (1, 8, 4, 5, 2, 7, 3, 6 en
      *   un cuadro de 8), de forma que 1 y 2 sólo se cruzan en la
      *   final.
       01 WS-TAM-CUADRO           PIC 99 COMP     VALUE ZEROS.
       01 WS-TAM-ACTUAL           PIC 99 COMP     VALUE ZEROS.
       01 WS-TAM-NUEVO            PIC 99 COMP     VALUE ZEROS.
       01 WS-ORD-SUB              PIC 99 COMP     VALUE ZEROS.
       01 WS-AUX-SUB              PIC 99 COMP     VALUE ZEROS.
       01 WS-TABLA-ORDEN.
          05 WS-ORDEN             OCCURS 32 PIC 99 COMP.
       01 WS-TABLA-ORDEN-AUX.
          05 WS-ORDEN-AUX         OCCURS 32 PIC 99 COMP.
       01 WS-SEMILLA-A            PIC 99 COMP     VALUE ZEROS.
       01 WS-SEMILLA-B            PIC 99 COMP     VALUE ZEROS.
       01 WS-CRUCES-GENERADOS     PIC 99          VALUE ZEROS.
       01 WS-PASES-DIRECTOS       PIC 99          VALUE ZEROS.

      * · Cuadro de la copa consultada.
       01 WS-MAX-CRUCES           PIC 99 COMP     VALUE 64.
       01 WS-NUM-CRUCES           PIC 99 COMP     VALUE ZEROS.
       01 WS-CRU-SUB              PIC 99 COMP     VALUE ZEROS.
       01 WS-TABLA-CRUCES.
          05 WS-CRU               OCCURS 64.
             10 WS-CRU-RONDA      PIC 9(2).
             10 WS-CRU-CRUCE      PIC 9(2).
             10 WS-CRU-APERTURA   PIC 9(8).
             10 WS-CRU-JUGADOR1   PIC X(8).
             10 WS-CRU-SEMILLA1   PIC 9(2).
             10 WS-CRU-JUGADOR2   PIC X(8).
             10 WS-CRU-SEMILLA2   PIC 9(2).
             10 WS-CRU-ESTADO     PIC X(1).
             10 WS-CRU-GANADOR    PIC X(8).
             10 WS-CRU-FECHA      PIC 9(8).
             10 WS-CRU-EMPATES    PIC 9(2).
       01 WS-RONDA-ACTUAL         PIC 9(2)        VALUE ZEROS.
       01 WS-RONDA-IMP            PIC 9(2)        VALUE ZEROS.
       01 WS-CRUCES-RONDA         PIC 99 COMP     VALUE ZEROS.
       01 WS-PENDIENTES           PIC 99          VALUE ZEROS.
       01 WS-CAMPEON              PIC X(8)        VALUE SPACES.
       01 WS-NOMBRE-RONDA         PIC X(20)       VALUE SPACES.
       01 WS-LINEA-CRUCE          PIC X(50)       VALUE SPACES.

      * · Literales.
       77 WS-RATING-INICIAL       PIC 9(4)     VALUE 1500.
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

           PERFORM 2000-MENU
              THRU 2000-MENU-EXIT
              UNTIL SI-FIN-MENU.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   2000-MENU                                                   *
      *                                                               *
      *****************************************************************
       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'COPA DE LA OFICINA'.
           DISPLAY '=================='.
           DISPLAY '1 Abrir copa'.
           DISPLAY '2 Cuadro y cruces pendientes'.
           DISPLAY '0 Salir'.
           DISPLAY 'Opcion: '.
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
              WHEN '1'
                 PERFORM 3000-ABRIR-COPA
                    THRU 3000-ABRIR-COPA-EXIT
              WHEN '2'
                 PERFORM 4000-CONSULTAR-COPA
                    THRU 4000-CONSULTAR-COPA-EXIT
              WHEN '0'
                 SET SI-FIN-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'Opcion no valida.'
           END-EVALUATE.

       2000-MENU-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-ABRIR-COPA                                             *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Abrir una copa: pedir su código (no puede repetirse en     *
      *    copa.dat), inscribir a los jugadores (registrados, sin     *
      *    reservados ni repetidos, mínimo 2), sembrarlos por rating  *
      *    y añadir al fichero la primera ronda del cuadro.           *
      *                                                               *
      *****************************************************************
       3000-ABRIR-COPA.
           DISPLAY 'Codigo de la copa (max 8): '.
           ACCEPT WS-COPA.
           MOVE FUNCTION UPPER-CASE(WS-COPA) TO WS-COPA.
           IF WS-COPA = SPACES
              DISPLAY 'El codigo no puede ir en blanco.'
              GO TO 3000-ABRIR-COPA-EXIT
           END-IF.

           PERFORM 3100-COMPROBAR-COPA
              THRU 3100-COMPROBAR-COPA-EXIT.
           IF SI-COPA-EXISTE
              DISPLAY 'La copa ' WS-COPA ' ya existe.'
              GO TO 3000-ABRIR-COPA-EXIT
           END-IF.

           PERFORM 3200-INSCRIBIR-JUGADORES
              THRU 3200-INSCRIBIR-JUGADORES-EXIT.
           IF WS-NUM-INSCRITOS < 2
              DISPLAY 'Hacen falta al menos 2 jugadores: copa '
                      'no abierta.'
              GO TO 3000-ABRIR-COPA-EXIT
           END-IF.

           PERFORM 3300-CARGAR-RATINGS
              THRU 3300-CARGAR-RATINGS-EXIT.

           PERFORM 3400-SEMBRAR-JUGADORES
              THRU 3400-SEMBRAR-JUGADORES-EXIT.

           PERFORM 3500-ORDENAR-CUADRO
              THRU 3500-ORDENAR-CUADRO-EXIT.

           PERFORM 3600-GRABAR-PRIMERA-RONDA
              THRU 3600-GRABAR-PRIMERA-RONDA-EXIT.

           DISPLAY 'Copa ' WS-COPA ' abierta con '
                   WS-NUM-INSCRITOS ' jugadores: '
                   WS-CRUCES-GENERADOS ' cruces en la primera ronda, '
                   WS-PASES-DIRECTOS ' con pase directo.'.

       3000-ABRIR-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-COMPROBAR-COPA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Comprobar si la copa pedida ya tiene cruces en copa.dat.   *
      *    Sin fichero, no existe.                                    *
      *                                                               *
      *****************************************************************
       3100-COMPROBAR-COPA.
           SET NO-COPA-EXISTE TO TRUE.
           SET NO-FIN-COPA TO TRUE.

           OPEN INPUT COPA-FILE.
           IF WS-ESTADO-COPA NOT = "00"
              GO TO 3100-COMPROBAR-COPA-EXIT
           END-IF.

           PERFORM 3150-LEER-COPA
              THRU 3150-LEER-COPA-EXIT
              UNTIL SI-FIN-COPA OR SI-COPA-EXISTE.

           CLOSE COPA-FILE.

       3100-COMPROBAR-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3150-LEER-COPA                                              *
      *                                                               *
      *****************************************************************
       3150-LEER-COPA.
           READ COPA-FILE
              AT END
                 SET SI-FIN-COPA TO TRUE
              NOT AT END
                 IF COP-COPA = WS-COPA
                    SET SI-COPA-EXISTE TO TRUE
                 END-IF
           END-READ.

       3150-LEER-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-INSCRIBIR-JUGADORES                                    *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir los códigos de los jugadores de la copa hasta una    *
      *    entrada en blanco: deben existir en el maestro, estar      *
      *    activos, no ser reservados y no repetirse.                 *
      *                                                               *
      *****************************************************************
       3200-INSCRIBIR-JUGADORES.
           MOVE ZERO TO WS-NUM-INSCRITOS.
           INITIALIZE WS-TABLA-INSCRITOS.

           OPEN INPUT JUGADORES-FILE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           DISPLAY 'Jugador a inscribir (blanco = fin): '.
           ACCEPT WS-ENTRADA-JUGADOR.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-JUGADOR)
             TO WS-ENTRADA-JUGADOR.

           PERFORM 3250-TRATAR-INSCRIPCION
              THRU 3250-TRATAR-INSCRIPCION-EXIT
              UNTIL WS-ENTRADA-JUGADOR = SPACES
                 OR WS-NUM-INSCRITOS >= WS-MAX-INSCRITOS.

           CLOSE JUGADORES-FILE.

       3200-INSCRIBIR-JUGADORES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3250-TRATAR-INSCRIPCION                                     *
      *                                                               *
      *****************************************************************
       3250-TRATAR-INSCRIPCION.
           IF WS-ENTRADA-JUGADOR = 'INVITADO'
              OR WS-ENTRADA-JUGADOR = 'MAQUINA'
              DISPLAY 'Codigo reservado: no juega la copa.'
              GO TO 3250-TRATAR-INSCRIPCION-SIG
           END-IF.

           SET NO-YA-INSCRITO TO TRUE.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-NUM-INSCRITOS
                 OR SI-YA-INSCRITO
              IF WS-INS-CODIGO(WS-INS-SUB) = WS-ENTRADA-JUGADOR
                 SET SI-YA-INSCRITO TO TRUE
              END-IF
           END-PERFORM.
           IF SI-YA-INSCRITO
              DISPLAY 'Jugador ya inscrito.'
              GO TO 3250-TRATAR-INSCRIPCION-SIG
           END-IF.

           MOVE WS-ENTRADA-JUGADOR TO JUG-CODIGO.
           READ JUGADORES-FILE
              INVALID KEY
                 DISPLAY 'Jugador ' WS-ENTRADA-JUGADOR
                         ' no registrado (alta con JUEGOREG).'
              NOT INVALID KEY
                 IF JUG-ESTADO = 'B' OR JUG-ESTADO = 'F'
                    DISPLAY 'Jugador ' WS-ENTRADA-JUGADOR
                            ' de baja o fusionado: no juega la '
                            'copa.'
                 ELSE
                    ADD 1 TO WS-NUM-INSCRITOS
                    MOVE WS-ENTRADA-JUGADOR
                      TO WS-INS-CODIGO(WS-NUM-INSCRITOS)
                    MOVE WS-RATING-INICIAL
                      TO WS-INS-PUNTOS(WS-NUM-INSCRITOS)
                    DISPLAY 'Inscrito ' WS-ENTRADA-JUGADOR ' ('
                            FUNCTION TRIM(JUG-NOMBRE) ').'
                 END-IF
           END-READ.

       3250-TRATAR-INSCRIPCION-SIG.
           DISPLAY 'Jugador a inscribir (blanco = fin): '.
           ACCEPT WS-ENTRADA-JUGADOR.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-JUGADOR)
             TO WS-ENTRADA-JUGADOR.

       3250-TRATAR-INSCRIPCION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3300-CARGAR-RATINGS                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Poner a cada inscrito su RAT-PUNTOS de ratings.dat. Sin    *
      *    fichero o sin fila, se queda con los 1500 iniciales.       *
      *                                                               *
      *****************************************************************
       3300-CARGAR-RATINGS.
           SET NO-FIN-RATINGS TO TRUE.

           OPEN INPUT RATINGS-FILE.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY 'Sin ratings.dat: todos siembran con '
                      WS-RATING-INICIAL ' puntos.'
              GO TO 3300-CARGAR-RATINGS-EXIT
           END-IF.

           PERFORM 3350-LEER-RATING
              THRU 3350-LEER-RATING-EXIT
              UNTIL SI-FIN-RATINGS.

           CLOSE RATINGS-FILE.

       3300-CARGAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3350-LEER-RATING                                            *
      *                                                               *
      *****************************************************************
       3350-LEER-RATING.
           READ RATINGS-FILE
              AT END
                 SET SI-FIN-RATINGS TO TRUE
                 GO TO 3350-LEER-RATING-EXIT
           END-READ.

           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-NUM-INSCRITOS
              IF WS-INS-CODIGO(WS-INS-SUB) = RAT-CODIGO
                 MOVE RAT-PUNTOS TO WS-INS-PUNTOS(WS-INS-SUB)
              END-IF
           END-PERFORM.

       3350-LEER-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3400-SEMBRAR-JUGADORES                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Ordenar los inscritos por rating de mayor a menor: la      *
      *    posición en la tabla es su número de cabeza de serie. Se   *
      *    ordena por burbuja para que, a igualdad de puntos, se      *
      *    respete el orden de inscripción.                           *
      *                                                               *
      *****************************************************************
       3400-SEMBRAR-JUGADORES.
           SET SI-HAY-CAMBIO TO TRUE.

           PERFORM 3450-PASADA-BURBUJA
              THRU 3450-PASADA-BURBUJA-EXIT
              UNTIL NO-HAY-CAMBIO.

           DISPLAY ' '.
           DISPLAY 'Cabezas de serie:'.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-NUM-INSCRITOS
              DISPLAY '  ' WS-INS-SUB '  ' WS-INS-CODIGO(WS-INS-SUB)
                      '  ' WS-INS-PUNTOS(WS-INS-SUB)
           END-PERFORM.

       3400-SEMBRAR-JUGADORES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3450-PASADA-BURBUJA                                         *
      *                                                               *
      *****************************************************************
       3450-PASADA-BURBUJA.
           SET NO-HAY-CAMBIO TO TRUE.

           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB >= WS-NUM-INSCRITOS
              COMPUTE WS-INS-SUB2 = WS-INS-SUB + 1
              IF WS-INS-PUNTOS(WS-INS-SUB2) >
                 WS-INS-PUNTOS(WS-INS-SUB)
                 MOVE WS-INS(WS-INS-SUB)  TO WS-INS-AUX
                 MOVE WS-INS(WS-INS-SUB2) TO WS-INS(WS-INS-SUB)
                 MOVE WS-INS-AUX          TO WS-INS(WS-INS-SUB2)
                 SET SI-HAY-CAMBIO TO TRUE
              END-IF
           END-PERFORM.

       3450-PASADA-BURBUJA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3500-ORDENAR-CUADRO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Tamaño del cuadro: la potencia de 2 igual o superior a     *
      *    los inscritos. Orden de cabezas de serie por posición:     *
      *    se parte de (1) y en cada duplicación cada cabeza de       *
      *    serie S queda emparejado con (tamaño nuevo + 1 - S):       *
      *    (1) -> (1 2) -> (1 4 2 3) -> (1 8 4 5 2 7 3 6) ...         *
      *                                                               *
      *****************************************************************
       3500-ORDENAR-CUADRO.
           MOVE 1 TO WS-TAM-CUADRO.
           PERFORM UNTIL WS-TAM-CUADRO >= WS-NUM-INSCRITOS
              COMPUTE WS-TAM-CUADRO = WS-TAM-CUADRO * 2
           END-PERFORM.

           MOVE 1 TO WS-TAM-ACTUAL.
           MOVE 1 TO WS-ORDEN(1).

           PERFORM 3550-DUPLICAR-ORDEN
              THRU 3550-DUPLICAR-ORDEN-EXIT
              UNTIL WS-TAM-ACTUAL >= WS-TAM-CUADRO.

       3500-ORDENAR-CUADRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3550-DUPLICAR-ORDEN                                         *
      *                                                               *
      *****************************************************************
       3550-DUPLICAR-ORDEN.
           COMPUTE WS-TAM-NUEVO = WS-TAM-ACTUAL * 2.

           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-TAM-ACTUAL
              COMPUTE WS-AUX-SUB = WS-ORD-SUB * 2 - 1
              MOVE WS-ORDEN(WS-ORD-SUB) TO WS-ORDEN-AUX(WS-AUX-SUB)
              ADD 1 TO WS-AUX-SUB
              COMPUTE WS-ORDEN-AUX(WS-AUX-SUB) =
                      WS-TAM-NUEVO + 1 - WS-ORDEN(WS-ORD-SUB)
           END-PERFORM.

           MOVE WS-TABLA-ORDEN-AUX TO WS-TABLA-ORDEN.
           MOVE WS-TAM-NUEVO TO WS-TAM-ACTUAL.

       3550-DUPLICAR-ORDEN-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3600-GRABAR-PRIMERA-RONDA                                   *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir a copa.dat los cruces de la primera ronda, con la   *
      *    fecha y hora de apertura de ahora (JUEGOCOS no liquida     *
      *    con partidas anteriores). El rival de un cabeza de serie   *
      *    que no existe (más allá de los inscritos) es un pase       *
      *    directo, que ya sale decidido.                             *
      *                                                               *
      *****************************************************************
       3600-GRABAR-PRIMERA-RONDA.
           MOVE ZERO TO WS-CRUCES-GENERADOS
                        WS-PASES-DIRECTOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN EXTEND COPA-FILE.
           IF WS-ESTADO-COPA = "35"
              OPEN OUTPUT COPA-FILE
           END-IF.
           IF WS-ESTADO-COPA NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': copa.dat ('
                      WS-ESTADO-COPA ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-ORD-SUB FROM 1 BY 2
              UNTIL WS-ORD-SUB > WS-TAM-CUADRO
              MOVE WS-ORDEN(WS-ORD-SUB)     TO WS-SEMILLA-A
              MOVE WS-ORDEN(WS-ORD-SUB + 1) TO WS-SEMILLA-B
              ADD 1 TO WS-CRUCES-GENERADOS
              MOVE WS-COPA             TO COP-COPA
              MOVE 1                   TO COP-RONDA
              MOVE WS-CRUCES-GENERADOS TO COP-CRUCE
              MOVE WS-FECHA-HOY        TO COP-FECHA-APERTURA
              MOVE WS-HORA-HOY         TO COP-HORA-APERTURA
              MOVE WS-INS-CODIGO(WS-SEMILLA-A) TO COP-JUGADOR1
              MOVE WS-SEMILLA-A        TO COP-SEMILLA1
              MOVE ZEROS TO COP-FECHA
                            COP-HORA-INICIO
                            COP-NUM-PARTIDA
                            COP-EMPATES
              IF WS-SEMILLA-B > WS-NUM-INSCRITOS
                 MOVE SPACES  TO COP-JUGADOR2
                 MOVE ZEROS   TO COP-SEMILLA2
                 MOVE 'X'     TO COP-ESTADO
                 MOVE COP-JUGADOR1 TO COP-GANADOR
                 ADD 1 TO WS-PASES-DIRECTOS
              ELSE
                 MOVE WS-INS-CODIGO(WS-SEMILLA-B) TO COP-JUGADOR2
                 MOVE WS-SEMILLA-B TO COP-SEMILLA2
                 MOVE 'P'     TO COP-ESTADO
                 MOVE SPACES  TO COP-GANADOR
              END-IF
              WRITE REG-CRUCE
           END-PERFORM.

           CLOSE COPA-FILE.

       3600-GRABAR-PRIMERA-RONDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-CONSULTAR-COPA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Imprimir el cuadro de la copa pedida ronda a ronda y los   *
      *    cruces pendientes de la ronda en juego (la más alta), o    *
      *    el campeón si la final ya está decidida.                   *
      *                                                               *
      *****************************************************************
       4000-CONSULTAR-COPA.
           DISPLAY 'Copa a consultar: '.
           ACCEPT WS-COPA.
           MOVE FUNCTION UPPER-CASE(WS-COPA) TO WS-COPA.

           MOVE ZERO TO WS-NUM-CRUCES
                        WS-RONDA-ACTUAL.
           INITIALIZE WS-TABLA-CRUCES.
           SET NO-FIN-COPA TO TRUE.

           OPEN INPUT COPA-FILE.
           IF WS-ESTADO-COPA NOT = "00"
              DISPLAY 'No hay copa abierta (copa.dat no existe).'
              GO TO 4000-CONSULTAR-COPA-EXIT
           END-IF.

           PERFORM 4100-CARGAR-CRUCE
              THRU 4100-CARGAR-CRUCE-EXIT
              UNTIL SI-FIN-COPA.

           CLOSE COPA-FILE.

           IF WS-NUM-CRUCES = 0
              DISPLAY 'Copa ' WS-COPA ' sin cruces.'
              GO TO 4000-CONSULTAR-COPA-EXIT
           END-IF.

           PERFORM 6000-IMPRIMIR-CUADRO
              THRU 6000-IMPRIMIR-CUADRO-EXIT.

       4000-CONSULTAR-COPA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4100-CARGAR-CRUCE                                           *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Guardar en tabla los cruces de la copa pedida (JUEGOCOS    *
      *    los graba en orden de ronda y cruce) y anotar la ronda     *
      *    más alta, que es la que está en juego.                     *
      *                                                               *
      *****************************************************************
       4100-CARGAR-CRUCE.
           READ COPA-FILE
              AT END
                 SET SI-FIN-COPA TO TRUE
                 GO TO 4100-CARGAR-CRUCE-EXIT
           END-READ.

           IF COP-COPA NOT = WS-COPA
              GO TO 4100-CARGAR-CRUCE-EXIT
           END-IF.

           IF WS-NUM-CRUCES >= WS-MAX-CRUCES
              GO TO 4100-CARGAR-CRUCE-EXIT
           END-IF.

           ADD 1 TO WS-NUM-CRUCES.
           MOVE COP-RONDA          TO WS-CRU-RONDA(WS-NUM-CRUCES).
           MOVE COP-CRUCE          TO WS-CRU-CRUCE(WS-NUM-CRUCES).
           MOVE COP-FECHA-APERTURA TO WS-CRU-APERTURA(WS-NUM-CRUCES).
           MOVE COP-JUGADOR1       TO WS-CRU-JUGADOR1(WS-NUM-CRUCES).
           MOVE COP-SEMILLA1       TO WS-CRU-SEMILLA1(WS-NUM-CRUCES).
           MOVE COP-JUGADOR2       TO WS-CRU-JUGADOR2(WS-NUM-CRUCES).
           MOVE COP-SEMILLA2       TO WS-CRU-SEMILLA2(WS-NUM-CRUCES).
           MOVE COP-ESTADO         TO WS-CRU-ESTADO(WS-NUM-CRUCES).
           MOVE COP-GANADOR        TO WS-CRU-GANADOR(WS-NUM-CRUCES).
           MOVE COP-FECHA          TO WS-CRU-FECHA(WS-NUM-CRUCES).
           MOVE COP-EMPATES        TO WS-CRU-EMPATES(WS-NUM-CRUCES).

           IF COP-RONDA > WS-RONDA-ACTUAL
              MOVE COP-RONDA TO WS-RONDA-ACTUAL
           END-IF.

       4100-CARGAR-CRUCE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-IMPRIMIR-CUADRO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Imprimir el cuadro con un corte por ronda y, al final,     *
      *    los cruces pendientes de la ronda en juego o el campeón.   *
      *                                                               *
      *****************************************************************
       6000-IMPRIMIR-CUADRO.
           MOVE ZERO TO WS-PENDIENTES
                        WS-CRUCES-RONDA.
           MOVE ZEROS  TO WS-RONDA-IMP.
           MOVE SPACES TO WS-CAMPEON.

           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**   Cuadro de la copa ' WS-COPA
                   '                 *'.

           PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
              UNTIL WS-CRU-SUB > WS-NUM-CRUCES
              IF WS-CRU-RONDA(WS-CRU-SUB) NOT = WS-RONDA-IMP
                 MOVE WS-CRU-RONDA(WS-CRU-SUB) TO WS-RONDA-IMP
                 PERFORM 6100-CABECERA-RONDA
                    THRU 6100-CABECERA-RONDA-EXIT
              END-IF
              PERFORM 6200-IMPRIMIR-CRUCE
                 THRU 6200-IMPRIMIR-CRUCE-EXIT
           END-PERFORM.

           DISPLAY '* --------------------------------------------- *'.
           IF WS-CAMPEON NOT = SPACES
              DISPLAY '* Campeon: ' WS-CAMPEON
           ELSE
              DISPLAY '* Cruces pendientes de la ronda ' WS-RONDA-ACTUAL
                      ':'
              PERFORM VARYING WS-CRU-SUB FROM 1 BY 1
                 UNTIL WS-CRU-SUB > WS-NUM-CRUCES
                 IF WS-CRU-RONDA(WS-CRU-SUB) = WS-RONDA-ACTUAL
                    AND WS-CRU-ESTADO(WS-CRU-SUB) = 'P'
                    ADD 1 TO WS-PENDIENTES
                    DISPLAY '*   ' WS-CRU-JUGADOR1(WS-CRU-SUB) ' - '
                            WS-CRU-JUGADOR2(WS-CRU-SUB)
                 END-IF
              END-PERFORM
              IF WS-PENDIENTES = 0
                 DISPLAY '*   (ninguno: la siguiente ronda la abre '
                         'JUEGOCOS)'
              END-IF
           END-IF.
           DISPLAY '*************************************************'.

       6000-IMPRIMIR-CUADRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6100-CABECERA-RONDA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Nombre de la ronda según los cruces que tiene (la final    *
      *    uno, semifinales dos, ...) y su fecha de apertura.         *
      *                                                               *
      *****************************************************************
       6100-CABECERA-RONDA.
           MOVE ZERO TO WS-CRUCES-RONDA.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-NUM-CRUCES
              IF WS-CRU-RONDA(WS-ORD-SUB) = WS-RONDA-IMP
                 ADD 1 TO WS-CRUCES-RONDA
              END-IF
           END-PERFORM.

           EVALUATE WS-CRUCES-RONDA
              WHEN 1
                 MOVE 'Final'             TO WS-NOMBRE-RONDA
              WHEN 2
                 MOVE 'Semifinales'       TO WS-NOMBRE-RONDA
              WHEN 4
                 MOVE 'Cuartos de final'  TO WS-NOMBRE-RONDA
              WHEN 8
                 MOVE 'Octavos de final'  TO WS-NOMBRE-RONDA
              WHEN OTHER
                 MOVE 'Dieciseisavos'     TO WS-NOMBRE-RONDA
           END-EVALUATE.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Ronda ' WS-RONDA-IMP ': '
                   FUNCTION TRIM(WS-NOMBRE-RONDA)
                   ' (abierta el ' WS-CRU-APERTURA(WS-CRU-SUB) ')'.

       6100-CABECERA-RONDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6200-IMPRIMIR-CRUCE                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Una línea por cruce: cabezas de serie, jugadores y         *
      *    situación. El ganador de la final es el campeón.           *
      *                                                               *
      *****************************************************************
       6200-IMPRIMIR-CRUCE.
           MOVE SPACES TO WS-LINEA-CRUCE.

           EVALUATE WS-CRU-ESTADO(WS-CRU-SUB)
              WHEN 'X'
                 MOVE 'pase directo' TO WS-LINEA-CRUCE
              WHEN 'J'
                 STRING 'gana ' WS-CRU-GANADOR(WS-CRU-SUB)
                        ' el ' WS-CRU-FECHA(WS-CRU-SUB)
                        DELIMITED BY SIZE
                        INTO WS-LINEA-CRUCE
                 END-STRING
                 IF WS-CRUCES-RONDA = 1
                    MOVE WS-CRU-GANADOR(WS-CRU-SUB) TO WS-CAMPEON
                 END-IF
              WHEN OTHER
                 IF WS-CRU-EMPATES(WS-CRU-SUB) > 0
                    STRING 'pendiente (' WS-CRU-EMPATES(WS-CRU-SUB)
                           ' empates)'
                           DELIMITED BY SIZE
                           INTO WS-LINEA-CRUCE
                    END-STRING
                 ELSE
                    MOVE 'pendiente' TO WS-LINEA-CRUCE
                 END-IF
           END-EVALUATE.

           IF WS-CRU-ESTADO(WS-CRU-SUB) = 'X'
              DISPLAY '*  ' WS-CRU-CRUCE(WS-CRU-SUB)
                      ' (' WS-CRU-SEMILLA1(WS-CRU-SUB) ') '
                      WS-CRU-JUGADOR1(WS-CRU-SUB)
                      ' -              : '
                      FUNCTION TRIM(WS-LINEA-CRUCE)
           ELSE
              DISPLAY '*  ' WS-CRU-CRUCE(WS-CRU-SUB)
                      ' (' WS-CRU-SEMILLA1(WS-CRU-SUB) ') '
                      WS-CRU-JUGADOR1(WS-CRU-SUB)
                      ' - (' WS-CRU-SEMILLA2(WS-CRU-SUB) ') '
                      WS-CRU-JUGADOR2(WS-CRU-SUB) ': '
                      FUNCTION TRIM(WS-LINEA-CRUCE)
           END-IF.

       6200-IMPRIMIR-CRUCE-EXIT.
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
