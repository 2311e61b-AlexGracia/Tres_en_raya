      *****************************************************************
      *			      regcopa				      *
      *	 -----------------------------------------------------------  *
      * Registro del fichero de cruces de copa (copa.dat): una fila   *
      * por cruce del cuadro de eliminatoria de una copa. JUEGOCOP    *
      * genera la primera ronda al abrir la copa (jugadores           *
      * sembrados por RAT-PUNTOS de ratings.dat, con pase directo     *
      * para los mejores cabezas de serie si los inscritos no son     *
      * potencia de 2). El cierre nocturno JUEGOCOS liquida cada      *
      * cruce pendiente con la primera partida decisiva de la         *
      * pareja en auditoria.log jugada DESPUÉS DE ABRIRSE LA RONDA    *
      * (COP-FECHA-APERTURA + COP-HORA-APERTURA); un empate deja el   *
      * cruce abierto. Con todos los cruces de la ronda decididos,    *
      * JUEGOCOS abre la siguiente emparejando a los ganadores de     *
      * los cruces 1-2, 3-4, ... de la ronda anterior.                *
      *                                                               *
      * Valores de COP-ESTADO:                                        *
      *   'P' pendiente de jugar.                                     *
      *   'J' jugado (ganador, fecha/hora y partida informados).      *
      *   'X' pase directo: COP-JUGADOR2 en blanco y COP-GANADOR es   *
      *       el cabeza de serie COP-JUGADOR1.                        *
      *                                                               *
      * COP-EMPATES cuenta las partidas empatadas del cruce           *
      * mientras sigue pendiente (sólo informativo).                  *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy.                   *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-CRUCE.
           05 COP-COPA              PIC X(8).
           05 COP-RONDA             PIC 9(2).
           05 COP-CRUCE             PIC 9(2).
           05 COP-FECHA-APERTURA    PIC 9(8).
           05 COP-HORA-APERTURA     PIC 9(8).
           05 COP-JUGADOR1          PIC X(8).
           05 COP-SEMILLA1          PIC 9(2).
           05 COP-JUGADOR2          PIC X(8).
           05 COP-SEMILLA2          PIC 9(2).
           05 COP-ESTADO            PIC X(1).
           05 COP-GANADOR           PIC X(8).
           05 COP-FECHA             PIC 9(8).
           05 COP-HORA-INICIO       PIC 9(8).
           05 COP-NUM-PARTIDA       PIC 9(7).
           05 COP-EMPATES           PIC 9(2).
