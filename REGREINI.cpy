      *****************************************************************
      *			      regreini				      *
      *	 -----------------------------------------------------------  *
      * Registro del fichero de reinicio (reinicio.dat): la partida   *
      * suspendida con la orden G, con su estado completo. Un único   *
      * registro; vacío, no hay partida pendiente de reanudar. Lo     *
      * escribe y lo consume JUEGO; JUEGOHUE lo consulta para dar por *
      * localizado el número de partida de la partida guardada.       *
      *                                                               *
      * REI-JUGADOR1 es el dueño de la partida (quien la guardó);     *
      * REI-NUM-PARTIDA viene en blanco en las guardadas antes del    *
      * número de partida.                                            *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy (registro movido   *
      *      |          |       |desde JUEGO).                        *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-REINICIO.
           05 REI-TAM-TABLERO       PIC 9(1).
           05 REI-LONGITUD-RAYA     PIC 9(1).
           05 REI-MODO-JUEGO        PIC 9(1).
           05 REI-DIFICULTAD        PIC 9(1).
           05 REI-TURNO             PIC 9(1).
           05 REI-NUM-JUGADAS       PIC 9(3).
           05 REI-FECHA             PIC 9(8).
           05 REI-HORA-INICIO       PIC 9(8).
           05 REI-NUM-PARTIDAS      PIC 9(2).
           05 REI-PARTIDA-ACTUAL    PIC 9(2).
           05 REI-PARTIDAS-JUGADAS  PIC 9(2).
           05 REI-TORNEO-VICT       PIC 9(2).
           05 REI-TORNEO-DERR       PIC 9(2).
           05 REI-TORNEO-EMPA       PIC 9(2).
           05 REI-JUGADOR1          PIC X(8).
           05 REI-JUGADOR2          PIC X(8).
           05 REI-TABLERO           PIC X(25).
           05 REI-NUM-PARTIDA       PIC 9(7).
