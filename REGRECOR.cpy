      *****************************************************************
      *			      regrecor				      *
      *	 -----------------------------------------------------------  *
      * Registro del fichero de records de la oficina (records.dat):  *
      * las mejores marcas de todos los tiempos y, junto a ellas, el  *
      * estado en curso que hace falta para saber cuándo caen. Lo     *
      * reconstruye entero JUEGORCD desde el histórico de auditoría,  *
      * lo mantiene JUEGO al terminar cada partida (vía JUEGORCK) y   *
      * lo imprime JUEGOFAM (cuadro de honor).                        *
      *                                                               *
      * Fichero indexado por REC-LLAVE (tipo + código + grupo):       *
      *   · 'RA' racha de victorias de un jugador (REC-CLAVE): mejor  *
      *     racha en REC-VALOR, racha actual en REC-EN-CURSO.         *
      *   · 'DJ' partidas del jugador en el día REC-FECHA-CURSO (en   *
      *     REC-EN-CURSO); su mejor día en REC-VALOR.                 *
      *   · 'DI' récord de partidas de un jugador en un mismo día.    *
      *   · 'IJ' partidas seguidas sin perder contra la máquina de un *
      *     jugador, por dificultad (REC-GRUPO '1' a '3').            *
      *   · 'IM' récord de partidas sin perder contra la máquina, por *
      *     dificultad (REC-GRUPO).                                   *
      *   · 'JM' victoria con menos jugadas, por tamaño de tablero    *
      *     (REC-GRUPO '3' a '5').                                    *
      *   · 'JT' victoria en menos segundos, por tamaño de tablero.   *
      *   · 'SO' mayor sorpresa: victoria sobre el rival con más      *
      *     ventaja de rating (REC-VALOR, en puntos; REC-RIVAL, el    *
      *     perdedor).                                                *
      * Las filas de récord ('DI', 'IM', 'JM', 'JT', 'SO') llevan     *
      * REC-CLAVE en blanco y el poseedor en REC-TITULAR, con la      *
      * fecha y el número de la partida en que se batió.              *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy.                   *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-RECORD.
           05 REC-LLAVE.
              10 REC-TIPO           PIC X(2).
                 88 REC-RACHA                  VALUE 'RA'.
                 88 REC-DIA-JUGADOR            VALUE 'DJ'.
                 88 REC-DIA                    VALUE 'DI'.
                 88 REC-INVICTO-JUGADOR        VALUE 'IJ'.
                 88 REC-INVICTO                VALUE 'IM'.
                 88 REC-JUGADAS                VALUE 'JM'.
                 88 REC-TIEMPO                 VALUE 'JT'.
                 88 REC-SORPRESA               VALUE 'SO'.
              10 REC-CLAVE          PIC X(8).
              10 REC-GRUPO          PIC X(1).
           05 REC-VALOR             PIC 9(7).
           05 REC-TITULAR           PIC X(8).
           05 REC-RIVAL             PIC X(8).
           05 REC-FECHA             PIC 9(8).
           05 REC-NUM-PARTIDA       PIC 9(7).
           05 REC-EN-CURSO          PIC 9(7).
           05 REC-FECHA-CURSO       PIC 9(8).
