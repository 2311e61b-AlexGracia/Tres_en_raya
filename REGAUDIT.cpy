      *      |          |       |antiguos viene en blanco; en los     *
      *      |          |       |importados es el numero de la sede   *
      *      |          |       |de origen (AUD-SEDE los distingue).  *
      *      |15/10/2026|Alex   |Marca de anulacion ('S' = partida    *
      *      |          |       |anulada con JUEGOANU: sigue en el    *
      *      |          |       |historico pero no puntua en          *
      *      |          |       |marcadores, ratings, liga ni         *
      *      |          |       |informes). En registros antiguos     *
      *      |          |       |viene en blanco.                     *
      *      |15/10/2026|Alex   |Tamano del tablero (3 a 5) y         *
      *      |          |       |dificultad de la maquina ('1' facil, *
      *      |          |       |'2' dificil, '3' experto; blanco si  *
      *      |          |       |se juega entre dos personas), para   *
      *      |          |       |el registro de records (JUEGORCK).   *
      *      |          |       |En registros antiguos vienen en      *
      *      |          |       |blanco; en los importados, cero y    *
      *      |          |       |blanco.                              *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-AUDITORIA.
           05 AUD-NUM-JUGADAS       PIC 9(3).
           05 AUD-SEDE              PIC X(3).
           05 AUD-NUM-PARTIDA       PIC 9(7).
           05 AUD-ANULADA           PIC X(1).
           05 AUD-TAM-TABLERO       PIC 9(1).
           05 AUD-DIFICULTAD        PIC X(1).
