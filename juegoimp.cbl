      *      |          |       |conserva en la auditoria (la sede    *
      *      |          |       |distingue su numeracion de la        *
      *      |          |       |nuestra).                            *
      *      |15/10/2026|Alex   |Marca de anulacion en blanco en los  *
      *      |          |       |registros importados (cada oficina   *
      *      |          |       |anula lo suyo antes de extraer).     *
      *      |15/10/2026|Alex   |Tamano de tablero a cero y           *
      *      |          |       |dificultad en blanco en los          *
      *      |          |       |registros importados (el extracto    *
      *      |          |       |no los trae).                        *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
           ELSE
              MOVE ZEROS TO AUD-NUM-PARTIDA
           END-IF.
           MOVE SPACE                        TO AUD-ANULADA.
      * · El extracto no trae tamaño de tablero ni dificultad: cero
      *   y blanco (las importadas no cuentan para los récords).
           MOVE ZERO                         TO AUD-TAM-TABLERO.
           MOVE SPACE                        TO AUD-DIFICULTAD.
           WRITE REG-AUDITORIA.

           ADD 1 TO WS-IMPORTADAS.
