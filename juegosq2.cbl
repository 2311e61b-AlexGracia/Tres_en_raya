      *      |22/08/2026|Alex   |Creacion del subprograma.            *
      *      |22/08/2026|Alex   |Los empates solo puntuan contra la   *
      *      |          |       |maquina (columna PLAYER2).           *
      *      |15/10/2026|Alex   |Las filas anuladas (columna VOIDED,  *
      *      |          |       |la marca JUEGOSQ3) no se cuentan,    *
      *      |          |       |igual que en la auditoria.           *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Contar en GAME_RESULTS las filas con el resultado pedido   *
      *    en WS-RESULTADO-BD (las anuladas no). Un SQLCODE distinto  *
      *    de cero se devuelve al llamador en LK-SQLCODE.             *
      *                                                               *
      *****************************************************************
       1000-CONTAR-RESULTADO.
                INTO :WS-CONT-BD
                FROM GAME_RESULTS
               WHERE WINNER = :WS-RESULTADO-BD
                 AND (VOIDED IS NULL OR VOIDED <> 'S')
           END-EXEC.

           IF SQLCODE NOT = 0
               WHERE WINNER = :WS-RESULTADO-BD
                 AND (PLAYER2 = 'MAQUINA' OR PLAYER2 = ' '
                      OR PLAYER2 IS NULL)
                 AND (VOIDED IS NULL OR VOIDED <> 'S')
           END-EXEC.

           IF SQLCODE NOT = 0
