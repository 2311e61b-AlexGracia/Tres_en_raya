      *****************************************************************
      *			      reganula				      *
      *	 -----------------------------------------------------------  *
      * Registro del fichero de anulaciones (anulaciones.dat): una    *
      * fila por cada partida anulada con JUEGOANU, con el número de  *
      * partida, el motivo, quién la autorizó y la fecha. La          *
      * partida sigue en auditoria.log, marcada en AUD-ANULADA.       *
      *                                                               *
      * Motivos (ANU-MOTIVO):                                         *
      *   'PR' partida de prueba jugada en producción.                *
      *   'DI' partida disputada (resultado impugnado).               *
      *   'ER' error de registro u operación.                         *
      *   'OT' otros (detallar a quien autoriza).                     *
      *                                                               *
      * Marca en BD (ANU-MARCA-BD): 'S' la fila de GAME_RESULTS ya    *
      * está marcada como anulada; 'N' pendiente (la fila aún no      *
      * había llegado a la BD o DB2 no estaba disponible). JUEGODRN   *
      * reintenta las pendientes en cada pasada.                      *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy.                   *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-ANULACION.
           05 ANU-NUM-PARTIDA       PIC 9(7).
           05 ANU-MOTIVO            PIC X(2).
           05 ANU-AUTORIZA          PIC X(20).
           05 ANU-FECHA             PIC 9(8).
           05 ANU-MARCA-BD          PIC X(1).
