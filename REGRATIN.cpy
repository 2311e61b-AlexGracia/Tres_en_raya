      * (en la consulta de jugador). Un jugador sin registro parte    *
      * de los 1500 puntos iniciales.                                 *
      *                                                               *
      * Fichero indexado por RAT-CODIGO: la consulta de un jugador    *
      * es una lectura directa por clave.                             *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |01/09/2026|Alex   |Creacion del copy.                   *
      *      |15/10/2026|Alex   |ratings.dat pasa a indexado por      *
      *      |          |       |RAT-CODIGO (lo convierte JUEGOCNV).  *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-RATING.
