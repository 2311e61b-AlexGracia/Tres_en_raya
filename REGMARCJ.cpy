      * identificado, persistentes entre ejecuciones. Lo escribe      *
      * JUEGO al final de cada partida y lo consulta JUEGOREG.        *
      *                                                               *
      * Fichero indexado por MCJ-CODIGO: cada partida lee bloqueada   *
      * sólo la fila de sus jugadores, suma y la regraba, así que     *
      * varias terminales pueden jugar a la vez sin perder            *
      * resultados.                                                   *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |22/08/2026|Alex   |Creacion del copy.                   *
      *      |15/10/2026|Alex   |marcajug.dat pasa a indexado por     *
      *      |          |       |MCJ-CODIGO con bloqueo de registro   *
      *      |          |       |(lo convierte JUEGOCNV).             *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-MARCAJUG.
