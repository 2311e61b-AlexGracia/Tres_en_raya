      *****************************************************************
      *			      regnumpa				      *
      *	 -----------------------------------------------------------  *
      * Registro del fichero de control del número de partida         *
      * (numpart.dat): el último número asignado. Lo incrementa JUEGO *
      * al arrancar cada partida (1085-ASIGNAR-NUM-PARTIDA) y lo lee  *
      * JUEGOHUE para auditar los números emitidos.                   *
      *                                                               *
      * Fichero indexado de un único registro, de clave NUM-CLAVE =   *
      * 'NUMPART': JUEGO lo lee bloqueado, suma uno y lo regraba, de  *
      * modo que dos terminales nunca reciben el mismo número.        *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy (antes el registro *
      *      |          |       |vivia dentro de juego.cbl y de       *
      *      |          |       |juegohue.cbl).                       *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-NUMPART.
           05 NUM-CLAVE             PIC X(8).
              88 NUM-CLAVE-UNICA              VALUE 'NUMPART'.
           05 NUM-ULTIMO            PIC 9(7).
