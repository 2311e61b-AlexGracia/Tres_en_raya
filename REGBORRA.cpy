      *****************************************************************
      *			      regborra				      *
      *	 -----------------------------------------------------------  *
      * Registro del diario de borrados de jugadores (borrados.dat),  *
      * que mantiene JUEGOBOR: una línea por cada código borrado, con *
      * el token anónimo que lo sustituye en todos los almacenes.     *
      *                                                               *
      * BOR-CODIGO lleva el código original sólo mientras el borrado  *
      * está pendiente ('P'), para poder reanudarlo con el mismo      *
      * token si la pasada no termina (por ejemplo, DB2 no responde). *
      * Al completarse ('C') se deja en blanco: desde entonces nada   *
      * relaciona el token con la persona.                            *
      *                                                               *
      * Los tokens son '#' seguido de un número de 7 cifras; JUEGOREG *
      * no da de alta códigos que empiecen por '#'.                   *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy.                   *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-BORRADO.
           05 BOR-TOKEN             PIC X(8).
           05 BOR-CODIGO            PIC X(8).
           05 BOR-FECHA             PIC 9(8).
           05 BOR-ESTADO            PIC X(1).
              88 BOR-PENDIENTE                VALUE 'P'.
              88 BOR-COMPLETO                 VALUE 'C'.
           05 BOR-AUTORIZA          PIC X(20).
