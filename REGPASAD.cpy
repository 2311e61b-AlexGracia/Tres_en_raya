      *****************************************************************
      *			      regpasad				      *
      *	 -----------------------------------------------------------  *
      * Registro del diario de pasadas (pasadas.log): una línea por   *
      * cada ejecución terminada de los programas que regeneran un    *
      * almacén, añadida al final (nunca se regraba):                 *
      *   · JUEGOLIB, al regrabar libro.dat.                          *
      *   · JUEGOELO, al regrabar ratings.dat.                        *
      *   · JUEGOARC, al cuadrar un archivado (PAS-FICHERO lleva el   *
      *     nombre del fichero de archivo, auditarc-AAAAMMDD.log).    *
      *   · JUEGORCD, al reconstruir records.dat.                     *
      * Lo consulta JUEGOPAN para el panel de estado.                 *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy.                   *
      *      |15/10/2026|Alex   |Pasada de JUEGORCD (records.dat).    *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-PASADA.
           05 PAS-PROGRAMA          PIC X(8).
           05 PAS-FECHA             PIC 9(8).
           05 PAS-HORA              PIC 9(8).
           05 PAS-REGISTROS         PIC 9(7).
           05 PAS-FICHERO           PIC X(40).
