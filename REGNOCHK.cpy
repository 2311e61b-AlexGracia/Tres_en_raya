      *****************************************************************
      *			      regnochk				      *
      *	 -----------------------------------------------------------  *
      * Registro del punto de control de la cadena nocturna           *
      * (nochechk.dat): una línea por paso completado, con la fecha   *
      * y la hora en que terminó. Lo escribe JUEGONOC; al completar   *
      * la cadena lo vacía y deja sólo la marca '*FIN' con la fecha   *
      * y hora de fin (un '*' inicial nunca es un paso del plan). Lo  *
      * consulta JUEGOPAN para el panel de estado.                    *
      *                                                               *
      * Las líneas anteriores a la fecha traen sólo el nombre del     *
      * paso (CHK-FECHA y CHK-HORA en blanco).                        *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del copy (antes el registro *
      *      |          |       |era solo el nombre del paso, dentro  *
      *      |          |       |de juegonoc.cbl).                    *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-CONTROL.
           05 CHK-PASO              PIC X(8).
              88 CHK-CADENA-COMPLETA          VALUE '*FIN'.
           05 CHK-FECHA             PIC 9(8).
           05 CHK-HORA              PIC 9(8).
