      * final): los ficheros parciales ya nos quemaron con el         *
      * informe. La secuencia vive en extrseq.dat.                    *
      *                                                               *
      * Las partidas de simulación y las anuladas (JUEGOANU) no se    *
      * extraen, ni tampoco las importadas de otras sedes (cada       *
      * oficina extrae sólo lo suyo, para que los extractos no        *
      * reboten entre sedes).                                         *
      *                                                               *
      * Código de retorno: 0 correcto, 12 error.                      *
      *                                                               *
      *      |01/09/2026|Alex   |Numero de partida unico en la fila   *
      *      |          |       |de detalle (registros antiguos sin   *
      *      |          |       |numero viajan con 0).                *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |no se extraen.                       *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

           IF AUD-FECHA = WS-FECHA-NEGOCIO
              AND AUD-SIMULACION NOT = 'S'
              AND AUD-ANULADA NOT = 'S'
              AND AUD-SEDE = SPACES
              PERFORM 2200-ESCRIBIR-FILA
                 THRU 2200-ESCRIBIR-FILA-EXIT
