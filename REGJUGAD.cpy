      * Códigos reservados (no se dan de alta en el maestro):         *
      *   'INVITADO' jugador anónimo sin identificar.                 *
      *   'MAQUINA ' la máquina, como jugador 2 en modo un usuario.   *
      *   '#nnnnnnn' token de un jugador borrado (JUEGOBOR, copy      *
      *              REGBORRA): nombre en blanco y estado 'B'.        *
      *                                                               *
      * Valores de JUG-ESTADO (en registros antiguos viene en         *
      * blanco, que vale lo mismo que 'A'):                           *
      *      |22/08/2026|Alex   |Creacion del copy.                   *
      *      |01/09/2026|Alex   |Estado del jugador (baja y fusion    *
      *      |          |       |de codigos desde JUEGOREG).          *
      *      |15/10/2026|Alex   |Tokens de jugadores borrados         *
      *      |          |       |('#' y 7 cifras, JUEGOBOR).          *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-JUGADOR.
