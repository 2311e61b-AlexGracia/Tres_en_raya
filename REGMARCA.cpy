      * persistentes entre ejecuciones. Lo escribe JUEGO y lo lee     *
      * JUEGOREC para cuadrarlo contra el histórico de auditoría.     *
      *                                                               *
      * Fichero indexado de un único registro, de clave MAR-CLAVE =   *
      * 'MARCADOR': cada partida lo lee bloqueado, suma y lo          *
      * regraba, para que dos terminales no se pisen el marcador.     *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * -----|----------|-------|------------------------------------ *
      *      |22/08/2026|Alex   |Creacion del copy (antes el registro *
      *      |          |       |vivia dentro de juego.cbl).          *
      *      |15/10/2026|Alex   |Clave MAR-CLAVE: marcador.dat pasa   *
      *      |          |       |a indexado con bloqueo de registro   *
      *      |          |       |(lo convierte JUEGOCNV).             *
      * --------------------------------------------------------------*
      *****************************************************************
       01  REG-MARCADOR.
           05 MAR-CLAVE             PIC X(8).
              88 MAR-CLAVE-UNICA              VALUE 'MARCADOR'.
           05 MAR-VICTORIAS         PIC 9(5).
           05 MAR-DERROTAS          PIC 9(5).
           05 MAR-EMPATES           PIC 9(5).
