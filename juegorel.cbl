      * Cierra con la página de resumen (estados producidos) para     *
      * comprobar que la tirada de impresión está completa.           *
      *                                                               *
      * Las simulaciones y las partidas anuladas (JUEGOANU) quedan    *
      * fuera. Los códigos fusionados (fusiones.dat) se atribuyen     *
      * al superviviente, y los jugadores ya fusionados no reciben    *
      * estado propio. Todo va al fichero relacion-AAAAMMDD.txt (la   *
      * fecha desde del periodo).                                     *
      *                                                               *
      * Código de retorno: 0 correcto, 12 error de fichero.           *
      *                                                               *
      *      |          |       |hora queda solo para los anteriores  *
      *      |          |       |al numero (podia chocar entre dos    *
      *      |          |       |partidas del mismo instante).        *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |quedan fuera de la relacion.         *
      *      |15/10/2026|Alex   |marcajug.dat indexado por codigo:    *
      *      |          |       |se sigue cargando entero, en orden   *
      *      |          |       |de clave.                            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS  IS WS-ESTADO-HISTORIAL.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS MCJ-CODIGO
              FILE STATUS  IS WS-ESTADO-MARCAJUG.

           SELECT FUSIONES-FILE   ASSIGN TO "fusiones.dat"
           END-READ.

           IF AUD-SIMULACION = 'S'
              OR AUD-ANULADA = 'S'
              OR AUD-FECHA < WS-FECHA-DESDE
              OR AUD-FECHA > WS-FECHA-HASTA
              GO TO 2100-LEER-AUDITORIA-EXIT
