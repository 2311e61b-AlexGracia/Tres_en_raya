      * Si la cadena se corta, la siguiente invocación retoma desde   *
      * el primer paso sin completar en vez de repetir desde el       *
      * principio: se acabó el doble JUEGOEXT y el cuadre saltado.    *
      * Con la cadena completa el punto de control se vacía y queda   *
      * sólo la marca de fin con su fecha y hora (copy REGNOCHK), que *
      * consulta JUEGOPAN.                                            *
      *                                                               *
      * Línea del plan:  PASO;comando;PARAR|SEGUIR                    *
      * (las líneas vacías o que empiezan por '*' se ignoran).        *
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |01/09/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |Punto de control con fecha y hora    *
      *      |          |       |de cada paso y marca de cadena       *
      *      |          |       |completa (copy REGNOCHK).            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

      * · Punto de control (un paso completado por línea).
       FD  CONTROL-FILE.
       COPY REGNOCHK.

       WORKING-STORAGE SECTION.

                 SET SI-FIN-CONTROL TO TRUE
              NOT AT END
                 IF WS-NUM-HECHOS < WS-MAX-HECHOS
                    AND CHK-PASO NOT = SPACES
                    AND CHK-PASO(1:1) NOT = '*'
                    ADD 1 TO WS-NUM-HECHOS
                    MOVE CHK-PASO
                      TO WS-HECHO-NOMBRE(WS-NUM-HECHOS)
                 END-IF
           END-READ.
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-PASO-NOMBRE(WS-PASO-SUB) TO CHK-PASO.
           ACCEPT CHK-FECHA FROM DATE YYYYMMDD.
           ACCEPT CHK-HORA  FROM TIME.
           WRITE REG-CONTROL.

           CLOSE CONTROL-FILE.
      *****************************************************************
      *                                                               *
      *   3000-VACIAR-PUNTO-CONTROL                                   *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Vaciar los pasos y dejar sólo la marca de cadena completa  *
      *    con la fecha y hora de fin (la ignora la reinvocación).    *
      *                                                               *
      *****************************************************************
       3000-VACIAR-PUNTO-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-ESTADO-CONTROL = "00"
              SET CHK-CADENA-COMPLETA TO TRUE
              ACCEPT CHK-FECHA FROM DATE YYYYMMDD
              ACCEPT CHK-HORA  FROM TIME
              WRITE REG-CONTROL
              CLOSE CONTROL-FILE
           END-IF.

