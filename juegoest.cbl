      *      |01/09/2026|Alex   |Las partidas importadas de otras     *
      *      |          |       |sedes (AUD-SEDE, las trae JUEGOIMP)  *
      *      |          |       |se incluyen o excluyen a peticion.   *
      *      |15/10/2026|Alex   |Las partidas anuladas con JUEGOANU   *
      *      |          |       |quedan fuera del informe (se cuentan *
      *      |          |       |aparte).                             *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-SELECCIONADAS        PIC 9(7)        VALUE ZEROS.
       01 WS-SIMULADAS            PIC 9(7)        VALUE ZEROS.
       01 WS-ANULADAS             PIC 9(7)        VALUE ZEROS.
       01 WS-VICTORIAS            PIC 9(7)        VALUE ZEROS.
       01 WS-DERROTAS             PIC 9(7)        VALUE ZEROS.
       01 WS-EMPATES              PIC 9(7)        VALUE ZEROS.
                 *> Las simulaciones no entran en el informe.
                    ADD 1 TO WS-SIMULADAS
                 ELSE
                 *> Las anuladas (JUEGOANU) tampoco.
                 IF AUD-ANULADA = 'S'
                    ADD 1 TO WS-ANULADAS
                 ELSE
                 *> Otras sedes fuera, si asi se pidio.
                 IF NO-INCLUIR-SEDES AND AUD-SEDE NOT = SPACES
                    ADD 1 TO WS-OTRAS-SEDES
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       2060-LEER-AUDITORIA-EXIT.
           IF WS-SIMULADAS > 0
              DISPLAY '* Simulaciones excluidas:' WS-SIMULADAS
           END-IF.
           IF WS-ANULADAS > 0
              DISPLAY '* Anuladas excluidas:    ' WS-ANULADAS
           END-IF.
           IF WS-OTRAS-SEDES > 0
              DISPLAY '* Otras sedes excluidas: ' WS-OTRAS-SEDES
           END-IF.
