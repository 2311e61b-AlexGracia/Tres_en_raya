      * pueden caer en el cajón equivocado, que sólo diluye el        *
      * libro, no lo rompe).                                          *
      *                                                               *
      * Cada regrabación queda anotada en pasadas.log (copy REGPASAD).*
      *                                                               *
      * Código de retorno: 0 correcto, 12 error de fichero.           *
      *                                                               *
      *****************************************************************
      *      |          |       |hora queda solo para los anteriores  *
      *      |          |       |al numero (las simulaciones pueden   *
      *      |          |       |chocar en la misma centesima).       *
      *      |15/10/2026|Alex   |Cada regrabacion de libro.dat se     *
      *      |          |       |anota en pasadas.log (copy           *
      *      |          |       |REGPASAD) para el panel de estado.   *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-LIBRO.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PASADAS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
       FD  LIBRO-FILE.
       COPY REGLIBRO.

      * · Diario de pasadas (se añade la de hoy).
       FD  PASADAS-FILE.
       COPY REGPASAD.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-HISTORIAL     PIC XX          VALUE SPACES.
       01 WS-ESTADO-LIBRO         PIC XX          VALUE SPACES.
       01 WS-ESTADO-PASADAS       PIC XX          VALUE SPACES.

       01 WS-FIN-AUDITORIA        PIC 9 COMP      VALUE 0.
          88 NO-FIN-AUDITORIA                     VALUE 0.
           PERFORM 4000-GRABAR-LIBRO
              THRU 4000-GRABAR-LIBRO-EXIT.

           PERFORM 4500-APUNTAR-PASADA
              THRU 4500-APUNTAR-PASADA-EXIT.

           PERFORM 6000-INFORME-LIBRO
              THRU 6000-INFORME-LIBRO-EXIT.

       4000-GRABAR-LIBRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4500-APUNTAR-PASADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      * · Anotar en pasadas.log la regrabación de libro.dat, con las  *
      *   filas grabadas (la consulta JUEGOPAN).                      *
      *                                                               *
      *****************************************************************
       4500-APUNTAR-PASADA.
           OPEN EXTEND PASADAS-FILE.
           IF WS-ESTADO-PASADAS = "35"
              OPEN OUTPUT PASADAS-FILE
           END-IF.
           IF WS-ESTADO-PASADAS NOT = "00"
              DISPLAY 'AVISO: pasadas.log no disponible ('
                      WS-ESTADO-PASADAS '); la pasada no queda '
                      'anotada.'
              GO TO 4500-APUNTAR-PASADA-EXIT
           END-IF.

           MOVE 'JUEGOLIB' TO PAS-PROGRAMA.
           ACCEPT PAS-FECHA FROM DATE YYYYMMDD.
           ACCEPT PAS-HORA  FROM TIME.
           MOVE WS-FILAS-GRABADAS TO PAS-REGISTROS.
           MOVE 'libro.dat' TO PAS-FICHERO.
           WRITE REG-PASADA.

           CLOSE PASADAS-FILE.

       4500-APUNTAR-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-LIBRO                                          *
