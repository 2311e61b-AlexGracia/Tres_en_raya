      * comprueba que no se ha perdido ni un registro.                *
      *                                                               *
      * JUEGOEST y JUEGOREC pueden incluir los ficheros de archivo    *
      * cuando se les pide histórico completo. Cada archivado queda   *
      * anotado en pasadas.log (copy REGPASAD).                       *
      *                                                               *
      * Código de retorno: 0 correcto, 12 error de fichero o          *
      * descuadre (el histórico vivo queda intacto).                  *
      *      |01/09/2026|Alex   |Registro plano ampliado a 94 (el     *
      *      |          |       |copy REGAUDIT gano el numero de      *
      *      |          |       |partida).                            *
      *      |15/10/2026|Alex   |Registro plano ampliado a 95 (el     *
      *      |          |       |copy REGAUDIT gano la marca de       *
      *      |          |       |anulacion).                          *
      *      |15/10/2026|Alex   |Cada archivado se anota en           *
      *      |          |       |pasadas.log (copy REGPASAD) para el  *
      *      |          |       |panel de estado.                     *
      *      |15/10/2026|Alex   |Registro plano ampliado a 97 (el     *
      *      |          |       |copy REGAUDIT gano el tamano del     *
      *      |          |       |tablero y la dificultad).            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-TRABAJO.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PASADAS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *

      * · Fichero de archivo fechado (registros purgados).
       FD  ARCHIVO-FILE.
       01  REG-ARCHIVO              PIC X(97).

      * · Fichero de trabajo (histórico recortado, antes de
      *   sustituir al vivo).
       FD  TRABAJO-FILE.
       01  REG-TRABAJO              PIC X(97).

      * · Diario de pasadas (se añade la de hoy).
       FD  PASADAS-FILE.
       COPY REGPASAD.

       WORKING-STORAGE SECTION.

       01 WS-ESTADO-AUDITORIA     PIC XX          VALUE SPACES.
       01 WS-ESTADO-ARCHIVO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-TRABAJO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-PASADAS       PIC XX          VALUE SPACES.
       01 WS-FICHERO-ARCHIVO      PIC X(100)      VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
                 THRU 4000-SUSTITUIR-HISTORICO-EXIT
           END-IF.

           PERFORM 5000-APUNTAR-PASADA
              THRU 5000-APUNTAR-PASADA-EXIT.

           PERFORM 6000-INFORME-CONTROL
              THRU 6000-INFORME-CONTROL-EXIT.

       4100-COPIAR-RETENIDO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-APUNTAR-PASADA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      * · Anotar en pasadas.log el archivado cuadrado, con el nombre  *
      *   del fichero de archivo y los registros archivados ahora     *
      *   (JUEGOPAN cuenta así los ficheros de archivo).              *
      *                                                               *
      *****************************************************************
       5000-APUNTAR-PASADA.
           OPEN EXTEND PASADAS-FILE.
           IF WS-ESTADO-PASADAS = "35"
              OPEN OUTPUT PASADAS-FILE
           END-IF.
           IF WS-ESTADO-PASADAS NOT = "00"
              DISPLAY 'AVISO: pasadas.log no disponible ('
                      WS-ESTADO-PASADAS '); la pasada no queda '
                      'anotada.'
              GO TO 5000-APUNTAR-PASADA-EXIT
           END-IF.

           MOVE 'JUEGOARC' TO PAS-PROGRAMA.
           ACCEPT PAS-FECHA FROM DATE YYYYMMDD.
           ACCEPT PAS-HORA  FROM TIME.
           MOVE WS-ARCHIVADAS TO PAS-REGISTROS.
           MOVE WS-FICHERO-ARCHIVO TO PAS-FICHERO.
           WRITE REG-PASADA.

           CLOSE PASADAS-FILE.

       5000-APUNTAR-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-INFORME-CONTROL                                        *
