      *****************************************************************
      *			      juegobor				      *
      *	 -----------------------------------------------------------  *
      * Borrado de los datos de un jugador que se va y lo pide: su    *
      * código se sustituye por un token anónimo ('#' y 7 cifras,     *
      * copy REGBORRA) en todos los almacenes que lo guardan:         *
      *   · auditoria.log y los ficheros de archivo de JUEGOARC (los  *
      *     anotados en pasadas.log y los que se pidan), liga.dat,    *
      *     copa.dat, perfiles.dat, fusiones.dat, pendibd.dat y       *
      *     reinicio.dat: se regraban desde un fichero de trabajo     *
      *     con control de cuentas, como en JUEGOANU.                 *
      *   · marcajug.dat y ratings.dat: la fila pasa a la clave del   *
      *     token con los mismos contadores.                          *
      *   · records.dat: las filas del jugador pasan a la clave del   *
      *     token y el token queda como titular o rival de sus        *
      *     récords.                                                  *
      *   · GAME_RESULTS (columnas PLAYER1 y PLAYER2) vía JUEGOSQ5.   *
      *   · jugadores.dat: el nombre queda en blanco, el jugador de   *
      *     baja y, al terminar, la fila pasa a la clave del token.   *
      * historial.dat no lleva códigos de jugador (sólo la marca X/O  *
      * de cada jugada) y no se toca.                                 *
      *                                                               *
      * Los códigos fusionados en el que se borra (fusiones.dat) son  *
      * la misma persona y se borran con él, cada uno con su token.   *
      * Un código ya fusionado en otro no se borra suelto: hay que    *
      * borrar el superviviente.                                      *
      *                                                               *
      * Sólo cambia el código, nunca un resultado ni un contador,     *
      * así que JUEGOREC y JUEGOVER siguen cuadrando y los            *
      * marcadores, los ratings y las clasificaciones conservan sus   *
      * totales.                                                      *
      *                                                               *
      * El borrado se anota en borrados.dat como pendiente antes de   *
      * tocar nada. Si la pasada no termina (DB2 no responde, fila    *
      * bloqueada), al volver a ejecutar el programa se reanuda con   *
      * los mismos tokens; un paso ya hecho no cambia nada al         *
      * repetirse. Sólo al completarse se pasa jugadores.dat al token *
      * y se quita el código del diario.                              *
      *                                                               *
      * Se ejecuta con las terminales paradas (regraba                *
      * auditoria.log).                                               *
      * Los extractos ya enviados (JUEGOEXT) y los informes impresos  *
      * quedan fuera del borrado.                                     *
      *                                                               *
      * Código de retorno: 0 borrado completo, 4 completo con avisos  *
      * (fichero de archivo no encontrado), 8 borrado pendiente (BD   *
      * no disponible o fila bloqueada: repetir), 12 error de         *
      * fichero o de datos.                                           *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      *      |15/10/2026|Alex   |Filas de records.dat al token.       *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOBOR.
       AUTHOR.                        ALEX.
       INSTALLATION.                  https://github.com/AlexGracia.
       DATE-WRITTEN.                  15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      *                                                               *
      *                      ENVIRONMENT DIVISION                     *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ALMACEN-FILE    ASSIGN TO DYNAMIC
                                          WS-FICHERO-ALMACEN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-ALMACEN.

           SELECT TRABAJO-FILE    ASSIGN TO "borrado.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-TRABAJO.

           SELECT BORRADOS-FILE   ASSIGN TO "borrados.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-BORRADOS.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-PASADAS.

           SELECT JUGADORES-FILE  ASSIGN TO "jugadores.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS JUG-CODIGO
              FILE STATUS  IS WS-ESTADO-JUGADORES.

           SELECT MARCAJUG-FILE   ASSIGN TO "marcajug.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MCJ-CODIGO
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-MARCAJUG.

           SELECT RATINGS-FILE    ASSIGN TO "ratings.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RAT-CODIGO
              FILE STATUS  IS WS-ESTADO-RATINGS.

           SELECT RECORDS-FILE    ASSIGN TO "records.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS REC-LLAVE
              LOCK MODE    IS MANUAL
              FILE STATUS  IS WS-ESTADO-RECORDS.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Almacén secuencial que se está tratando (el nombre va en
      *   WS-FICHERO-ALMACEN). Cada registro se ve con el copy de
      *   su fichero; REG-ALMACEN es la línea entera.
       FD  ALMACEN-FILE.
       COPY REGAUDIT.
       COPY REGLIGA.
       COPY REGCOPA.
       COPY REGPERFI.
       COPY REGFUSIO.
       COPY REGPENDI.
       COPY REGREINI.
       01  REG-ALMACEN              PIC X(100).

      * · Fichero de trabajo (almacén con los códigos sustituidos,
      *   antes de sustituir al vivo).
       FD  TRABAJO-FILE.
       01  REG-TRABAJO              PIC X(100).

      * · Diario de borrados de jugadores.
       FD  BORRADOS-FILE.
       COPY REGBORRA.

      * · Diario de pasadas (ficheros de archivo de JUEGOARC).
       FD  PASADAS-FILE.
       COPY REGPASAD.

      * · Maestro de jugadores.
       FD  JUGADORES-FILE.
       COPY REGJUGAD.

      * · Fichero de marcador por jugador.
       FD  MARCAJUG-FILE.
       COPY REGMARCJ.

      * · Fichero de ratings Elo (lo regenera JUEGOELO).
       FD  RATINGS-FILE.
       COPY REGRATIN.

      * · Registro de records de la oficina (JUEGO vía JUEGORCK).
       FD  RECORDS-FILE.
       COPY REGRECOR.

       WORKING-STORAGE SECTION.

      * · Ficheros.
       01 WS-FICHERO-ALMACEN      PIC X(100)      VALUE SPACES.
       01 WS-ESTADO-ALMACEN       PIC XX          VALUE SPACES.
       01 WS-ESTADO-TRABAJO       PIC XX          VALUE SPACES.
       01 WS-ESTADO-BORRADOS      PIC XX          VALUE SPACES.
       01 WS-ESTADO-PASADAS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-JUGADORES     PIC XX          VALUE SPACES.
       01 WS-ESTADO-MARCAJUG      PIC XX          VALUE SPACES.
       01 WS-ESTADO-RATINGS       PIC XX          VALUE SPACES.
       01 WS-ESTADO-RECORDS       PIC XX          VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Datos del borrado pedido.
       01 WS-ENTRADA-CODIGO       PIC X(8)        VALUE SPACES.
       01 WS-AUTORIZA             PIC X(20)       VALUE SPACES.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.
       01 WS-FECHA-BORRADO        PIC 9(8)        VALUE ZEROS.
       01 WS-NOMBRE-JUGADOR       PIC X(30)       VALUE SPACES.
       01 WS-ENTRADA-CONFIG       PIC X(2)        VALUE SPACES.
       01 WS-CONFIRMADA           PIC 9 COMP      VALUE 0.
          88 NO-CONFIRMADA                        VALUE 0.
          88 SI-CONFIRMADA                        VALUE 1.
       01 WS-REANUDACION          PIC 9 COMP      VALUE 0.
          88 NO-REANUDACION                       VALUE 0.
          88 SI-REANUDACION                       VALUE 1.

      * · Códigos que se borran (el pedido y los fusionados en él)
      *   con su token. El último token dado sale de borrados.dat.
       01 WS-MAX-BORRAR           PIC 9(2) COMP   VALUE 10.
       01 WS-NUM-BORRAR           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-BOR-SUB              PIC 9(2) COMP   VALUE ZEROS.
       01 WS-TABLA-BORRAR.
          05 WS-BOR               OCCURS 10.
             10 WS-BOR-CODIGO     PIC X(8).
             10 WS-BOR-TOKEN      PIC X(8).
       01 WS-ULTIMO-TOKEN         PIC 9(7)        VALUE ZEROS.
       01 WS-TOKEN-NUEVO.
          05 FILLER               PIC X(1)        VALUE '#'.
          05 WS-TOKEN-NUMERO      PIC 9(7)        VALUE ZEROS.

      * · Cruce de fusiones (para hallar los códigos fusionados en
      *   el que se borra).
       01 WS-MAX-FUSIONES         PIC 9(3) COMP   VALUE 100.
       01 WS-NUM-FUSIONES         PIC 9(3) COMP   VALUE ZEROS.
       01 WS-FUS-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-FUS-CAMBIO           PIC 9 COMP      VALUE 0.
          88 NO-FUS-CAMBIO                        VALUE 0.
          88 SI-FUS-CAMBIO                        VALUE 1.
       01 WS-TABLA-FUSIONES.
          05 WS-FUS               OCCURS 100.
             10 WS-FUS-ANTIGUO    PIC X(8).
             10 WS-FUS-NUEVO      PIC X(8).

      * · Ficheros de archivo de JUEGOARC que se tratan.
       01 WS-MAX-ARCHIVOS         PIC 9(2) COMP   VALUE 50.
       01 WS-NUM-ARCHIVOS         PIC 9(2) COMP   VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 9(2) COMP   VALUE ZEROS.
       01 WS-ENTRADA-ARCHIVO      PIC X(100)      VALUE SPACES.
       01 WS-ARCHIVO-REPETIDO     PIC 9 COMP      VALUE 0.
          88 NO-ARCHIVO-REPETIDO                  VALUE 0.
          88 SI-ARCHIVO-REPETIDO                  VALUE 1.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 50 PIC X(100).

      * · Almacén secuencial en curso.
       01 WS-TIPO-ALMACEN         PIC X(2)        VALUE SPACES.
          88 ALM-AUDITORIA                        VALUE 'AU'.
          88 ALM-LIGA                             VALUE 'LI'.
          88 ALM-COPA                             VALUE 'CO'.
          88 ALM-PERFILES                         VALUE 'PE'.
          88 ALM-FUSIONES                         VALUE 'FU'.
          88 ALM-PENDIENTES                       VALUE 'PB'.
          88 ALM-REINICIO                         VALUE 'RE'.
       01 WS-ALMACEN-ARCHIVO      PIC 9 COMP      VALUE 0.
          88 NO-ALMACEN-ARCHIVO                   VALUE 0.
          88 SI-ALMACEN-ARCHIVO                   VALUE 1.

      * · Sustitución de un campo de código.
       01 WS-CODIGO-CAMPO         PIC X(8)        VALUE SPACES.
       01 WS-REGISTRO-CAMBIADO    PIC 9 COMP      VALUE 0.
          88 NO-REGISTRO-CAMBIADO                 VALUE 0.
          88 SI-REGISTRO-CAMBIADO                 VALUE 1.

      * · Contadores de control de cada regrabación.
       01 WS-LEIDAS               PIC 9(7)        VALUE ZEROS.
       01 WS-CAMBIADAS            PIC 9(7)        VALUE ZEROS.
       01 WS-RELEIDAS             PIC 9(7)        VALUE ZEROS.

      * · Reintentos ante un registro bloqueado por una terminal
      *   (estado "51"), como en JUEGO.
       01 WS-MAX-REINTENTOS       PIC 9(2) COMP   VALUE 10.
       01 WS-REINTENTOS           PIC 9(2) COMP   VALUE ZEROS.
       01 WS-HORA-ESPERA          PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Campos de la llamada a JUEGOSQ5.
       01 WS-CODIGO-LLAMADA       PIC X(8)        VALUE SPACES.
       01 WS-TOKEN-LLAMADA        PIC X(8)        VALUE SPACES.
       01 WS-FILAS-BD             PIC S9(9) COMP  VALUE ZEROS.
       01 WS-SQLCODE-BD           PIC S9(9) COMP  VALUE ZEROS.
       01 WS-SQLCODE-EDIT         PIC -(9)9       VALUE ZEROS.
       01 WS-TOTAL-FILAS-BD       PIC 9(7)        VALUE ZEROS.

      * · Filas de records.dat que llevan un código a borrar (en la
      *   clave, de titular o de rival), anotadas en una primera
      *   lectura para tratarlas después una a una.
       01 WS-MAX-FILAS-REC        PIC 9(3) COMP   VALUE 100.
       01 WS-NUM-FILAS-REC        PIC 9(3) COMP   VALUE ZEROS.
       01 WS-FRE-SUB              PIC 9(3) COMP   VALUE ZEROS.
       01 WS-TABLA-FILAS-REC.
          05 WS-FRE-LLAVE         OCCURS 100 PIC X(11).
       01 WS-FILA-AFECTADA        PIC 9 COMP      VALUE 0.
          88 NO-FILA-AFECTADA                     VALUE 0.
          88 SI-FILA-AFECTADA                     VALUE 1.

      * · Estado del borrado: queda pendiente si un paso no se pudo
      *   hacer y hay que repetir la pasada.
       01 WS-PENDIENTE            PIC 9 COMP      VALUE 0.
          88 NO-PENDIENTE                         VALUE 0.
          88 SI-PENDIENTE                         VALUE 1.
       01 WS-AVISOS               PIC 9(3) COMP   VALUE ZEROS.

      * · Resumen por almacén para el informe de control.
       01 WS-MAX-RESUMEN          PIC 9(2) COMP   VALUE 70.
       01 WS-NUM-RESUMEN          PIC 9(2) COMP   VALUE ZEROS.
       01 WS-RSM-SUB              PIC 9(2) COMP   VALUE ZEROS.
       01 WS-TABLA-RESUMEN.
          05 WS-RSM               OCCURS 70.
             10 WS-RSM-ALMACEN    PIC X(24).
             10 WS-RSM-LEIDOS     PIC 9(7).
             10 WS-RSM-CAMBIADOS  PIC 9(7).
             10 WS-RSM-NOTA       PIC X(40).
       01 WS-NUEVO-ALMACEN        PIC X(24)       VALUE SPACES.
       01 WS-NUEVO-NOTA           PIC X(40)       VALUE SPACES.
       01 WS-LEIDOS-EDIT          PIC Z(6)9       VALUE ZEROS.
       01 WS-CAMBIADOS-EDIT       PIC Z(6)9       VALUE ZEROS.

       77 WS-MSG-FICHERO-MAL      PIC X(15)    VALUE 'Fichero erroneo'.

      *****************************************************************
      *                                                               *
      *                      PROCEDURE DIVISION.                      *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      *                                                               *
      *   0000-PROCESO-PRINCIPAL                                      *
      *                                                               *
      *****************************************************************
       0000-PROCESO-PRINCIPAL.

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.

           IF NO-REANUDACION
              PERFORM 1200-PEDIR-BORRADO
                 THRU 1200-PEDIR-BORRADO-EXIT
           END-IF.

           PERFORM 1400-CONFIRMAR-BORRADO
              THRU 1400-CONFIRMAR-BORRADO-EXIT.

           IF NO-CONFIRMADA
              DISPLAY 'Borrado cancelado: no se ha tocado nada.'
              GO TO 0000-PROCESO-PRINCIPAL-EXIT
           END-IF.

           IF NO-REANUDACION
              PERFORM 1500-ANOTAR-PENDIENTE
                 THRU 1500-ANOTAR-PENDIENTE-EXIT
           END-IF.

           PERFORM 1600-CARGAR-ARCHIVOS
              THRU 1600-CARGAR-ARCHIVOS-EXIT.

           PERFORM 2000-BLOQUEAR-JUGADORES
              THRU 2000-BLOQUEAR-JUGADORES-EXIT.

           PERFORM 3000-REGRABAR-ALMACENES
              THRU 3000-REGRABAR-ALMACENES-EXIT.

           PERFORM 4000-REASIGNAR-MARCAJUG
              THRU 4000-REASIGNAR-MARCAJUG-EXIT.

           PERFORM 4500-REASIGNAR-RATINGS
              THRU 4500-REASIGNAR-RATINGS-EXIT.

           PERFORM 4700-REASIGNAR-RECORDS
              THRU 4700-REASIGNAR-RECORDS-EXIT.

           PERFORM 5000-ANONIMIZAR-BD
              THRU 5000-ANONIMIZAR-BD-EXIT.

           IF NO-PENDIENTE
              PERFORM 6000-COMPLETAR-BORRADO
                 THRU 6000-COMPLETAR-BORRADO-EXIT
           END-IF.

           PERFORM 7000-INFORME-BORRADO
              THRU 7000-INFORME-BORRADO-EXIT.

           EVALUATE TRUE
              WHEN SI-PENDIENTE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-AVISOS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar borrados.dat: el último token dado y, si hay un     *
      *    borrado pendiente de una pasada anterior, sus códigos y    *
      *    tokens, para reanudarlo en vez de pedir otro.              *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           DISPLAY 'BORRADO DE JUGADOR'.
           DISPLAY '=================='.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-BORRADO.

           PERFORM 1100-CARGAR-BORRADOS
              THRU 1100-CARGAR-BORRADOS-EXIT.

           IF WS-NUM-BORRAR > 0
              SET SI-REANUDACION TO TRUE
           END-IF.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1100-CARGAR-BORRADOS                                        *
      *                                                               *
      *****************************************************************
       1100-CARGAR-BORRADOS.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT BORRADOS-FILE.
           IF WS-ESTADO-BORRADOS = "35"
              GO TO 1100-CARGAR-BORRADOS-EXIT
           END-IF.
           IF WS-ESTADO-BORRADOS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrados.dat ('
                      WS-ESTADO-BORRADOS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 1150-LEER-BORRADO
              THRU 1150-LEER-BORRADO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE BORRADOS-FILE.

       1100-CARGAR-BORRADOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1150-LEER-BORRADO                                           *
      *                                                               *
      *****************************************************************
       1150-LEER-BORRADO.
           READ BORRADOS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 1150-LEER-BORRADO-EXIT
           END-READ.

           IF BOR-TOKEN(2:7) IS NUMERIC
              AND BOR-TOKEN(2:7) > WS-ULTIMO-TOKEN
              MOVE BOR-TOKEN(2:7) TO WS-ULTIMO-TOKEN
           END-IF.

           IF BOR-PENDIENTE
              IF WS-NUM-BORRAR >= WS-MAX-BORRAR
                 DISPLAY 'borrados.dat: demasiados codigos '
                         'pendientes.'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              END-IF
              ADD 1 TO WS-NUM-BORRAR
              MOVE BOR-CODIGO   TO WS-BOR-CODIGO(WS-NUM-BORRAR)
              MOVE BOR-TOKEN    TO WS-BOR-TOKEN(WS-NUM-BORRAR)
              MOVE BOR-FECHA    TO WS-FECHA-BORRADO
              MOVE BOR-AUTORIZA TO WS-AUTORIZA
           END-IF.

       1150-LEER-BORRADO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1200-PEDIR-BORRADO                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pedir el código y quién autoriza el borrado. Se rechazan   *
      *    los códigos reservados, los tokens de borrados anteriores, *
      *    los que no están en jugadores.dat y los ya fusionados en   *
      *    otro (se borra el superviviente, que arrastra a éste).     *
      *  · Añadir los códigos fusionados en el pedido.                *
      *                                                               *
      *****************************************************************
       1200-PEDIR-BORRADO.
           DISPLAY 'Codigo del jugador a borrar: '.
           ACCEPT WS-ENTRADA-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-CODIGO)
             TO WS-ENTRADA-CODIGO.

           IF WS-ENTRADA-CODIGO = SPACES
              OR WS-ENTRADA-CODIGO = 'INVITADO'
              OR WS-ENTRADA-CODIGO = 'MAQUINA'
              OR WS-ENTRADA-CODIGO(1:1) = '#'
              DISPLAY 'Codigo no valido para borrar.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN INPUT JUGADORES-FILE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-ENTRADA-CODIGO TO JUG-CODIGO.
           READ JUGADORES-FILE
              KEY IS JUG-CODIGO
              INVALID KEY
                 CONTINUE
           END-READ.
           CLOSE JUGADORES-FILE.

           IF WS-ESTADO-JUGADORES = "23"
              DISPLAY 'El codigo ' WS-ENTRADA-CODIGO
                      ' no esta en jugadores.dat.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE JUG-NOMBRE TO WS-NOMBRE-JUGADOR.

           PERFORM 1250-CARGAR-FUSIONES
              THRU 1250-CARGAR-FUSIONES-EXIT.

           IF JUG-ESTADO = 'F'
              DISPLAY 'El codigo ' WS-ENTRADA-CODIGO
                      ' esta fusionado en otro:'
              PERFORM VARYING WS-FUS-SUB FROM 1 BY 1
                 UNTIL WS-FUS-SUB > WS-NUM-FUSIONES
                 IF WS-FUS-ANTIGUO(WS-FUS-SUB) = WS-ENTRADA-CODIGO
                    DISPLAY '  borre ' WS-FUS-NUEVO(WS-FUS-SUB)
                            ', que lo arrastra.'
                 END-IF
              END-PERFORM
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE 1                 TO WS-NUM-BORRAR.
           MOVE WS-ENTRADA-CODIGO TO WS-BOR-CODIGO(1).

           PERFORM 1300-AMPLIAR-CODIGOS
              THRU 1300-AMPLIAR-CODIGOS-EXIT.

           DISPLAY 'Autorizado por: '.
           ACCEPT WS-AUTORIZA.
           IF WS-AUTORIZA = SPACES
              DISPLAY 'Todo borrado debe llevar quien lo autoriza.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

       1200-PEDIR-BORRADO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1250-CARGAR-FUSIONES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Cargar el cruce de fusiones (fusiones.dat). Sin fichero    *
      *    no hay fusiones.                                           *
      *                                                               *
      *****************************************************************
       1250-CARGAR-FUSIONES.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'fusiones.dat' TO WS-FICHERO-ALMACEN.

           OPEN INPUT ALMACEN-FILE.
           IF WS-ESTADO-ALMACEN NOT = "00"
              GO TO 1250-CARGAR-FUSIONES-EXIT
           END-IF.

           PERFORM 1260-LEER-FUSION
              THRU 1260-LEER-FUSION-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE ALMACEN-FILE.

       1250-CARGAR-FUSIONES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1260-LEER-FUSION                                            *
      *                                                               *
      *****************************************************************
       1260-LEER-FUSION.
           READ ALMACEN-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 IF WS-NUM-FUSIONES < WS-MAX-FUSIONES
                    ADD 1 TO WS-NUM-FUSIONES
                    MOVE FUS-CODIGO-ANTIGUO
                      TO WS-FUS-ANTIGUO(WS-NUM-FUSIONES)
                    MOVE FUS-CODIGO-NUEVO
                      TO WS-FUS-NUEVO(WS-NUM-FUSIONES)
                 END-IF
           END-READ.

       1260-LEER-FUSION-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1300-AMPLIAR-CODIGOS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir a la tabla de códigos a borrar los fusionados en    *
      *    cualquiera de los que ya están, encadenando fusiones,      *
      *    hasta que una vuelta no añada ninguno.                     *
      *                                                               *
      *****************************************************************
       1300-AMPLIAR-CODIGOS.
           SET SI-FUS-CAMBIO TO TRUE.

           PERFORM UNTIL NO-FUS-CAMBIO
              SET NO-FUS-CAMBIO TO TRUE
              PERFORM VARYING WS-FUS-SUB FROM 1 BY 1
                 UNTIL WS-FUS-SUB > WS-NUM-FUSIONES
                 MOVE WS-FUS-NUEVO(WS-FUS-SUB) TO WS-CODIGO-CAMPO
                 PERFORM 8300-BUSCAR-CODIGO
                    THRU 8300-BUSCAR-CODIGO-EXIT
                 IF WS-BOR-SUB > 0
                    MOVE WS-FUS-ANTIGUO(WS-FUS-SUB)
                      TO WS-CODIGO-CAMPO
                    PERFORM 8300-BUSCAR-CODIGO
                       THRU 8300-BUSCAR-CODIGO-EXIT
                    IF WS-BOR-SUB = 0
                       IF WS-NUM-BORRAR >= WS-MAX-BORRAR
                          DISPLAY 'Demasiados codigos fusionados: '
                                  'no se borra nada.'
                          PERFORM 9999-ABORTAR
                             THRU 9999-ABORTAR-EXIT
                       END-IF
                       ADD 1 TO WS-NUM-BORRAR
                       MOVE WS-FUS-ANTIGUO(WS-FUS-SUB)
                         TO WS-BOR-CODIGO(WS-NUM-BORRAR)
                       SET SI-FUS-CAMBIO TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       1300-AMPLIAR-CODIGOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1400-CONFIRMAR-BORRADO                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Mostrar lo que se va a borrar (o el borrado pendiente que  *
      *    se reanuda) y pedir confirmación antes de tocar nada.      *
      *                                                               *
      *****************************************************************
       1400-CONFIRMAR-BORRADO.
           DISPLAY ' '.
           IF SI-REANUDACION
              DISPLAY 'Hay un borrado pendiente del '
                      WS-FECHA-BORRADO ' (autoriza '
                      FUNCTION TRIM(WS-AUTORIZA) ').'
              DISPLAY 'Se reanuda con sus mismos tokens.'
           ELSE
              DISPLAY 'Jugador ' WS-BOR-CODIGO(1) '  '
                      WS-NOMBRE-JUGADOR
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              IF WS-BOR-SUB > 1 OR SI-REANUDACION
                 DISPLAY '  codigo ' WS-BOR-CODIGO(WS-BOR-SUB)
              END-IF
           END-PERFORM.

           DISPLAY 'Borrar estos datos sin vuelta atras (S/N): '.
           ACCEPT WS-ENTRADA-CONFIG.
           IF WS-ENTRADA-CONFIG = 'S' OR WS-ENTRADA-CONFIG = 's'
              SET SI-CONFIRMADA TO TRUE
           ELSE
              SET NO-CONFIRMADA TO TRUE
           END-IF.

       1400-CONFIRMAR-BORRADO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1500-ANOTAR-PENDIENTE                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dar un token a cada código y anotarlos en borrados.dat     *
      *    como pendientes antes de tocar ningún almacén.             *
      *                                                               *
      *****************************************************************
       1500-ANOTAR-PENDIENTE.
           OPEN EXTEND BORRADOS-FILE.
           IF WS-ESTADO-BORRADOS = "35"
              OPEN OUTPUT BORRADOS-FILE
           END-IF.
           IF WS-ESTADO-BORRADOS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrados.dat ('
                      WS-ESTADO-BORRADOS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              ADD 1 TO WS-ULTIMO-TOKEN
              MOVE WS-ULTIMO-TOKEN TO WS-TOKEN-NUMERO
              MOVE WS-TOKEN-NUEVO  TO WS-BOR-TOKEN(WS-BOR-SUB)
              MOVE WS-TOKEN-NUEVO            TO BOR-TOKEN
              MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO BOR-CODIGO
              MOVE WS-FECHA-HOY              TO BOR-FECHA
              SET BOR-PENDIENTE              TO TRUE
              MOVE WS-AUTORIZA               TO BOR-AUTORIZA
              WRITE REG-BORRADO
           END-PERFORM.

           CLOSE BORRADOS-FILE.

       1500-ANOTAR-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1600-CARGAR-ARCHIVOS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Reunir los ficheros de archivo de auditoría: los que       *
      *    JUEGOARC anotó en pasadas.log y los que pida el operador   *
      *    (archivos anteriores al diario de pasadas).                *
      *                                                               *
      *****************************************************************
       1600-CARGAR-ARCHIVOS.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT PASADAS-FILE.
           IF WS-ESTADO-PASADAS = "00"
              PERFORM 1650-LEER-PASADA
                 THRU 1650-LEER-PASADA-EXIT
                 UNTIL SI-FIN-FICHERO
              CLOSE PASADAS-FILE
           END-IF.

           DISPLAY 'Ficheros de archivo anotados en pasadas.log: '
                   WS-NUM-ARCHIVOS.
           DISPLAY 'Otro fichero de archivo a tratar (blanco = '
                   'ninguno): '.
           ACCEPT WS-ENTRADA-ARCHIVO.

           PERFORM UNTIL WS-ENTRADA-ARCHIVO = SPACES
              PERFORM 1700-ANADIR-ARCHIVO
                 THRU 1700-ANADIR-ARCHIVO-EXIT
              DISPLAY 'Otro fichero de archivo (blanco = fin): '
              ACCEPT WS-ENTRADA-ARCHIVO
           END-PERFORM.

       1600-CARGAR-ARCHIVOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1650-LEER-PASADA                                            *
      *                                                               *
      *****************************************************************
       1650-LEER-PASADA.
           READ PASADAS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 1650-LEER-PASADA-EXIT
           END-READ.

           IF PAS-PROGRAMA = 'JUEGOARC'
              AND PAS-FICHERO NOT = SPACES
              MOVE PAS-FICHERO TO WS-ENTRADA-ARCHIVO
              PERFORM 1700-ANADIR-ARCHIVO
                 THRU 1700-ANADIR-ARCHIVO-EXIT
           END-IF.

       1650-LEER-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1700-ANADIR-ARCHIVO                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir WS-ENTRADA-ARCHIVO a la tabla si no está ya.        *
      *                                                               *
      *****************************************************************
       1700-ANADIR-ARCHIVO.
           SET NO-ARCHIVO-REPETIDO TO TRUE.
           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
                 OR SI-ARCHIVO-REPETIDO
              IF WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                 = WS-ENTRADA-ARCHIVO
                 SET SI-ARCHIVO-REPETIDO TO TRUE
              END-IF
           END-PERFORM.

           IF SI-ARCHIVO-REPETIDO
              GO TO 1700-ANADIR-ARCHIVO-EXIT
           END-IF.

           IF WS-NUM-ARCHIVOS >= WS-MAX-ARCHIVOS
              DISPLAY 'Demasiados ficheros de archivo (max '
                      WS-MAX-ARCHIVOS '): no se borra nada.'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           ADD 1 TO WS-NUM-ARCHIVOS.
           MOVE WS-ENTRADA-ARCHIVO
             TO WS-ARCHIVO-NOMBRE(WS-NUM-ARCHIVOS).

       1700-ANADIR-ARCHIVO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-BLOQUEAR-JUGADORES                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Dejar en blanco el nombre de cada código en jugadores.dat  *
      *    y darlo de baja (los fusionados siguen como 'F'): desde    *
      *    aquí ninguna terminal lo admite. La fila conserva el       *
      *    código hasta completar el borrado, así nadie puede darlo   *
      *    de alta mientras tanto.                                    *
      *                                                               *
      *****************************************************************
       2000-BLOQUEAR-JUGADORES.
           MOVE ZEROS TO WS-CAMBIADAS.

           OPEN I-O JUGADORES-FILE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              PERFORM 2100-BLOQUEAR-JUGADOR
                 THRU 2100-BLOQUEAR-JUGADOR-EXIT
           END-PERFORM.

           CLOSE JUGADORES-FILE.

           MOVE 'jugadores.dat (nombre)' TO WS-NUEVO-ALMACEN.
           MOVE SPACES                   TO WS-NUEVO-NOTA.
           MOVE WS-NUM-BORRAR            TO WS-LEIDAS.
           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       2000-BLOQUEAR-JUGADORES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-BLOQUEAR-JUGADOR                                       *
      *                                                               *
      *****************************************************************
       2100-BLOQUEAR-JUGADOR.
           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO JUG-CODIGO.
           READ JUGADORES-FILE
              KEY IS JUG-CODIGO
              INVALID KEY
                 GO TO 2100-BLOQUEAR-JUGADOR-EXIT
           END-READ.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           IF JUG-NOMBRE = SPACES
              AND (JUG-ESTADO = 'B' OR JUG-ESTADO = 'F')
              GO TO 2100-BLOQUEAR-JUGADOR-EXIT
           END-IF.

           MOVE SPACES TO JUG-NOMBRE.
           IF JUG-ESTADO NOT = 'F'
              MOVE 'B' TO JUG-ESTADO
           END-IF.

           REWRITE REG-JUGADOR
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIADAS.

       2100-BLOQUEAR-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3000-REGRABAR-ALMACENES                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sustituir los códigos por sus tokens en cada almacén       *
      *    secuencial que los lleva.                                  *
      *                                                               *
      *****************************************************************
       3000-REGRABAR-ALMACENES.
           SET NO-ALMACEN-ARCHIVO TO TRUE.
           MOVE 'auditoria.log' TO WS-FICHERO-ALMACEN.
           SET ALM-AUDITORIA    TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           SET SI-ALMACEN-ARCHIVO TO TRUE.
           PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
              UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
              MOVE WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                TO WS-FICHERO-ALMACEN
              SET ALM-AUDITORIA TO TRUE
              PERFORM 3100-REGRABAR-ALMACEN
                 THRU 3100-REGRABAR-ALMACEN-EXIT
           END-PERFORM.
           SET NO-ALMACEN-ARCHIVO TO TRUE.

           MOVE 'historial.dat'           TO WS-NUEVO-ALMACEN.
           MOVE 'sin codigos de jugador'  TO WS-NUEVO-NOTA.
           MOVE ZEROS TO WS-LEIDAS
                         WS-CAMBIADAS.
           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

           MOVE 'liga.dat'      TO WS-FICHERO-ALMACEN.
           SET ALM-LIGA         TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           MOVE 'copa.dat'      TO WS-FICHERO-ALMACEN.
           SET ALM-COPA         TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           MOVE 'perfiles.dat'  TO WS-FICHERO-ALMACEN.
           SET ALM-PERFILES     TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           MOVE 'fusiones.dat'  TO WS-FICHERO-ALMACEN.
           SET ALM-FUSIONES     TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           MOVE 'pendibd.dat'   TO WS-FICHERO-ALMACEN.
           SET ALM-PENDIENTES   TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

           MOVE 'reinicio.dat'  TO WS-FICHERO-ALMACEN.
           SET ALM-REINICIO     TO TRUE.
           PERFORM 3100-REGRABAR-ALMACEN
              THRU 3100-REGRABAR-ALMACEN-EXIT.

       3000-REGRABAR-ALMACENES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3100-REGRABAR-ALMACEN                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Copiar el almacén WS-FICHERO-ALMACEN al fichero de         *
      *    trabajo con los códigos sustituidos, releerlo y, sólo si   *
      *    hubo cambios y las cuentas cuadran, sustituir el vivo.     *
      *    Con descuadre el almacén queda intacto y no se sigue.      *
      *  · Un almacén que no existe no tiene nada que borrar; un      *
      *    fichero de archivo que no se encuentra es un aviso (puede  *
      *    estar guardado aparte y haya que tratarlo después).        *
      *                                                               *
      *****************************************************************
       3100-REGRABAR-ALMACEN.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE ZEROS TO WS-LEIDAS
                         WS-CAMBIADAS
                         WS-RELEIDAS.
           MOVE WS-FICHERO-ALMACEN TO WS-NUEVO-ALMACEN.
           MOVE SPACES             TO WS-NUEVO-NOTA.

           OPEN INPUT ALMACEN-FILE.
           IF WS-ESTADO-ALMACEN = "35"
              IF SI-ALMACEN-ARCHIVO
                 MOVE 'AVISO: no encontrado' TO WS-NUEVO-NOTA
                 ADD 1 TO WS-AVISOS
              ELSE
                 MOVE 'no existe' TO WS-NUEVO-NOTA
              END-IF
              PERFORM 8000-APUNTAR-RESUMEN
                 THRU 8000-APUNTAR-RESUMEN-EXIT
              GO TO 3100-REGRABAR-ALMACEN-EXIT
           END-IF.
           IF WS-ESTADO-ALMACEN NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': '
                      FUNCTION TRIM(WS-FICHERO-ALMACEN)
                      ' (' WS-ESTADO-ALMACEN ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3150-COPIAR-SUSTITUYENDO
              THRU 3150-COPIAR-SUSTITUYENDO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE ALMACEN-FILE
                 TRABAJO-FILE.

           IF WS-CAMBIADAS = 0
              PERFORM 8000-APUNTAR-RESUMEN
                 THRU 8000-APUNTAR-RESUMEN-EXIT
              GO TO 3100-REGRABAR-ALMACEN-EXIT
           END-IF.

      * · Releer el fichero de trabajo.
           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           PERFORM 3300-CONTAR-TRABAJO
              THRU 3300-CONTAR-TRABAJO-EXIT
              UNTIL SI-FIN-FICHERO.
           CLOSE TRABAJO-FILE.

           IF WS-RELEIDAS NOT = WS-LEIDAS
              DISPLAY 'DESCUADRE: ' FUNCTION TRIM(WS-FICHERO-ALMACEN)
                      ' queda intacto.'
              DISPLAY 'Leidos ' WS-LEIDAS
                      ' releidos ' WS-RELEIDAS
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3400-SUSTITUIR-ALMACEN
              THRU 3400-SUSTITUIR-ALMACEN-EXIT.

           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       3100-REGRABAR-ALMACEN-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3150-COPIAR-SUSTITUYENDO                                    *
      *                                                               *
      *****************************************************************
       3150-COPIAR-SUSTITUYENDO.
           READ ALMACEN-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 3150-COPIAR-SUSTITUYENDO-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

           PERFORM 3200-SUSTITUIR-REGISTRO
              THRU 3200-SUSTITUIR-REGISTRO-EXIT.

           IF SI-REGISTRO-CAMBIADO
              ADD 1 TO WS-CAMBIADAS
           END-IF.

           WRITE REG-TRABAJO FROM REG-ALMACEN.

       3150-COPIAR-SUSTITUYENDO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3200-SUSTITUIR-REGISTRO                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar por 8200-SUSTITUIR-CODIGO cada campo de código de    *
      *    jugador del registro, según el almacén.                    *
      *                                                               *
      *****************************************************************
       3200-SUSTITUIR-REGISTRO.
           SET NO-REGISTRO-CAMBIADO TO TRUE.

           EVALUATE TRUE
              WHEN ALM-AUDITORIA
                 MOVE AUD-JUGADOR1 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO AUD-JUGADOR1
                 MOVE AUD-JUGADOR2 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO AUD-JUGADOR2
              WHEN ALM-LIGA
                 MOVE LIG-JUGADOR1 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO LIG-JUGADOR1
                 MOVE LIG-JUGADOR2 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO LIG-JUGADOR2
              WHEN ALM-COPA
                 MOVE COP-JUGADOR1 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO COP-JUGADOR1
                 MOVE COP-JUGADOR2 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO COP-JUGADOR2
                 MOVE COP-GANADOR  TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO COP-GANADOR
              WHEN ALM-PERFILES
                 MOVE PER-CODIGO   TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO PER-CODIGO
              WHEN ALM-FUSIONES
                 MOVE FUS-CODIGO-ANTIGUO TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO FUS-CODIGO-ANTIGUO
                 MOVE FUS-CODIGO-NUEVO   TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO FUS-CODIGO-NUEVO
              WHEN ALM-PENDIENTES
                 MOVE PEN-JUGADOR1 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO PEN-JUGADOR1
                 MOVE PEN-JUGADOR2 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO PEN-JUGADOR2
              WHEN ALM-REINICIO
                 MOVE REI-JUGADOR1 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO REI-JUGADOR1
                 MOVE REI-JUGADOR2 TO WS-CODIGO-CAMPO
                 PERFORM 8200-SUSTITUIR-CODIGO
                    THRU 8200-SUSTITUIR-CODIGO-EXIT
                 MOVE WS-CODIGO-CAMPO TO REI-JUGADOR2
           END-EVALUATE.

       3200-SUSTITUIR-REGISTRO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3300-CONTAR-TRABAJO                                         *
      *                                                               *
      *****************************************************************
       3300-CONTAR-TRABAJO.
           READ TRABAJO-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 ADD 1 TO WS-RELEIDAS
           END-READ.

       3300-CONTAR-TRABAJO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3400-SUSTITUIR-ALMACEN                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Regrabar el almacén vivo desde el fichero de trabajo.      *
      *                                                               *
      *****************************************************************
       3400-SUSTITUIR-ALMACEN.
           SET NO-FIN-FICHERO TO TRUE.

           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT ALMACEN-FILE.
           IF WS-ESTADO-ALMACEN NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': '
                      FUNCTION TRIM(WS-FICHERO-ALMACEN)
                      ' (' WS-ESTADO-ALMACEN ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 3450-COPIAR-TRABAJO
              THRU 3450-COPIAR-TRABAJO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE TRABAJO-FILE
                 ALMACEN-FILE.

       3400-SUSTITUIR-ALMACEN-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   3450-COPIAR-TRABAJO                                         *
      *                                                               *
      *****************************************************************
       3450-COPIAR-TRABAJO.
           READ TRABAJO-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 WRITE REG-ALMACEN FROM REG-TRABAJO
           END-READ.

       3450-COPIAR-TRABAJO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4000-REASIGNAR-MARCAJUG                                     *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar la fila de marcajug.dat de cada código a la clave    *
      *    de su token, con los mismos contadores. La fila se lee     *
      *    con bloqueo; si una terminal la retiene, el borrado queda  *
      *    pendiente y se repite.                                     *
      *                                                               *
      *****************************************************************
       4000-REASIGNAR-MARCAJUG.
           MOVE ZEROS          TO WS-LEIDAS
                                  WS-CAMBIADAS.
           MOVE 'marcajug.dat' TO WS-NUEVO-ALMACEN.
           MOVE SPACES         TO WS-NUEVO-NOTA.

           OPEN I-O MARCAJUG-FILE.
           IF WS-ESTADO-MARCAJUG = "35"
              MOVE 'no existe' TO WS-NUEVO-NOTA
              PERFORM 8000-APUNTAR-RESUMEN
                 THRU 8000-APUNTAR-RESUMEN-EXIT
              GO TO 4000-REASIGNAR-MARCAJUG-EXIT
           END-IF.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-MARCAJUG ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              PERFORM 4100-MOVER-MARCAJUG
                 THRU 4100-MOVER-MARCAJUG-EXIT
           END-PERFORM.

           CLOSE MARCAJUG-FILE.

           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       4000-REASIGNAR-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4100-MOVER-MARCAJUG                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Grabar la fila con la clave del token y borrar la del      *
      *    código. Si el token ya tenía fila (pasada anterior         *
      *    cortada entre los dos pasos), sólo falta borrar.           *
      *                                                               *
      *****************************************************************
       4100-MOVER-MARCAJUG.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-MARCAJUG.
           PERFORM 4150-LEER-MARCAJUG
              THRU 4150-LEER-MARCAJUG-EXIT
              UNTIL WS-ESTADO-MARCAJUG NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-MARCAJUG
              WHEN "00"
                 ADD 1 TO WS-LEIDAS
              WHEN "23"
                 GO TO 4100-MOVER-MARCAJUG-EXIT
              WHEN "51"
                 SET SI-PENDIENTE TO TRUE
                 MOVE 'PENDIENTE: fila bloqueada' TO WS-NUEVO-NOTA
                 GO TO 4100-MOVER-MARCAJUG-EXIT
              WHEN OTHER
                 DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                         WS-ESTADO-MARCAJUG ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-EVALUATE.

           MOVE WS-BOR-TOKEN(WS-BOR-SUB) TO MCJ-CODIGO.
           WRITE REG-MARCAJUG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              AND WS-ESTADO-MARCAJUG NOT = "22"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-MARCAJUG ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO MCJ-CODIGO.
           DELETE MARCAJUG-FILE RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-ESTADO-MARCAJUG NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': marcajug.dat ('
                      WS-ESTADO-MARCAJUG ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIADAS.

           UNLOCK MARCAJUG-FILE.

       4100-MOVER-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4150-LEER-MARCAJUG                                          *
      *                                                               *
      *****************************************************************
       4150-LEER-MARCAJUG.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO MCJ-CODIGO.
           READ MARCAJUG-FILE WITH LOCK
              KEY IS MCJ-CODIGO
              INVALID KEY
                 CONTINUE
           END-READ.

       4150-LEER-MARCAJUG-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4500-REASIGNAR-RATINGS                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar la fila de ratings.dat de cada código a la clave de  *
      *    su token. JUEGOELO, al regenerarlo desde auditoria.log, ya *
      *    la calculará con el token.                                 *
      *                                                               *
      *****************************************************************
       4500-REASIGNAR-RATINGS.
           MOVE ZEROS         TO WS-LEIDAS
                                 WS-CAMBIADAS.
           MOVE 'ratings.dat' TO WS-NUEVO-ALMACEN.
           MOVE SPACES        TO WS-NUEVO-NOTA.

           OPEN I-O RATINGS-FILE.
           IF WS-ESTADO-RATINGS = "35"
              MOVE 'no existe' TO WS-NUEVO-NOTA
              PERFORM 8000-APUNTAR-RESUMEN
                 THRU 8000-APUNTAR-RESUMEN-EXIT
              GO TO 4500-REASIGNAR-RATINGS-EXIT
           END-IF.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                      WS-ESTADO-RATINGS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              PERFORM 4600-MOVER-RATING
                 THRU 4600-MOVER-RATING-EXIT
           END-PERFORM.

           CLOSE RATINGS-FILE.

           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       4500-REASIGNAR-RATINGS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4600-MOVER-RATING                                           *
      *                                                               *
      *****************************************************************
       4600-MOVER-RATING.
           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO RAT-CODIGO.
           READ RATINGS-FILE
              KEY IS RAT-CODIGO
              INVALID KEY
                 GO TO 4600-MOVER-RATING-EXIT
           END-READ.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                      WS-ESTADO-RATINGS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-LEIDAS.

           MOVE WS-BOR-TOKEN(WS-BOR-SUB) TO RAT-CODIGO.
           WRITE REG-RATING
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-RATINGS NOT = "00"
              AND WS-ESTADO-RATINGS NOT = "22"
              DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                      WS-ESTADO-RATINGS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO RAT-CODIGO.
           DELETE RATINGS-FILE RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-ESTADO-RATINGS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': ratings.dat ('
                      WS-ESTADO-RATINGS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIADAS.

       4600-MOVER-RATING-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4700-REASIGNAR-RECORDS                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Pasar al token las filas de records.dat del jugador: las   *
      *    que van por código (rachas, partidas del día, partidas sin *
      *    perder) cambian de clave, y en los récords el token pasa a *
      *    ser el titular o el rival. Primero se anotan las claves    *
      *    afectadas y después se trata cada fila con bloqueo; si una *
      *    terminal la retiene, el borrado queda pendiente.           *
      *                                                               *
      *****************************************************************
       4700-REASIGNAR-RECORDS.
           MOVE ZEROS         TO WS-LEIDAS
                                 WS-CAMBIADAS
                                 WS-NUM-FILAS-REC.
           MOVE 'records.dat' TO WS-NUEVO-ALMACEN.
           MOVE SPACES        TO WS-NUEVO-NOTA.

           OPEN I-O RECORDS-FILE.
           IF WS-ESTADO-RECORDS = "35"
              MOVE 'no existe' TO WS-NUEVO-NOTA
              PERFORM 8000-APUNTAR-RESUMEN
                 THRU 8000-APUNTAR-RESUMEN-EXIT
              GO TO 4700-REASIGNAR-RECORDS-EXIT
           END-IF.
           IF WS-ESTADO-RECORDS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-ESTADO-RECORDS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 4750-ANOTAR-FILA-REC
              THRU 4750-ANOTAR-FILA-REC-EXIT
              UNTIL SI-FIN-FICHERO.

           PERFORM VARYING WS-FRE-SUB FROM 1 BY 1
              UNTIL WS-FRE-SUB > WS-NUM-FILAS-REC
              PERFORM 4800-MOVER-FILA-REC
                 THRU 4800-MOVER-FILA-REC-EXIT
           END-PERFORM.

           CLOSE RECORDS-FILE.

           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       4700-REASIGNAR-RECORDS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4750-ANOTAR-FILA-REC                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Si hay más filas afectadas que sitio en la tabla, las      *
      *    que faltan quedan para la siguiente pasada (borrado        *
      *    pendiente).                                                *
      *                                                               *
      *****************************************************************
       4750-ANOTAR-FILA-REC.
           READ RECORDS-FILE NEXT RECORD
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 4750-ANOTAR-FILA-REC-EXIT
           END-READ.
           IF WS-ESTADO-RECORDS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-ESTADO-RECORDS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           SET NO-FILA-AFECTADA TO TRUE.
           MOVE REC-CLAVE TO WS-CODIGO-CAMPO.
           PERFORM 8300-BUSCAR-CODIGO
              THRU 8300-BUSCAR-CODIGO-EXIT.
           IF WS-BOR-SUB > 0
              SET SI-FILA-AFECTADA TO TRUE
           END-IF.
           MOVE REC-TITULAR TO WS-CODIGO-CAMPO.
           PERFORM 8300-BUSCAR-CODIGO
              THRU 8300-BUSCAR-CODIGO-EXIT.
           IF WS-BOR-SUB > 0
              SET SI-FILA-AFECTADA TO TRUE
           END-IF.
           MOVE REC-RIVAL TO WS-CODIGO-CAMPO.
           PERFORM 8300-BUSCAR-CODIGO
              THRU 8300-BUSCAR-CODIGO-EXIT.
           IF WS-BOR-SUB > 0
              SET SI-FILA-AFECTADA TO TRUE
           END-IF.

           IF NO-FILA-AFECTADA
              GO TO 4750-ANOTAR-FILA-REC-EXIT
           END-IF.

           IF WS-NUM-FILAS-REC >= WS-MAX-FILAS-REC
              SET SI-PENDIENTE TO TRUE
              MOVE 'PENDIENTE: mas filas que tabla' TO WS-NUEVO-NOTA
              GO TO 4750-ANOTAR-FILA-REC-EXIT
           END-IF.

           ADD 1 TO WS-NUM-FILAS-REC.
           MOVE REC-LLAVE TO WS-FRE-LLAVE(WS-NUM-FILAS-REC).

       4750-ANOTAR-FILA-REC-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4800-MOVER-FILA-REC                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sustituir los códigos de la fila. Si la clave lleva un     *
      *    código, la fila se graba con la clave del token y se borra *
      *    la antigua (si el token ya tenía fila, sólo falta borrar); *
      *    si no, se regraba en su sitio.                             *
      *                                                               *
      *****************************************************************
       4800-MOVER-FILA-REC.
           MOVE ZERO TO WS-REINTENTOS.
           MOVE "51" TO WS-ESTADO-RECORDS.
           PERFORM 4850-LEER-FILA-REC
              THRU 4850-LEER-FILA-REC-EXIT
              UNTIL WS-ESTADO-RECORDS NOT = "51"
                 OR WS-REINTENTOS >= WS-MAX-REINTENTOS.

           EVALUATE WS-ESTADO-RECORDS
              WHEN "00"
                 ADD 1 TO WS-LEIDAS
              WHEN "23"
                 GO TO 4800-MOVER-FILA-REC-EXIT
              WHEN "51"
                 SET SI-PENDIENTE TO TRUE
                 MOVE 'PENDIENTE: fila bloqueada' TO WS-NUEVO-NOTA
                 GO TO 4800-MOVER-FILA-REC-EXIT
              WHEN OTHER
                 DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                         WS-ESTADO-RECORDS ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
           END-EVALUATE.

           MOVE REC-TITULAR TO WS-CODIGO-CAMPO.
           PERFORM 8200-SUSTITUIR-CODIGO
              THRU 8200-SUSTITUIR-CODIGO-EXIT.
           MOVE WS-CODIGO-CAMPO TO REC-TITULAR.
           MOVE REC-RIVAL TO WS-CODIGO-CAMPO.
           PERFORM 8200-SUSTITUIR-CODIGO
              THRU 8200-SUSTITUIR-CODIGO-EXIT.
           MOVE WS-CODIGO-CAMPO TO REC-RIVAL.

           MOVE REC-CLAVE TO WS-CODIGO-CAMPO.
           PERFORM 8300-BUSCAR-CODIGO
              THRU 8300-BUSCAR-CODIGO-EXIT.
           IF WS-BOR-SUB = 0
              REWRITE REG-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-ESTADO-RECORDS NOT = "00"
                 DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                         WS-ESTADO-RECORDS ')'
                 PERFORM 9999-ABORTAR
                    THRU 9999-ABORTAR-EXIT
              END-IF
              ADD 1 TO WS-CAMBIADAS
              UNLOCK RECORDS-FILE
              GO TO 4800-MOVER-FILA-REC-EXIT
           END-IF.

           MOVE WS-BOR-TOKEN(WS-BOR-SUB) TO REC-CLAVE.
           WRITE REG-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-RECORDS NOT = "00"
              AND WS-ESTADO-RECORDS NOT = "22"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-ESTADO-RECORDS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-FRE-LLAVE(WS-FRE-SUB) TO REC-LLAVE.
           DELETE RECORDS-FILE RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-ESTADO-RECORDS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': records.dat ('
                      WS-ESTADO-RECORDS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIADAS.

           UNLOCK RECORDS-FILE.

       4800-MOVER-FILA-REC-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   4850-LEER-FILA-REC                                          *
      *                                                               *
      *****************************************************************
       4850-LEER-FILA-REC.
           IF WS-REINTENTOS > 0
              PERFORM 8400-ESPERAR-BLOQUEO
                 THRU 8400-ESPERAR-BLOQUEO-EXIT
           END-IF.
           ADD 1 TO WS-REINTENTOS.

           MOVE WS-FRE-LLAVE(WS-FRE-SUB) TO REC-LLAVE.
           READ RECORDS-FILE WITH LOCK
              KEY IS REC-LLAVE
              INVALID KEY
                 CONTINUE
           END-READ.

       4850-LEER-FILA-REC-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5000-ANONIMIZAR-BD                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Sustituir cada código por su token en GAME_RESULTS vía     *
      *    JUEGOSQ5. Si la BD no responde el borrado queda pendiente  *
      *    (los resultados aún en pendibd.dat ya llevan el token).    *
      *                                                               *
      *****************************************************************
       5000-ANONIMIZAR-BD.
           MOVE ZEROS          TO WS-TOTAL-FILAS-BD.
           MOVE 'GAME_RESULTS' TO WS-NUEVO-ALMACEN.
           MOVE SPACES         TO WS-NUEVO-NOTA.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
                 OR SI-PENDIENTE
              PERFORM 5100-LLAMAR-BD
                 THRU 5100-LLAMAR-BD-EXIT
           END-PERFORM.

           IF NO-PENDIENTE
              MOVE 'filas actualizadas' TO WS-NUEVO-NOTA
           END-IF.
           MOVE ZEROS             TO WS-LEIDAS.
           MOVE WS-TOTAL-FILAS-BD TO WS-CAMBIADAS.
           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       5000-ANONIMIZAR-BD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   5100-LLAMAR-BD                                              *
      *                                                               *
      *****************************************************************
       5100-LLAMAR-BD.
           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO WS-CODIGO-LLAMADA.
           MOVE WS-BOR-TOKEN(WS-BOR-SUB)  TO WS-TOKEN-LLAMADA.
           MOVE ZEROS TO WS-FILAS-BD
                         WS-SQLCODE-BD.

           CALL 'JUEGOSQ5' USING WS-CODIGO-LLAMADA
                                  WS-TOKEN-LLAMADA
                                  WS-FILAS-BD
                                  WS-SQLCODE-BD
              ON EXCEPTION
                 SET SI-PENDIENTE TO TRUE
                 MOVE 'PENDIENTE: BD no disponible' TO WS-NUEVO-NOTA
                 GO TO 5100-LLAMAR-BD-EXIT
           END-CALL.

           IF WS-SQLCODE-BD = 0
              ADD WS-FILAS-BD TO WS-TOTAL-FILAS-BD
           ELSE
              SET SI-PENDIENTE TO TRUE
              MOVE WS-SQLCODE-BD TO WS-SQLCODE-EDIT
              MOVE SPACES TO WS-NUEVO-NOTA
              STRING 'PENDIENTE: SQLCODE '
                     FUNCTION TRIM(WS-SQLCODE-EDIT)
                 DELIMITED BY SIZE INTO WS-NUEVO-NOTA
           END-IF.

       5100-LLAMAR-BD-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-COMPLETAR-BORRADO                                      *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Con todos los pasos hechos: pasar la fila de               *
      *    jugadores.dat de cada código a la clave de su token y      *
      *    cerrar el borrado en borrados.dat, quitando los códigos.   *
      *                                                               *
      *****************************************************************
       6000-COMPLETAR-BORRADO.
           MOVE ZEROS TO WS-LEIDAS
                         WS-CAMBIADAS.

           OPEN I-O JUGADORES-FILE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              PERFORM 6100-MOVER-JUGADOR
                 THRU 6100-MOVER-JUGADOR-EXIT
           END-PERFORM.

           CLOSE JUGADORES-FILE.

           MOVE 'jugadores.dat (codigo)' TO WS-NUEVO-ALMACEN.
           MOVE SPACES                   TO WS-NUEVO-NOTA.
           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

           PERFORM 6200-CERRAR-BORRADOS
              THRU 6200-CERRAR-BORRADOS-EXIT.

       6000-COMPLETAR-BORRADO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6100-MOVER-JUGADOR                                          *
      *                                                               *
      *****************************************************************
       6100-MOVER-JUGADOR.
           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO JUG-CODIGO.
           READ JUGADORES-FILE
              KEY IS JUG-CODIGO
              INVALID KEY
                 GO TO 6100-MOVER-JUGADOR-EXIT
           END-READ.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-LEIDAS.

           MOVE WS-BOR-TOKEN(WS-BOR-SUB) TO JUG-CODIGO.
           MOVE SPACES                   TO JUG-NOMBRE.
           WRITE REG-JUGADOR
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              AND WS-ESTADO-JUGADORES NOT = "22"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           MOVE WS-BOR-CODIGO(WS-BOR-SUB) TO JUG-CODIGO.
           DELETE JUGADORES-FILE RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-ESTADO-JUGADORES NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': jugadores.dat ('
                      WS-ESTADO-JUGADORES ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIADAS.

       6100-MOVER-JUGADOR-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6200-CERRAR-BORRADOS                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Regrabar borrados.dat (por el fichero de trabajo, con      *
      *    control de cuentas) con los borrados pendientes como       *
      *    completos y su código en blanco.                           *
      *                                                               *
      *****************************************************************
       6200-CERRAR-BORRADOS.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE ZEROS TO WS-LEIDAS
                         WS-CAMBIADAS
                         WS-RELEIDAS.

           OPEN INPUT BORRADOS-FILE.
           IF WS-ESTADO-BORRADOS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrados.dat ('
                      WS-ESTADO-BORRADOS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 6250-COPIAR-CERRANDO
              THRU 6250-COPIAR-CERRANDO-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE BORRADOS-FILE
                 TRABAJO-FILE.

      * · Releer el fichero de trabajo.
           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.
           PERFORM 3300-CONTAR-TRABAJO
              THRU 3300-CONTAR-TRABAJO-EXIT
              UNTIL SI-FIN-FICHERO.
           CLOSE TRABAJO-FILE.

           IF WS-CAMBIADAS NOT = WS-NUM-BORRAR
              OR WS-RELEIDAS NOT = WS-LEIDAS
              DISPLAY 'DESCUADRE: borrados.dat queda intacto.'
              DISPLAY 'Leidos ' WS-LEIDAS
                      ' releidos ' WS-RELEIDAS
                      ' cerrados ' WS-CAMBIADAS
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-ESTADO-TRABAJO NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrado.tmp ('
                      WS-ESTADO-TRABAJO ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           OPEN OUTPUT BORRADOS-FILE.
           IF WS-ESTADO-BORRADOS NOT = "00"
              DISPLAY WS-MSG-FICHERO-MAL ': borrados.dat ('
                      WS-ESTADO-BORRADOS ')'
              PERFORM 9999-ABORTAR
                 THRU 9999-ABORTAR-EXIT
           END-IF.

           PERFORM 6300-COPIAR-BORRADOS
              THRU 6300-COPIAR-BORRADOS-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE TRABAJO-FILE
                 BORRADOS-FILE.

           MOVE 'borrados.dat'  TO WS-NUEVO-ALMACEN.
           MOVE 'borrado completo' TO WS-NUEVO-NOTA.
           PERFORM 8000-APUNTAR-RESUMEN
              THRU 8000-APUNTAR-RESUMEN-EXIT.

       6200-CERRAR-BORRADOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6250-COPIAR-CERRANDO                                        *
      *                                                               *
      *****************************************************************
       6250-COPIAR-CERRANDO.
           READ BORRADOS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 6250-COPIAR-CERRANDO-EXIT
           END-READ.

           ADD 1 TO WS-LEIDAS.

           IF BOR-PENDIENTE
              MOVE SPACES TO BOR-CODIGO
              SET BOR-COMPLETO TO TRUE
              ADD 1 TO WS-CAMBIADAS
           END-IF.

           WRITE REG-TRABAJO FROM REG-BORRADO.

       6250-COPIAR-CERRANDO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6300-COPIAR-BORRADOS                                        *
      *                                                               *
      *****************************************************************
       6300-COPIAR-BORRADOS.
           READ TRABAJO-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 WRITE REG-BORRADO FROM REG-TRABAJO
           END-READ.

       6300-COPIAR-BORRADOS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   7000-INFORME-BORRADO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Informe de control: registros cambiados por almacén. Se    *
      *    muestran los tokens, no los códigos borrados.              *
      *                                                               *
      *****************************************************************
       7000-INFORME-BORRADO.
           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**       Borrado de jugador (JUEGOBOR)          *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Fecha:          ' WS-FECHA-BORRADO
                   '  Autoriza: ' FUNCTION TRIM(WS-AUTORIZA).
           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
              DISPLAY '* Token:          ' WS-BOR-TOKEN(WS-BOR-SUB)
           END-PERFORM.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Almacen                   Leidos  Cambiados'.
           PERFORM VARYING WS-RSM-SUB FROM 1 BY 1
              UNTIL WS-RSM-SUB > WS-NUM-RESUMEN
              MOVE WS-RSM-LEIDOS(WS-RSM-SUB)    TO WS-LEIDOS-EDIT
              MOVE WS-RSM-CAMBIADOS(WS-RSM-SUB) TO WS-CAMBIADOS-EDIT
              DISPLAY '* ' WS-RSM-ALMACEN(WS-RSM-SUB)
                      WS-LEIDOS-EDIT '    ' WS-CAMBIADOS-EDIT
                      '  ' FUNCTION TRIM(WS-RSM-NOTA(WS-RSM-SUB))
           END-PERFORM.
           DISPLAY '* --------------------------------------------- *'.
           EVALUATE TRUE
              WHEN SI-PENDIENTE
                 DISPLAY '* Borrado PENDIENTE: repita JUEGOBOR.      *'
              WHEN WS-AVISOS > 0
                 DISPLAY '* Completo con ' WS-AVISOS
                         ' aviso(s): revise.'
              WHEN OTHER
                 DISPLAY '* Borrado completo.                         *'
           END-EVALUATE.
           DISPLAY '*************************************************'.

       7000-INFORME-BORRADO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8000-APUNTAR-RESUMEN                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Añadir al resumen el almacén WS-NUEVO-ALMACEN con los      *
      *    contadores WS-LEIDAS y WS-CAMBIADAS y la nota.             *
      *                                                               *
      *****************************************************************
       8000-APUNTAR-RESUMEN.
           IF WS-NUM-RESUMEN >= WS-MAX-RESUMEN
              GO TO 8000-APUNTAR-RESUMEN-EXIT
           END-IF.

           ADD 1 TO WS-NUM-RESUMEN.
           MOVE WS-NUEVO-ALMACEN TO WS-RSM-ALMACEN(WS-NUM-RESUMEN).
           MOVE WS-LEIDAS        TO WS-RSM-LEIDOS(WS-NUM-RESUMEN).
           MOVE WS-CAMBIADAS     TO WS-RSM-CAMBIADOS(WS-NUM-RESUMEN).
           MOVE WS-NUEVO-NOTA    TO WS-RSM-NOTA(WS-NUM-RESUMEN).

       8000-APUNTAR-RESUMEN-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8200-SUSTITUIR-CODIGO                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Si WS-CODIGO-CAMPO es uno de los códigos que se borran,    *
      *    cambiarlo por su token y marcar el registro como cambiado. *
      *                                                               *
      *****************************************************************
       8200-SUSTITUIR-CODIGO.
           IF WS-CODIGO-CAMPO = SPACES
              GO TO 8200-SUSTITUIR-CODIGO-EXIT
           END-IF.

           PERFORM 8300-BUSCAR-CODIGO
              THRU 8300-BUSCAR-CODIGO-EXIT.

           IF WS-BOR-SUB > 0
              MOVE WS-BOR-TOKEN(WS-BOR-SUB) TO WS-CODIGO-CAMPO
              SET SI-REGISTRO-CAMBIADO TO TRUE
           END-IF.

       8200-SUSTITUIR-CODIGO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8300-BUSCAR-CODIGO                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Buscar WS-CODIGO-CAMPO en la tabla de códigos a borrar:    *
      *    deja en WS-BOR-SUB su posición, o cero si no está.         *
      *                                                               *
      *****************************************************************
       8300-BUSCAR-CODIGO.
           PERFORM VARYING WS-BOR-SUB FROM 1 BY 1
              UNTIL WS-BOR-SUB > WS-NUM-BORRAR
                 OR WS-BOR-CODIGO(WS-BOR-SUB) = WS-CODIGO-CAMPO
              CONTINUE
           END-PERFORM.

           IF WS-BOR-SUB > WS-NUM-BORRAR
              MOVE ZERO TO WS-BOR-SUB
           END-IF.

       8300-BUSCAR-CODIGO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8400-ESPERAR-BLOQUEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Esperar a que cambie el segundo del reloj antes de volver  *
      *    a pedir un registro que una terminal tiene bloqueado.      *
      *                                                               *
      *****************************************************************
       8400-ESPERAR-BLOQUEO.
           ACCEPT WS-HORA-ESPERA FROM TIME.
           MOVE WS-HORA-ESPERA TO WS-HORA-AHORA.

           PERFORM 8450-LEER-RELOJ
              THRU 8450-LEER-RELOJ-EXIT
              UNTIL WS-HORA-AHORA(1:6) NOT = WS-HORA-ESPERA(1:6).

       8400-ESPERAR-BLOQUEO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8450-LEER-RELOJ                                             *
      *                                                               *
      *****************************************************************
       8450-LEER-RELOJ.
           ACCEPT WS-HORA-AHORA FROM TIME.

       8450-LEER-RELOJ-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   9999-ABORTAR                                                *
      *                                                               *
      *****************************************************************
       9999-ABORTAR.

           MOVE 12     TO RETURN-CODE.

       9999-ABORTAR-EXIT.
           STOP RUN.

      *****************************************************************
      *         *
      *  F I N  *
      *         *
      ***********
