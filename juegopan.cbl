      *****************************************************************
      *			      juegopan				      *
      *	 -----------------------------------------------------------  *
      * Panel de estado de operación: en una sola consulta, y sin     *
      * modificar nada, el estado de todos los almacenes del juego,   *
      * para pasarlo antes y después de la cadena nocturna:           *
      *   · Cola DB2 (pendibd.dat): profundidad y entrada más         *
      *     antigua.                                                  *
      *   · Cadena nocturna (nochechk.dat, copy REGNOCHK): último     *
      *     paso completado con su fecha, o la marca de cadena        *
      *     completa.                                                 *
      *   · Secuencias: último extracto emitido (extrseq.dat) y       *
      *     última secuencia recibida de cada sede (sedeseq.dat).     *
      *   · Partida guardada en reinicio.dat (copy REGREINI) y su     *
      *     dueño.                                                    *
      *   · Último número de partida emitido (numpart.dat, copy       *
      *     REGNUMPA).                                                *
      *   · auditoria.log e historial.dat: registros y fecha de la    *
      *     última partida.                                           *
      *   · Del diario de pasadas (pasadas.log, copy REGPASAD): los   *
      *     ficheros de archivo producidos por JUEGOARC y la última   *
      *     regrabación de libro.dat (JUEGOLIB) y de ratings.dat      *
      *     (JUEGOELO).                                               *
      *                                                               *
      * Lo que se sale de los umbrales se resalta con '>>'. Los       *
      * umbrales se leen de umbrales.dat (CLAVE;valor, una por        *
      * línea; las vacías o que empiezan por '*' se ignoran); sin     *
      * fichero, o para la clave que falte, rigen los de omisión:     *
      *   COLA-HORAS     24    antigüedad máxima de la cola (horas).  *
      *   COLA-MAX       100   profundidad máxima de la cola.         *
      *   CADENA-DIAS    1     días desde la última cadena completa.  *
      *   REINICIO-DIAS  7     días de una partida guardada.          *
      *   AUDITORIA-MAX  50000 registros de auditoria.log (archivar). *
      *   LIBRO-DIAS     7     días desde la regrabación del libro.   *
      *   RATINGS-DIAS   31    días desde la regrabación de ratings.  *
      *                                                               *
      * Código de retorno: 0 todo en orden, 4 algún umbral superado,  *
      * 12 algún fichero erróneo (el panel se completa igualmente).   *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del programa.               *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOPAN.
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
           SELECT UMBRALES-FILE   ASSIGN TO "umbrales.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT PENDIENTES-FILE ASSIGN TO "pendibd.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT CONTROL-FILE    ASSIGN TO "nochechk.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT SECUENCIA-FILE  ASSIGN TO "extrseq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT SEDESEQ-FILE    ASSIGN TO "sedeseq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT REINICIO-FILE   ASSIGN TO "reinicio.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT NUMPART-FILE    ASSIGN TO "numpart.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS NUM-CLAVE
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT AUDITORIA-FILE  ASSIGN TO "auditoria.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT HISTORIAL-FILE  ASSIGN TO "historial.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

           SELECT PASADAS-FILE    ASSIGN TO "pasadas.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WS-ESTADO-FICHERO.

      *****************************************************************
      *                                                               *
      *                         DATA DIVISION                         *
      *                                                               *
      *****************************************************************

       DATA DIVISION.

       FILE SECTION.

      * · Umbrales del panel (CLAVE;valor).
       FD  UMBRALES-FILE.
       01  REG-UMBRAL               PIC X(80).

      * · Cola de resultados pendientes de DB2.
       FD  PENDIENTES-FILE.
       COPY REGPENDI.

      * · Punto de control de la cadena nocturna.
       FD  CONTROL-FILE.
       COPY REGNOCHK.

      * · Control de secuencia de extractos (lo lleva JUEGOEXT).
       FD  SECUENCIA-FILE.
       01  REG-SECUENCIA.
           05 SEC-ULTIMA            PIC 9(4).

      * · Secuencias recibidas por sede (lo lleva JUEGOIMP).
       FD  SEDESEQ-FILE.
       01  REG-SEDESEQ.
           05 SED-CODIGO            PIC X(3).
           05 SED-ULTIMA            PIC 9(4).

      * · Partida guardada.
       FD  REINICIO-FILE.
       COPY REGREINI.

      * · Último número de partida emitido.
       FD  NUMPART-FILE.
       COPY REGNUMPA.

      * · Histórico de auditoría.
       FD  AUDITORIA-FILE.
       COPY REGAUDIT.

      * · Historial de movimientos.
       FD  HISTORIAL-FILE.
       COPY REGHISTO.

      * · Diario de pasadas de JUEGOLIB, JUEGOELO y JUEGOARC.
       FD  PASADAS-FILE.
       COPY REGPASAD.

       WORKING-STORAGE SECTION.

      * · Ficheros (se abren de uno en uno, sólo para leer).
       01 WS-ESTADO-FICHERO       PIC XX          VALUE SPACES.
       01 WS-NOMBRE-FICHERO       PIC X(13)       VALUE SPACES.

       01 WS-FIN-FICHERO          PIC 9 COMP      VALUE 0.
          88 NO-FIN-FICHERO                       VALUE 0.
          88 SI-FIN-FICHERO                       VALUE 1.

      * · Fecha y hora de la consulta.
       01 WS-FECHA-HOY            PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-AHORA           PIC 9(8)        VALUE ZEROS.

      * · Umbrales (valores de omisión; umbrales.dat los cambia).
       01 WS-UMB-COLA-HORAS       PIC 9(5)        VALUE 24.
       01 WS-UMB-COLA-MAX         PIC 9(5)        VALUE 100.
       01 WS-UMB-CADENA-DIAS      PIC 9(5)        VALUE 1.
       01 WS-UMB-REINICIO-DIAS    PIC 9(5)        VALUE 7.
       01 WS-UMB-AUDITORIA-MAX    PIC 9(7)        VALUE 50000.
       01 WS-UMB-LIBRO-DIAS       PIC 9(5)        VALUE 7.
       01 WS-UMB-RATINGS-DIAS     PIC 9(5)        VALUE 31.

      * · Campos de trabajo del parse de umbrales.dat.
       01 WS-CAMPO-CLAVE          PIC X(20)       VALUE SPACES.
       01 WS-CAMPO-VALOR          PIC X(20)       VALUE SPACES.
       01 WS-VALOR-UMBRAL         PIC 9(7)        VALUE ZEROS.

      * · Cálculo de antigüedades: días entre WS-FECHA-CALC y hoy,
      *   y minutos del día de una hora HHMMSSCC.
       01 WS-FECHA-CALC-X         PIC X(8)        VALUE SPACES.
       01 WS-FECHA-CALC           REDEFINES WS-FECHA-CALC-X
                                  PIC 9(8).
       01 WS-DIAS-CALC            PIC 9(5)        VALUE ZEROS.
       01 WS-FECHA-VALIDA         PIC 9 COMP      VALUE 0.
          88 NO-FECHA-VALIDA                      VALUE 0.
          88 SI-FECHA-VALIDA                      VALUE 1.
       01 WS-HORA-CALC            PIC 9(8)        VALUE ZEROS.
       01 WS-HORA-CALC-R          REDEFINES WS-HORA-CALC.
          05 WS-HORA-CALC-HH      PIC 99.
          05 WS-HORA-CALC-MI      PIC 99.
          05 FILLER               PIC 9(4).
       01 WS-MINUTOS-AHORA        PIC 9(5)        VALUE ZEROS.
       01 WS-MINUTOS-COLA         PIC 9(7)        VALUE ZEROS.

      * · Cola DB2.
       01 WS-PEN-CUENTA           PIC 9(7)        VALUE ZEROS.
       01 WS-PEN-LEIDA.
          05 WS-PEN-LEIDA-FECHA   PIC 9(8).
          05 WS-PEN-LEIDA-HORA    PIC 9(8).
       01 WS-PEN-ANTIGUA.
          05 WS-PEN-ANT-FECHA     PIC 9(8).
          05 WS-PEN-ANT-HORA      PIC 9(8).

      * · Cadena nocturna: la última línea del punto de control.
       01 WS-CHK-LINEAS           PIC 9(3)        VALUE ZEROS.
       01 WS-CHK-ULTIMO.
          05 WS-CHK-PASO          PIC X(8).
          05 WS-CHK-FECHA         PIC X(8).
          05 WS-CHK-HORA          PIC X(8).

      * · Secuencias por sede.
       01 WS-MAX-SEDES            PIC 99 COMP     VALUE 20.
       01 WS-NUM-SEDES            PIC 99 COMP     VALUE ZEROS.

      * · Auditoría e historial.
       01 WS-AUD-CUENTA           PIC 9(7)        VALUE ZEROS.
       01 WS-AUD-ULTIMA           PIC 9(8)        VALUE ZEROS.
       01 WS-HIS-CUENTA           PIC 9(7)        VALUE ZEROS.
       01 WS-HIS-ULTIMA           PIC 9(8)        VALUE ZEROS.

      * · Diario de pasadas: ficheros de archivo distintos y última
      *   regrabación de libro y ratings.
       01 WS-MAX-ARCHIVOS         PIC 9(3) COMP   VALUE 200.
       01 WS-NUM-ARCHIVOS         PIC 9(3) COMP   VALUE ZEROS.
       01 WS-ARCHIVO-SUB          PIC 9(3) COMP   VALUE ZEROS.
       01 WS-ARCHIVO-HALLADO      PIC 9 COMP      VALUE 0.
          88 NO-ARCHIVO-HALLADO                   VALUE 0.
          88 SI-ARCHIVO-HALLADO                   VALUE 1.
       01 WS-ARCHIVOS-DE-MAS      PIC 9 COMP      VALUE 0.
          88 NO-ARCHIVOS-DE-MAS                   VALUE 0.
          88 SI-ARCHIVOS-DE-MAS                   VALUE 1.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-NOMBRE    OCCURS 200 PIC X(40).
       01 WS-ARC-ULTIMA.
          05 WS-ARC-FECHA         PIC 9(8)        VALUE ZEROS.
          05 WS-ARC-HORA          PIC 9(8)        VALUE ZEROS.
          05 WS-ARC-FICHERO       PIC X(40)       VALUE SPACES.
       01 WS-LIB-ULTIMA.
          05 WS-LIB-FECHA         PIC 9(8)        VALUE ZEROS.
          05 WS-LIB-HORA          PIC 9(8)        VALUE ZEROS.
          05 WS-LIB-REGISTROS     PIC 9(7)        VALUE ZEROS.
       01 WS-ELO-ULTIMA.
          05 WS-ELO-FECHA         PIC 9(8)        VALUE ZEROS.
          05 WS-ELO-HORA          PIC 9(8)        VALUE ZEROS.
          05 WS-ELO-REGISTROS     PIC 9(7)        VALUE ZEROS.

      * · Resultado del panel.
       01 WS-AVISOS               PIC 9(3)        VALUE ZEROS.
       01 WS-ERRORES              PIC 9(3)        VALUE ZEROS.

      * · Literales.
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

           PERFORM 2000-COLA-PENDIENTES
              THRU 2000-COLA-PENDIENTES-EXIT.

           PERFORM 2100-CADENA-NOCTURNA
              THRU 2100-CADENA-NOCTURNA-EXIT.

           PERFORM 2200-SECUENCIAS
              THRU 2200-SECUENCIAS-EXIT.

           PERFORM 2300-PARTIDA-GUARDADA
              THRU 2300-PARTIDA-GUARDADA-EXIT.

           PERFORM 2400-NUMERO-PARTIDA
              THRU 2400-NUMERO-PARTIDA-EXIT.

           PERFORM 2500-AUDITORIA
              THRU 2500-AUDITORIA-EXIT.

           PERFORM 2600-HISTORIAL
              THRU 2600-HISTORIAL-EXIT.

           PERFORM 2700-PASADAS
              THRU 2700-PASADAS-EXIT.

           PERFORM 6000-RESUMEN
              THRU 6000-RESUMEN-EXIT.

           IF WS-ERRORES > 0
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-AVISOS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       0000-PROCESO-PRINCIPAL-EXIT.
           STOP RUN.

      *****************************************************************
      *                                                               *
      *   1000-INICIO                                                 *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Fecha y hora de la consulta, umbrales y cabecera.          *
      *                                                               *
      *****************************************************************
       1000-INICIO.
           ACCEPT WS-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-AHORA TO WS-HORA-CALC.
           COMPUTE WS-MINUTOS-AHORA = WS-HORA-CALC-HH * 60
                                    + WS-HORA-CALC-MI.

           PERFORM 1100-CARGAR-UMBRALES
              THRU 1100-CARGAR-UMBRALES-EXIT.

           DISPLAY ' '.
           DISPLAY '*************************************************'.
           DISPLAY '**    Panel de estado (JUEGOPAN)                *'.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Consulta: ' WS-FECHA-HOY ' ' WS-HORA-AHORA(1:4).
           DISPLAY '* (">>" = fuera de umbral)'.

       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1100-CARGAR-UMBRALES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Leer umbrales.dat. Sin fichero rigen los de omisión.       *
      *                                                               *
      *****************************************************************
       1100-CARGAR-UMBRALES.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'umbrales.dat' TO WS-NOMBRE-FICHERO.

           OPEN INPUT UMBRALES-FILE.
           IF WS-ESTADO-FICHERO = "35"
              GO TO 1100-CARGAR-UMBRALES-EXIT
           END-IF.
           IF WS-ESTADO-FICHERO NOT = "00"
              PERFORM 8000-FICHERO-ERRONEO
                 THRU 8000-FICHERO-ERRONEO-EXIT
              GO TO 1100-CARGAR-UMBRALES-EXIT
           END-IF.

           PERFORM 1150-LEER-UMBRAL
              THRU 1150-LEER-UMBRAL-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE UMBRALES-FILE.

       1100-CARGAR-UMBRALES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   1150-LEER-UMBRAL                                            *
      *                                                               *
      *****************************************************************
       1150-LEER-UMBRAL.
           READ UMBRALES-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 1150-LEER-UMBRAL-EXIT
           END-READ.

           IF REG-UMBRAL = SPACES OR REG-UMBRAL(1:1) = '*'
              GO TO 1150-LEER-UMBRAL-EXIT
           END-IF.

           MOVE SPACES TO WS-CAMPO-CLAVE
                          WS-CAMPO-VALOR.
           UNSTRING REG-UMBRAL DELIMITED BY ';'
              INTO WS-CAMPO-CLAVE
                   WS-CAMPO-VALOR.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-CLAVE) TO WS-CAMPO-CLAVE.

           IF WS-CAMPO-VALOR = SPACES
              OR FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR) NOT = 0
              DISPLAY 'umbrales.dat: valor erroneo, se ignora: '
                      REG-UMBRAL(1:40)
              GO TO 1150-LEER-UMBRAL-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CAMPO-VALOR) TO WS-VALOR-UMBRAL.

           EVALUATE WS-CAMPO-CLAVE
              WHEN 'COLA-HORAS'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-COLA-HORAS
              WHEN 'COLA-MAX'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-COLA-MAX
              WHEN 'CADENA-DIAS'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-CADENA-DIAS
              WHEN 'REINICIO-DIAS'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-REINICIO-DIAS
              WHEN 'AUDITORIA-MAX'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-AUDITORIA-MAX
              WHEN 'LIBRO-DIAS'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-LIBRO-DIAS
              WHEN 'RATINGS-DIAS'
                 MOVE WS-VALOR-UMBRAL TO WS-UMB-RATINGS-DIAS
              WHEN OTHER
                 DISPLAY 'umbrales.dat: clave desconocida, se '
                         'ignora: ' REG-UMBRAL(1:40)
           END-EVALUATE.

       1150-LEER-UMBRAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2000-COLA-PENDIENTES                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Profundidad de pendibd.dat y su entrada más antigua, con   *
      *    su antigüedad en horas. Sin fichero, la cola está vacía.   *
      *                                                               *
      *****************************************************************
       2000-COLA-PENDIENTES.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'pendibd.dat' TO WS-NOMBRE-FICHERO.
           MOVE ALL '9' TO WS-PEN-ANTIGUA.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Cola DB2 (pendibd.dat)'.

           OPEN INPUT PENDIENTES-FILE.
           IF WS-ESTADO-FICHERO = "00"
              PERFORM 2050-LEER-PENDIENTE
                 THRU 2050-LEER-PENDIENTE-EXIT
                 UNTIL SI-FIN-FICHERO
              CLOSE PENDIENTES-FILE
           ELSE
              IF WS-ESTADO-FICHERO NOT = "35"
                 PERFORM 8000-FICHERO-ERRONEO
                    THRU 8000-FICHERO-ERRONEO-EXIT
                 GO TO 2000-COLA-PENDIENTES-EXIT
              END-IF
           END-IF.

           IF WS-PEN-CUENTA = 0
              DISPLAY '*    Vacia.'
              GO TO 2000-COLA-PENDIENTES-EXIT
           END-IF.

           DISPLAY '*    Pendientes ' WS-PEN-CUENTA
                   ', la mas antigua ' WS-PEN-ANT-FECHA ' '
                   WS-PEN-ANT-HORA(1:4).
           IF WS-PEN-CUENTA > WS-UMB-COLA-MAX
              DISPLAY '* >> Mas de ' WS-UMB-COLA-MAX ' pendientes: '
                      'revisar JUEGODRN y DB2.'
              ADD 1 TO WS-AVISOS
           END-IF.

           MOVE WS-PEN-ANT-FECHA TO WS-FECHA-CALC.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           IF NO-FECHA-VALIDA
              DISPLAY '* >> Fecha de la mas antigua erronea.'
              ADD 1 TO WS-AVISOS
              GO TO 2000-COLA-PENDIENTES-EXIT
           END-IF.
           MOVE WS-PEN-ANT-HORA TO WS-HORA-CALC.
           IF WS-DIAS-CALC * 1440 + WS-MINUTOS-AHORA
              < WS-HORA-CALC-HH * 60 + WS-HORA-CALC-MI
              MOVE ZEROS TO WS-MINUTOS-COLA
           ELSE
              COMPUTE WS-MINUTOS-COLA = WS-DIAS-CALC * 1440
                                      + WS-MINUTOS-AHORA
                                      - WS-HORA-CALC-HH * 60
                                      - WS-HORA-CALC-MI
           END-IF.
           IF WS-MINUTOS-COLA > WS-UMB-COLA-HORAS * 60
              DISPLAY '* >> La mas antigua lleva mas de '
                      WS-UMB-COLA-HORAS ' horas en cola.'
              ADD 1 TO WS-AVISOS
           END-IF.

       2000-COLA-PENDIENTES-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2050-LEER-PENDIENTE                                         *
      *                                                               *
      *****************************************************************
       2050-LEER-PENDIENTE.
           READ PENDIENTES-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2050-LEER-PENDIENTE-EXIT
           END-READ.

           ADD 1 TO WS-PEN-CUENTA.
           MOVE PEN-FECHA TO WS-PEN-LEIDA-FECHA.
           MOVE PEN-HORA  TO WS-PEN-LEIDA-HORA.
           IF WS-PEN-LEIDA < WS-PEN-ANTIGUA
              MOVE WS-PEN-LEIDA TO WS-PEN-ANTIGUA
           END-IF.

       2050-LEER-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2100-CADENA-NOCTURNA                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · La última línea de nochechk.dat: la marca de cadena        *
      *    completa o el último paso completado de una cadena que no  *
      *    terminó (cortada, o en curso). Cadena sin terminar, sin    *
      *    punto de control o completada hace más de CADENA-DIAS      *
      *    días, se resalta.                                          *
      *                                                               *
      *****************************************************************
       2100-CADENA-NOCTURNA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'nochechk.dat' TO WS-NOMBRE-FICHERO.
           MOVE SPACES TO WS-CHK-ULTIMO.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Cadena nocturna (nochechk.dat)'.

           OPEN INPUT CONTROL-FILE.
           IF WS-ESTADO-FICHERO = "00"
              PERFORM 2150-LEER-CONTROL
                 THRU 2150-LEER-CONTROL-EXIT
                 UNTIL SI-FIN-FICHERO
              CLOSE CONTROL-FILE
           ELSE
              IF WS-ESTADO-FICHERO NOT = "35"
                 PERFORM 8000-FICHERO-ERRONEO
                    THRU 8000-FICHERO-ERRONEO-EXIT
                 GO TO 2100-CADENA-NOCTURNA-EXIT
              END-IF
           END-IF.

           IF WS-CHK-LINEAS = 0
              DISPLAY '* >> Sin punto de control: no consta ninguna '
                      'cadena.'
              ADD 1 TO WS-AVISOS
              GO TO 2100-CADENA-NOCTURNA-EXIT
           END-IF.

           IF WS-CHK-PASO NOT = '*FIN'
              DISPLAY '*    Ultimo paso completado ' WS-CHK-PASO
                      ' el ' WS-CHK-FECHA ' ' WS-CHK-HORA(1:4)
              DISPLAY '* >> Cadena sin completar (cortada o en '
                      'curso): relanzar JUEGONOC.'
              ADD 1 TO WS-AVISOS
              GO TO 2100-CADENA-NOCTURNA-EXIT
           END-IF.

           DISPLAY '*    Cadena completa el ' WS-CHK-FECHA ' '
                   WS-CHK-HORA(1:4).
           MOVE WS-CHK-FECHA TO WS-FECHA-CALC-X.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           IF NO-FECHA-VALIDA
              OR WS-DIAS-CALC > WS-UMB-CADENA-DIAS
              DISPLAY '* >> Ninguna cadena completa en los ultimos '
                      WS-UMB-CADENA-DIAS ' dias.'
              ADD 1 TO WS-AVISOS
           END-IF.

       2100-CADENA-NOCTURNA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2150-LEER-CONTROL                                           *
      *                                                               *
      *****************************************************************
       2150-LEER-CONTROL.
           READ CONTROL-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 IF CHK-PASO NOT = SPACES
                    ADD 1 TO WS-CHK-LINEAS
                    MOVE REG-CONTROL TO WS-CHK-ULTIMO
                 END-IF
           END-READ.

       2150-LEER-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2200-SECUENCIAS                                             *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Último extracto emitido por JUEGOEXT y última secuencia    *
      *    recibida de cada sede por JUEGOIMP. Sin fichero no hay     *
      *    nada emitido o recibido aún.                               *
      *                                                               *
      *****************************************************************
       2200-SECUENCIAS.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Secuencias (extrseq.dat, sedeseq.dat)'.

           MOVE 'extrseq.dat' TO WS-NOMBRE-FICHERO.
           OPEN INPUT SECUENCIA-FILE.
           IF WS-ESTADO-FICHERO = "00"
              READ SECUENCIA-FILE
                 AT END
                    DISPLAY '*    Ningun extracto emitido.'
                 NOT AT END
                    DISPLAY '*    Ultimo extracto emitido: ' SEC-ULTIMA
              END-READ
              CLOSE SECUENCIA-FILE
           ELSE
              IF WS-ESTADO-FICHERO = "35"
                 DISPLAY '*    Ningun extracto emitido.'
              ELSE
                 PERFORM 8000-FICHERO-ERRONEO
                    THRU 8000-FICHERO-ERRONEO-EXIT
              END-IF
           END-IF.

           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'sedeseq.dat' TO WS-NOMBRE-FICHERO.
           OPEN INPUT SEDESEQ-FILE.
           IF WS-ESTADO-FICHERO = "00"
              PERFORM 2250-LEER-SEDESEQ
                 THRU 2250-LEER-SEDESEQ-EXIT
                 UNTIL SI-FIN-FICHERO
              CLOSE SEDESEQ-FILE
           ELSE
              IF WS-ESTADO-FICHERO NOT = "35"
                 PERFORM 8000-FICHERO-ERRONEO
                    THRU 8000-FICHERO-ERRONEO-EXIT
                 GO TO 2200-SECUENCIAS-EXIT
              END-IF
           END-IF.

           IF WS-NUM-SEDES = 0
              DISPLAY '*    Ninguna sede ha enviado aun.'
           END-IF.

       2200-SECUENCIAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2250-LEER-SEDESEQ                                           *
      *                                                               *
      *****************************************************************
       2250-LEER-SEDESEQ.
           READ SEDESEQ-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 IF WS-NUM-SEDES < WS-MAX-SEDES
                    ADD 1 TO WS-NUM-SEDES
                    DISPLAY '*    Sede ' SED-CODIGO
                            ': ultima secuencia recibida '
                            SED-ULTIMA
                 END-IF
           END-READ.

       2250-LEER-SEDESEQ-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2300-PARTIDA-GUARDADA                                       *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · La partida que espera en reinicio.dat y de quién es. Una   *
      *    guardada hace más de REINICIO-DIAS días se resalta.        *
      *                                                               *
      *****************************************************************
       2300-PARTIDA-GUARDADA.
           MOVE 'reinicio.dat' TO WS-NOMBRE-FICHERO.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Partida guardada (reinicio.dat)'.

           OPEN INPUT REINICIO-FILE.
           IF WS-ESTADO-FICHERO = "35"
              DISPLAY '*    Ninguna.'
              GO TO 2300-PARTIDA-GUARDADA-EXIT
           END-IF.
           IF WS-ESTADO-FICHERO NOT = "00"
              PERFORM 8000-FICHERO-ERRONEO
                 THRU 8000-FICHERO-ERRONEO-EXIT
              GO TO 2300-PARTIDA-GUARDADA-EXIT
           END-IF.

           READ REINICIO-FILE
              AT END
                 DISPLAY '*    Ninguna.'
                 CLOSE REINICIO-FILE
                 GO TO 2300-PARTIDA-GUARDADA-EXIT
           END-READ.
           CLOSE REINICIO-FILE.

           DISPLAY '*    Partida ' REI-NUM-PARTIDA ' de '
                   REI-JUGADOR1 ' contra ' REI-JUGADOR2.
           DISPLAY '*    guardada; empezada el ' REI-FECHA.
           MOVE REI-FECHA TO WS-FECHA-CALC.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           IF SI-FECHA-VALIDA
              AND WS-DIAS-CALC > WS-UMB-REINICIO-DIAS
              DISPLAY '* >> Guardada hace mas de '
                      WS-UMB-REINICIO-DIAS ' dias.'
              ADD 1 TO WS-AVISOS
           END-IF.

       2300-PARTIDA-GUARDADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2400-NUMERO-PARTIDA                                         *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Último número de partida emitido (numpart.dat), leído sin  *
      *    bloqueo.                                                   *
      *                                                               *
      *****************************************************************
       2400-NUMERO-PARTIDA.
           MOVE 'numpart.dat' TO WS-NOMBRE-FICHERO.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Numero de partida (numpart.dat)'.

           OPEN INPUT NUMPART-FILE.
           IF WS-ESTADO-FICHERO = "35"
              DISPLAY '*    Ningun numero emitido aun.'
              GO TO 2400-NUMERO-PARTIDA-EXIT
           END-IF.
           IF WS-ESTADO-FICHERO NOT = "00"
              PERFORM 8000-FICHERO-ERRONEO
                 THRU 8000-FICHERO-ERRONEO-EXIT
              GO TO 2400-NUMERO-PARTIDA-EXIT
           END-IF.

           SET NUM-CLAVE-UNICA TO TRUE.
           READ NUMPART-FILE
              KEY IS NUM-CLAVE
              INVALID KEY
                 DISPLAY '*    Ningun numero emitido aun.'
              NOT INVALID KEY
                 DISPLAY '*    Ultimo emitido: ' NUM-ULTIMO
           END-READ.

           CLOSE NUMPART-FILE.

       2400-NUMERO-PARTIDA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2500-AUDITORIA                                              *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Registros de auditoria.log y fecha de la última partida.   *
      *    Por encima de AUDITORIA-MAX registros toca archivar.       *
      *                                                               *
      *****************************************************************
       2500-AUDITORIA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'auditoria.log' TO WS-NOMBRE-FICHERO.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Auditoria (auditoria.log)'.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-FICHERO = "35"
              DISPLAY '*    Sin partidas.'
              GO TO 2500-AUDITORIA-EXIT
           END-IF.
           IF WS-ESTADO-FICHERO NOT = "00"
              PERFORM 8000-FICHERO-ERRONEO
                 THRU 8000-FICHERO-ERRONEO-EXIT
              GO TO 2500-AUDITORIA-EXIT
           END-IF.

           PERFORM 2550-LEER-AUDITORIA
              THRU 2550-LEER-AUDITORIA-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE AUDITORIA-FILE.

           DISPLAY '*    Registros ' WS-AUD-CUENTA
                   ', ultima partida ' WS-AUD-ULTIMA.
           IF WS-AUD-CUENTA > WS-UMB-AUDITORIA-MAX
              DISPLAY '* >> Mas de ' WS-UMB-AUDITORIA-MAX
                      ' registros: archivar con JUEGOARC.'
              ADD 1 TO WS-AVISOS
           END-IF.

       2500-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2550-LEER-AUDITORIA                                         *
      *                                                               *
      *****************************************************************
       2550-LEER-AUDITORIA.
           READ AUDITORIA-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 ADD 1 TO WS-AUD-CUENTA
                 IF AUD-FECHA NUMERIC
                    AND AUD-FECHA > WS-AUD-ULTIMA
                    MOVE AUD-FECHA TO WS-AUD-ULTIMA
                 END-IF
           END-READ.

       2550-LEER-AUDITORIA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2600-HISTORIAL                                              *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Registros de historial.dat y fecha de la última partida.   *
      *                                                               *
      *****************************************************************
       2600-HISTORIAL.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'historial.dat' TO WS-NOMBRE-FICHERO.

           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Historial de movimientos (historial.dat)'.

           OPEN INPUT HISTORIAL-FILE.
           IF WS-ESTADO-FICHERO = "35"
              DISPLAY '*    Sin movimientos.'
              GO TO 2600-HISTORIAL-EXIT
           END-IF.
           IF WS-ESTADO-FICHERO NOT = "00"
              PERFORM 8000-FICHERO-ERRONEO
                 THRU 8000-FICHERO-ERRONEO-EXIT
              GO TO 2600-HISTORIAL-EXIT
           END-IF.

           PERFORM 2650-LEER-HISTORIAL
              THRU 2650-LEER-HISTORIAL-EXIT
              UNTIL SI-FIN-FICHERO.

           CLOSE HISTORIAL-FILE.

           DISPLAY '*    Registros ' WS-HIS-CUENTA
                   ', ultima partida ' WS-HIS-ULTIMA.

       2600-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2650-LEER-HISTORIAL                                         *
      *                                                               *
      *****************************************************************
       2650-LEER-HISTORIAL.
           READ HISTORIAL-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIS-CUENTA
                 IF HIS-FECHA NUMERIC
                    AND HIS-FECHA > WS-HIS-ULTIMA
                    MOVE HIS-FECHA TO WS-HIS-ULTIMA
                 END-IF
           END-READ.

       2650-LEER-HISTORIAL-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2700-PASADAS                                                *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Del diario de pasadas: ficheros de archivo distintos que   *
      *    ha producido JUEGOARC (y el último), y la última           *
      *    regrabación de libro.dat y de ratings.dat. Sin constancia  *
      *    de regrabación, o más antigua que su umbral, se resalta.   *
      *                                                               *
      *****************************************************************
       2700-PASADAS.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 'pasadas.log' TO WS-NOMBRE-FICHERO.

           OPEN INPUT PASADAS-FILE.
           IF WS-ESTADO-FICHERO = "00"
              PERFORM 2750-LEER-PASADA
                 THRU 2750-LEER-PASADA-EXIT
                 UNTIL SI-FIN-FICHERO
              CLOSE PASADAS-FILE
           ELSE
              IF WS-ESTADO-FICHERO NOT = "35"
                 PERFORM 8000-FICHERO-ERRONEO
                    THRU 8000-FICHERO-ERRONEO-EXIT
                 GO TO 2700-PASADAS-EXIT
              END-IF
           END-IF.

      * · Archivado.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Archivos de auditoria (JUEGOARC)'.
           IF WS-NUM-ARCHIVOS = 0
              DISPLAY '*    Ninguno.'
           ELSE
              IF SI-ARCHIVOS-DE-MAS
                 DISPLAY '*    Ficheros de archivo: mas de '
                         WS-MAX-ARCHIVOS
              ELSE
                 DISPLAY '*    Ficheros de archivo: ' WS-NUM-ARCHIVOS
              END-IF
              DISPLAY '*    Ultimo: '
                      FUNCTION TRIM(WS-ARC-FICHERO)
              DISPLAY '*    archivado el ' WS-ARC-FECHA ' '
                      WS-ARC-HORA(1:4)
           END-IF.

      * · Libro de jugadas.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Libro de jugadas (libro.dat, JUEGOLIB)'.
           IF WS-LIB-FECHA = 0
              DISPLAY '* >> Sin constancia de regrabacion.'
              ADD 1 TO WS-AVISOS
           ELSE
              DISPLAY '*    Regrabado el ' WS-LIB-FECHA ' '
                      WS-LIB-HORA(1:4) ', filas ' WS-LIB-REGISTROS
              MOVE WS-LIB-FECHA TO WS-FECHA-CALC
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
              IF NO-FECHA-VALIDA
                 OR WS-DIAS-CALC > WS-UMB-LIBRO-DIAS
                 DISPLAY '* >> Sin regrabar en los ultimos '
                         WS-UMB-LIBRO-DIAS ' dias.'
                 ADD 1 TO WS-AVISOS
              END-IF
           END-IF.

      * · Ratings.
           DISPLAY '* --------------------------------------------- *'.
           DISPLAY '* Ratings (ratings.dat, JUEGOELO)'.
           IF WS-ELO-FECHA = 0
              DISPLAY '* >> Sin constancia de regrabacion.'
              ADD 1 TO WS-AVISOS
           ELSE
              DISPLAY '*    Regrabado el ' WS-ELO-FECHA ' '
                      WS-ELO-HORA(1:4) ', jugadores ' WS-ELO-REGISTROS
              MOVE WS-ELO-FECHA TO WS-FECHA-CALC
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
              IF NO-FECHA-VALIDA
                 OR WS-DIAS-CALC > WS-UMB-RATINGS-DIAS
                 DISPLAY '* >> Sin regrabar en los ultimos '
                         WS-UMB-RATINGS-DIAS ' dias.'
                 ADD 1 TO WS-AVISOS
              END-IF
           END-IF.

       2700-PASADAS-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   2750-LEER-PASADA                                            *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · El diario va en orden de ejecución: la última línea de     *
      *    cada programa es su última pasada.                         *
      *                                                               *
      *****************************************************************
       2750-LEER-PASADA.
           READ PASADAS-FILE
              AT END
                 SET SI-FIN-FICHERO TO TRUE
                 GO TO 2750-LEER-PASADA-EXIT
           END-READ.

           EVALUATE PAS-PROGRAMA
              WHEN 'JUEGOLIB'
                 MOVE PAS-FECHA     TO WS-LIB-FECHA
                 MOVE PAS-HORA      TO WS-LIB-HORA
                 MOVE PAS-REGISTROS TO WS-LIB-REGISTROS
              WHEN 'JUEGOELO'
                 MOVE PAS-FECHA     TO WS-ELO-FECHA
                 MOVE PAS-HORA      TO WS-ELO-HORA
                 MOVE PAS-REGISTROS TO WS-ELO-REGISTROS
              WHEN 'JUEGOARC'
                 MOVE PAS-FECHA     TO WS-ARC-FECHA
                 MOVE PAS-HORA      TO WS-ARC-HORA
                 MOVE PAS-FICHERO   TO WS-ARC-FICHERO
                 SET NO-ARCHIVO-HALLADO TO TRUE
                 PERFORM VARYING WS-ARCHIVO-SUB FROM 1 BY 1
                    UNTIL WS-ARCHIVO-SUB > WS-NUM-ARCHIVOS
                       OR SI-ARCHIVO-HALLADO
                    IF WS-ARCHIVO-NOMBRE(WS-ARCHIVO-SUB)
                       = PAS-FICHERO
                       SET SI-ARCHIVO-HALLADO TO TRUE
                    END-IF
                 END-PERFORM
                 IF NO-ARCHIVO-HALLADO
                    IF WS-NUM-ARCHIVOS < WS-MAX-ARCHIVOS
                       ADD 1 TO WS-NUM-ARCHIVOS
                       MOVE PAS-FICHERO
                         TO WS-ARCHIVO-NOMBRE(WS-NUM-ARCHIVOS)
                    ELSE
                       SET SI-ARCHIVOS-DE-MAS TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.

       2750-LEER-PASADA-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   6000-RESUMEN                                                *
      *                                                               *
      *****************************************************************
       6000-RESUMEN.
           DISPLAY '* --------------------------------------------- *'.
           IF WS-AVISOS = 0 AND WS-ERRORES = 0
              DISPLAY '* Todo en orden.'
           ELSE
              DISPLAY '* Fuera de umbral: ' WS-AVISOS
                      '   ficheros erroneos: ' WS-ERRORES
           END-IF.
           DISPLAY '*************************************************'.

       6000-RESUMEN-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8000-FICHERO-ERRONEO                                        *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Un fichero que no se puede leer no para el panel: se       *
      *    señala y cuenta para el código de retorno.                 *
      *                                                               *
      *****************************************************************
       8000-FICHERO-ERRONEO.
           DISPLAY '* >> ' WS-MSG-FICHERO-MAL ': '
                   FUNCTION TRIM(WS-NOMBRE-FICHERO) ' ('
                   WS-ESTADO-FICHERO ')'.
           ADD 1 TO WS-ERRORES.

       8000-FICHERO-ERRONEO-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   8100-CALCULAR-DIAS                                          *
      * ------------------------------------------------------------- *
      *                                                               *
      *  · Días transcurridos desde WS-FECHA-CALC (AAAAMMDD) hasta    *
      *    hoy en WS-DIAS-CALC. Una fecha en blanco o imposible deja  *
      *    NO-FECHA-VALIDA; una fecha futura cuenta como hoy.         *
      *                                                               *
      *****************************************************************
       8100-CALCULAR-DIAS.
           SET NO-FECHA-VALIDA TO TRUE.
           MOVE ZEROS TO WS-DIAS-CALC.

           IF WS-FECHA-CALC-X NOT NUMERIC
              GO TO 8100-CALCULAR-DIAS-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CALC) NOT = 0
              GO TO 8100-CALCULAR-DIAS-EXIT
           END-IF.

           SET SI-FECHA-VALIDA TO TRUE.
           IF WS-FECHA-CALC < WS-FECHA-HOY
              COMPUTE WS-DIAS-CALC =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                    - FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC)
           END-IF.

       8100-CALCULAR-DIAS-EXIT.
           EXIT.

      ***********
      *         *
      *  F I N  *
      *         *
      ***********
