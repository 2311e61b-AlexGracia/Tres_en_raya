      *****************************************************************
      *			      juegosq3				      *
      *	 -----------------------------------------------------------  *
      * Subprograma con la sección SQL embebida de JUEGOANU y         *
      * JUEGODRN. Marca como anulada (columna VOIDED = 'S') la fila   *
      * de GAME_RESULTS de un número de partida, igual que la marca   *
      * AUD-ANULADA de auditoria.log. Se compila con el               *
      * precompilador de DB2 (no con cobc a secas) porque lleva       *
      * EXEC SQL real.                                                *
      *                                                               *
      * Devuelve en LK-SQLCODE el SQLCODE del UPDATE: 0 fila marcada, *
      * +100 la fila aún no está en la BD (resultado todavía en       *
      * pendibd.dat), otro valor BD no disponible.                    *
      *                                                               *
      *****************************************************************
      * Log de modificaciones:                                        *
      * --------------------------------------------------------------*
      * Marca|Fecha     |Usuario|Descripcion                          *
      * -----|----------|-------|------------------------------------ *
      *      |15/10/2026|Alex   |Creacion del subprograma.            *
      * --------------------------------------------------------------*
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.                    JUEGOSQ3.
       AUTHOR.                        ALEX.
       INSTALLATION.                  https://github.com/AlexGracia.
       DATE-WRITTEN.                  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * · Área de comunicación embebida de SQL.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * · Campos anfitriones para el UPDATE.
       01  WS-NUMPART-BD              PIC S9(9) COMP.

       LINKAGE SECTION.

       01  LK-NUM-PARTIDA             PIC 9(7).
       01  LK-SQLCODE                 PIC S9(9) COMP.

       PROCEDURE DIVISION USING LK-NUM-PARTIDA
                                 LK-SQLCODE.

       0000-MARCAR-ANULADA.
           MOVE LK-NUM-PARTIDA TO WS-NUMPART-BD.

           EXEC SQL
              UPDATE GAME_RESULTS
                 SET VOIDED = 'S'
               WHERE GAME_NO = :WS-NUMPART-BD
           END-EXEC.

           MOVE SQLCODE TO LK-SQLCODE.

       0000-MARCAR-ANULADA-EXIT.
           GOBACK.

      ***********
      *         *
      *  F I N  *
      *         *
      ***********
