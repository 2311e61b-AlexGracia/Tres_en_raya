      *****************************************************************
      *			      juegosq5				      *
      *	 -----------------------------------------------------------  *
      * Subprograma con la sección SQL embebida de JUEGOBOR.          *
      * Sustituye un código de jugador borrado por su token anónimo   *
      * en las columnas PLAYER1 y PLAYER2 de GAME_RESULTS, igual que  *
      * en auditoria.log. Se compila con el precompilador de DB2 (no  *
      * con cobc a secas) porque lleva EXEC SQL real.                 *
      *                                                               *
      * Devuelve en LK-FILAS las filas cambiadas entre los dos UPDATE *
      * y en LK-SQLCODE el SQLCODE: 0 hecho (también si el código no  *
      * tenía filas, +100 en el UPDATE), otro valor BD no disponible; *
      * JUEGOBOR deja entonces el borrado pendiente y se repite. Un   *
      * UPDATE ya hecho no cambia nada al repetirlo.                  *
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

       PROGRAM-ID.                    JUEGOSQ5.
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

      * · Campos anfitriones para los UPDATE.
       01  WS-CODIGO-BD               PIC X(8).
       01  WS-TOKEN-BD                PIC X(8).

       LINKAGE SECTION.

       01  LK-CODIGO                  PIC X(8).
       01  LK-TOKEN                   PIC X(8).
       01  LK-FILAS                   PIC S9(9) COMP.
       01  LK-SQLCODE                 PIC S9(9) COMP.

       PROCEDURE DIVISION USING LK-CODIGO
                                 LK-TOKEN
                                 LK-FILAS
                                 LK-SQLCODE.

       0000-ANONIMIZAR-JUGADOR.
           MOVE LK-CODIGO TO WS-CODIGO-BD.
           MOVE LK-TOKEN  TO WS-TOKEN-BD.
           MOVE ZERO      TO LK-FILAS.

           EXEC SQL
              UPDATE GAME_RESULTS
                 SET PLAYER1 = :WS-TOKEN-BD
               WHERE PLAYER1 = :WS-CODIGO-BD
           END-EXEC.

           IF SQLCODE = 0
              ADD SQLERRD(3) TO LK-FILAS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO LK-SQLCODE
              GO TO 0000-ANONIMIZAR-JUGADOR-EXIT
           END-IF.

           EXEC SQL
              UPDATE GAME_RESULTS
                 SET PLAYER2 = :WS-TOKEN-BD
               WHERE PLAYER2 = :WS-CODIGO-BD
           END-EXEC.

           IF SQLCODE = 0
              ADD SQLERRD(3) TO LK-FILAS
           END-IF.
           IF SQLCODE = 100
              MOVE ZERO TO LK-SQLCODE
           ELSE
              MOVE SQLCODE TO LK-SQLCODE
           END-IF.

       0000-ANONIMIZAR-JUGADOR-EXIT.
           GOBACK.

      ***********
      *         *
      *  F I N  *
      *         *
      ***********
