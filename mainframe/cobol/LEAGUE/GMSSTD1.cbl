      * GMSENT1) AND COMPUTES, PER TEAM_ID: GAMES PLAYED, WINS, LOSSES,
      * DRAWS AND STANDINGS POINTS (2 PER WIN, 1 PER DRAW), PRINTED
      * BEST-FIRST TO STANDING.RPT - RETIRES THE MARKER-ON-THE-WALL
      * STANDINGS SHEET. ONLY THE GAMES OF ONE SEASON ARE COUNTED:
      * THE OPEN SEASON OF SEASONS.DAT, OR THE ONE IN BATCHPRM
      * GMSSTD1/SEASON (SEACHK1). WITH NO SEASON MASTER EVERY GAME
      * ON FILE IS COUNTED
       PROGRAM-ID. GMSSTD1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD STDRPT.
       01 RPT-LINE                             PIC X(100).
       01 WS-GAMES-EOF-SW                      PIC X(01).
           88 WS-GAMES-EOF                     VALUE "S".
       01 WS-GAMES-READ                        PIC 9(05) VALUE ZERO.
      *
      * SEASON BEING REPORTED, RESOLVED BY SEACHK1
       01 WS-SEA-REQ.
           03 WS-SEA-FUNCION                   PIC X(01).
           03 WS-SEA-PROGRAMA                  PIC X(08).
           03 WS-SEA-FECHA                     PIC 9(08).
           03 WS-SEA-CODIGO                    PIC X(06).
           03 WS-SEA-NOMBRE                    PIC X(30).
           03 WS-SEA-FEC-INI                   PIC 9(08).
           03 WS-SEA-FEC-FIN                   PIC 9(08).
           03 WS-SEA-ESTADO                    PIC X(01).
           03 WS-SEA-RESULT                    PIC X(01).
              88 WS-SEA-OK                     VALUE "S".
              88 WS-SEA-SIN-MAESTRO            VALUE "V".
       01 WS-EN-TEMPORADA-SW                   PIC X(01).
           88 WS-EN-TEMPORADA                  VALUE "S".
      *
       01 WS-STD-COUNT                         PIC 9(03) VALUE ZERO.
       01 WS-STD-IDX                           PIC 9(03).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM GMSSTD1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT GAMES.
           IF WS-GAMES-STATUS NOT = "00"
              DISPLAY "NO HAY GAMES.DAT - SIN RESULTADOS"
           DISPLAY "REPORTE GENERADO: STANDING.RPT".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "GMSSTD1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
           END-IF.
      * ...............................................................
      * A GAME BELONGS TO THE SEASON BY ITS CODE; ONE WRITTEN BEFORE
      * SEASONS WERE KEPT (BLANK CODE) BY ITS DATE
       0410-CHECK-SEASON.
           MOVE "N" TO WS-EN-TEMPORADA-SW.
           IF WS-SEA-SIN-MAESTRO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF GM-TEMPORADA = WS-SEA-CODIGO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF GM-TEMPORADA = SPACES
              AND GM-FECHA >= WS-SEA-FEC-INI
              AND GM-FECHA <= WS-SEA-FEC-FIN
              MOVE "S" TO WS-EN-TEMPORADA-SW
           END-IF.
      * ...............................................................
       1010-READ-NEXT-GAME.
           READ GAMES
           END-READ.
      * ...............................................................
       2000-TALLY-ONE-GAME.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 2010-TALLY-SEASON-GAME
           END-IF.
           PERFORM 1010-READ-NEXT-GAME.
      * ...............................................................
       2010-TALLY-SEASON-GAME.
           ADD 1 TO WS-GAMES-READ.
           MOVE GM-HOME-TEAM TO WS-TEAM-WORK.
           IF GM-HOME-SCORE > GM-AWAY-SCORE
              END-IF
           END-IF.
           PERFORM 2100-TALLY-ONE-TEAM.
      * ...............................................................
       2100-TALLY-ONE-TEAM.
           MOVE ZERO TO WS-STD-HIT.
           STRING "TABLA DE POSICIONES POR EQUIPO"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SEA-OK
              MOVE SPACES TO RPT-LINE
              STRING "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4010-WRITE-ONE-TEAM
