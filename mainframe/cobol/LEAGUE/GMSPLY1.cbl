      * SCORE DIFFERENCE), TAKES THE CONFIGURABLE NUMBER OF
      * QUALIFIERS (BATCHPRM GMSPLY1/QUALIFIERS, DEFAULT 4) AND
      * PRINTS SEEDINGS AND FIRST-ROUND PAIRINGS (1 VS N, 2 VS N-1)
      * TO PLAYOFF.RPT - THE SEEDING ARGUMENT STOPS LANDING ON A DESK.
      * ONLY THE GAMES OF THE SEASON FROM SEACHK1 (OPEN SEASON, OR
      * BATCHPRM GMSPLY1/SEASON) ARE COUNTED
       PROGRAM-ID. GMSPLY1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD PLYRPT.
       01 RPT-LINE                             PIC X(100).
       01 WS-CLASIFICAN                        PIC 9(02) VALUE 4.
       01 WS-CLASIF-REPLY                      PIC X(02).
      *
      * SEASON BEING WORKED ON, RESOLVED BY SEACHK1
       01 WS-SEA-REQ.
           03 WS-SEA-FUNCION                   PIC X(01).
           03 WS-SEA-PROGRAMA                  PIC X(08).
           03 WS-SEA-FECHA                     PIC 9(08).
           03 WS-SEA-CODIGO                    PIC X(06).
           03 WS-SEA-NOMBRE                    PIC X(30).
           03 WS-SEA-FEC-INI                   PIC 9(08).
           03 WS-SEA-FEC-FIN                   PIC 9(08).
           03 WS-SEA-ESTADO                    PIC X(01).
              88 WS-SEA-CERRADA                VALUE "C".
           03 WS-SEA-RESULT                    PIC X(01).
              88 WS-SEA-OK                     VALUE "S".
              88 WS-SEA-SIN-MAESTRO            VALUE "V".
       01 WS-EN-TEMPORADA-SW                   PIC X(01).
           88 WS-EN-TEMPORADA                  VALUE "S".
      *
      * GAME TABLE KEPT IN MEMORY FOR THE HEAD-TO-HEAD TIE-BREAK
       01 WS-GM-COUNT                          PIC 9(03) VALUE ZERO.
       01 WS-GM-IDX                            PIC 9(03).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM GMSPLY1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0500-GET-QUALIFIERS.
           OPEN INPUT GAMES.
           IF WS-GAMES-STATUS NOT = "00"
           DISPLAY "REPORTE GENERADO: PLAYOFF.RPT".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "GMSPLY1" TO WS-SEA-PROGRAMA.
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
       0500-GET-QUALIFIERS.
           MOVE "QUALIFIERS  " TO WS-PRM-BUSCADA.
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
           IF WS-GM-COUNT < 500
              ADD 1 TO WS-GM-COUNT
              MOVE GM-HOME-TEAM  TO WS-GM-HOME (WS-GM-COUNT)
              END-IF
           END-IF.
           PERFORM 2100-TALLY-ONE-TEAM.
      * ...............................................................
       2100-TALLY-ONE-TEAM.
           MOVE ZERO TO WS-STD-HIT.
