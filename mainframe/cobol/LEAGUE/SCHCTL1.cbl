      * SEASON SCHEDULE SCHEDULE.DAT (SCHENT1) AGAINST THE CAPTURED
      * RESULTS IN GAMES.DAT (GMSENT1) AND PRINTS, TO SCHCTL.RPT, THE
      * FIXTURES THAT STILL HAVE NO RESULT AND THE RESULTS THAT MATCH
      * NO FIXTURE - SO A FORGOTTEN GAME NO LONGER SIMPLY VANISHES.
      * FIXTURES AND RESULTS ARE TAKEN FROM THE SEASON GIVEN BY
      * SEACHK1 (OPEN SEASON, OR BATCHPRM SCHCTL1/SEASON)
       PROGRAM-ID. SCHCTL1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).

       FD GAMES.
       01 REG-GAME.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD CTLRPT.
       01 RPT-LINE                             PIC X(100).
      *
       01 WS-CNT-SIN-RESULT                    PIC 9(03) VALUE ZERO.
       01 WS-CNT-SIN-FIXTURE                   PIC 9(03) VALUE ZERO.
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
       01 WS-REG-TEMPORADA                     PIC X(06).
       01 WS-REG-FECHA                         PIC 9(08).
      *
       01 WS-LIN-DETALLE.
           03 FILLER                           PIC X(03) VALUE SPACES.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM SCHCTL1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-SCHEDULE.
           OPEN OUTPUT CTLRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "CONTROL FIXTURE CONTRA RESULTADOS"
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
           MOVE SPACES TO RPT-LINE.
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "SCHCTL1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
           END-IF.
      * ...............................................................
      * A FIXTURE OR A RESULT BELONGS TO THE SEASON BY ITS CODE; ONE
      * WRITTEN BEFORE SEASONS WERE KEPT (BLANK CODE) BY ITS DATE
       0410-CHECK-SEASON.
           MOVE "N" TO WS-EN-TEMPORADA-SW.
           IF WS-SEA-SIN-MAESTRO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF WS-REG-TEMPORADA = WS-SEA-CODIGO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF WS-REG-TEMPORADA = SPACES
              AND WS-REG-FECHA >= WS-SEA-FEC-INI
              AND WS-REG-FECHA <= WS-SEA-FEC-FIN
              MOVE "S" TO WS-EN-TEMPORADA-SW
           END-IF.
      * ...............................................................
       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE.
           END-READ.
      * ...............................................................
       1020-ADD-FIXTURE.
           MOVE SCH-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE SCH-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              ADD 1 TO WS-FIX-COUNT
              MOVE SCH-FECHA     TO WS-FIX-FECHA (WS-FIX-COUNT)
              MOVE SCH-HOME-TEAM TO WS-FIX-HOME (WS-FIX-COUNT)
              MOVE SCH-AWAY-TEAM TO WS-FIX-AWAY (WS-FIX-COUNT)
              MOVE "N"           TO WS-FIX-JUGADO (WS-FIX-COUNT)
           END-IF.
           PERFORM 1010-READ-NEXT-FIXTURE.
      * ...............................................................
       2000-CROSS-GAMES.
           END-READ.
      * ...............................................................
       2020-CROSS-ONE-GAME.
           MOVE GM-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE GM-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 2025-CROSS-SEASON-GAME
           END-IF.
           PERFORM 2010-READ-NEXT-GAME.
      * ...............................................................
       2025-CROSS-SEASON-GAME.
           MOVE ZERO TO WS-FIX-HIT.
           PERFORM 2030-MATCH-FIXTURE
              VARYING WS-FIX-IDX FROM 1 BY 1
              MOVE WS-LIN-DETALLE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       2030-MATCH-FIXTURE.
           IF WS-FIX-FECHA (WS-FIX-IDX) = GM-FECHA
