      * RESOLVED THROUGH PLAYERS.DAT) MUST EQUAL THAT TEAM'S FINAL
      * SCORE. EVERY DISAGREEMENT GOES TO STSRECON.RPT, SO A
      * SCORER'S-TABLE ERROR SURFACES THE NEXT MORNING INSTEAD OF AT
      * SEASON'S END. MEANT TO RUN NIGHTLY AFTER THE DAY'S CAPTURES.
      * GAMES AND STAT LINES ARE TAKEN FROM THE SEASON GIVEN BY
      * SEACHK1 (OPEN SEASON, OR BATCHPRM STSREC1/SEASON)
       PROGRAM-ID. STSREC1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD PLYSTAT.
       01 REG-STAT.
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
      *
       01 WS-CNT-JUEGOS                        PIC 9(05) VALUE ZERO.
       01 WS-CNT-DIFEREN                       PIC 9(05) VALUE ZERO.
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
       01 WS-LIN-DIF.
           03 DET-FECHA                        PIC 9(08).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM STSREC1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-PLAYER-TEAMS.
           PERFORM 2000-ACCUMULATE-POINTS.
           OPEN OUTPUT RECRPT.
           STRING "CONCILIACION PUNTOS CAPTURADOS CONTRA MARCADORES"
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
           PERFORM 3000-CHECK-GAMES.
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "STSREC1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
           END-IF.
      * ...............................................................
      * A GAME OR A STAT LINE BELONGS TO THE SEASON BY ITS CODE; ONE
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
       1000-LOAD-PLAYER-TEAMS.
           OPEN INPUT PLAYERS.
      * HOY EN PLAYERS.DAT; UN JUGADOR SIN REGISTRO NO SUMA A NADIE
      * Y LA DIFERENCIA LO DELATARA EN EL REPORTE
       2020-TALLY-ONE-STAT.
           MOVE ST-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE ST-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 2025-TALLY-SEASON-STAT
           END-IF.
           PERFORM 2010-READ-NEXT-STAT.
      * ...............................................................
       2025-TALLY-SEASON-STAT.
           MOVE ZERO TO WS-PT-HIT.
           PERFORM 2030-FIND-PLAYER-TEAM
              VARYING WS-PT-IDX FROM 1 BY 1
              MOVE WS-PT-TEAM (WS-PT-HIT) TO WS-BUSCA-TEAM
              PERFORM 2040-ADD-TO-ACCUM
           END-IF.
      * ...............................................................
       2030-FIND-PLAYER-TEAM.
           IF WS-PT-PLAY-ID (WS-PT-IDX) = ST-PLAY-ID
           END-READ.
      * ...............................................................
       3020-CHECK-ONE-GAME.
           MOVE GM-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE GM-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 3025-CHECK-SEASON-GAME
           END-IF.
           PERFORM 3010-READ-NEXT-GAME.
      * ...............................................................
       3025-CHECK-SEASON-GAME.
           ADD 1 TO WS-CNT-JUEGOS.
           MOVE GM-FECHA TO WS-BUSCA-FECHA.
           MOVE GM-HOME-TEAM TO WS-BUSCA-TEAM.
              MOVE WS-LIN-DIF TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       3030-SUMAR-LADO.
           MOVE ZERO TO WS-SUMA-HALLADA WS-AC-HIT.
