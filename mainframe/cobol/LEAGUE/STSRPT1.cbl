      * LINE PER PLAYER PER GAME, CAPTURED BY STSENT1), RESOLVES EACH
      * PLAYER'S NAME AND TEAM_ID FROM PLAYERS.DAT, AND PRINTS TOTALS
      * AND PER-GAME AVERAGES PER PLAYER PLUS TOTALS PER TEAM_ID TO
      * SEASON.RPT - THE NUMBERS THE COACHES KEPT IN THE PAPER BINDER.
      * ONLY THE STAT LINES OF THE SEASON FROM SEACHK1 (OPEN SEASON,
      * OR BATCHPRM STSRPT1/SEASON) ARE COUNTED
       PROGRAM-ID. STSRPT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
              05 WS-TM-PUNTOS                  PIC 9(7).
              05 WS-TM-MINUTOS                 PIC 9(7).
              05 WS-TM-FALTAS                  PIC 9(6).
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
       01 WS-AVG-PUNTOS                        PIC 9(4)V9(1).
       01 WS-AVG-MINUTOS                       PIC 9(4)V9(1).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM STSRPT1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-PLAYERS.
           PERFORM 2000-ACCUMULATE-STATS.
           PERFORM 3000-WRITE-REPORT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "STSRPT1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
           END-IF.
      * ...............................................................
      * A STAT LINE BELONGS TO THE SEASON BY ITS CODE; ONE WRITTEN
      * BEFORE SEASONS WERE KEPT (BLANK CODE) BY ITS DATE
       0410-CHECK-SEASON.
           MOVE "N" TO WS-EN-TEMPORADA-SW.
           IF WS-SEA-SIN-MAESTRO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF ST-TEMPORADA = WS-SEA-CODIGO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF ST-TEMPORADA = SPACES
              AND ST-FECHA >= WS-SEA-FEC-INI
              AND ST-FECHA <= WS-SEA-FEC-FIN
              MOVE "S" TO WS-EN-TEMPORADA-SW
           END-IF.
      * ...............................................................
      * LOAD PLAYERS.DAT SO EACH STAT LINE CAN BE RESOLVED TO A NAME
      * AND A TEAM WITHOUT RE-READING THE MASTER PER RECORD
           END-READ.
      * ...............................................................
       2020-ADD-ONE-STAT.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 2025-ADD-SEASON-STAT
           END-IF.
           PERFORM 2010-READ-NEXT-STAT.
      * ...............................................................
       2025-ADD-SEASON-STAT.
           PERFORM 2030-FIND-PLAYER.
           IF WS-PLY-HIT = ZERO
      * STAT LINE OF A PLAYER NO LONGER ON THE ROSTER - STILL COUNTED
              ADD ST-FALTAS  TO WS-PLY-FALTAS (WS-PLY-HIT)
              PERFORM 2040-ADD-TEAM-STAT
           END-IF.
      * ...............................................................
       2030-FIND-PLAYER.
           MOVE ZERO TO WS-PLY-HIT.
           STRING "RESUMEN DE TEMPORADA POR JUGADOR"
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
           PERFORM 3010-WRITE-ONE-PLAYER
