      * SUSPENSION LIST GROUPED BY TEAM_ID TO SUSPEND.RPT AND LEAVES
      * THE FLAGGED PLAY_IDS IN SUSPEND.DAT, THE FILE THE ROSTER
      * REPORT AND THE STATS ENTRY CHECK - THE LEAGUE RULE STOPS
      * BEING ENFORCED FROM MEMORY. ONLY THE FOULS OF THE SEASON FROM
      * SEACHK1 (OPEN SEASON, OR BATCHPRM STSSUS1/SEASON) COUNT; A RUN
      * ON AN EARLIER SEASON PRINTS THE REPORT BUT LEAVES SUSPEND.DAT
      * AS IT IS
       PROGRAM-ID. STSSUS1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
       01 WS-LIMITE-FALTAS                     PIC 9(3) VALUE 10.
       01 WS-LIMITE-REPLY                      PIC X(03).
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
       01 WS-GRABA-SUS-SW                      PIC X(01).
           88 WS-GRABA-SUS                     VALUE "S".
      *
      * FOUL ACCUMULATOR - ONE ENTRY PER PLAY_ID SEEN IN PLYSTAT.DAT
       01 WS-ACU-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-ACU-IDX                           PIC 9(04).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM STSSUS1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-GET-LIMIT.
           PERFORM 2000-ACCUMULATE-FOULS.
           PERFORM 3000-BUILD-SUSPEND-LIST.
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "STSSUS1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           MOVE "S" TO WS-GRABA-SUS-SW.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
              IF WS-SEA-ESTADO NOT = "A"
                 MOVE "N" TO WS-GRABA-SUS-SW
              END-IF
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
       1000-GET-LIMIT.
           MOVE "FOULS-LIMIT " TO WS-PRM-BUSCADA.
           END-READ.
      * ...............................................................
       2020-TALLY-ONE-STAT.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 2025-TALLY-SEASON-STAT
           END-IF.
           PERFORM 2010-READ-NEXT-STAT.
      * ...............................................................
       2025-TALLY-SEASON-STAT.
           MOVE ZERO TO WS-ACU-HIT.
           PERFORM 2030-FIND-PLAYER
              VARYING WS-ACU-IDX FROM 1 BY 1
                 MOVE ST-FALTAS  TO WS-ACU-FALTAS (WS-ACU-COUNT)
              END-IF
           END-IF.
      * ...............................................................
       2030-FIND-PLAYER.
           IF WS-ACU-PLAY-ID (WS-ACU-IDX) = ST-PLAY-ID
           END-IF.
      * ...............................................................
       5000-WRITE-OUTPUTS.
           IF WS-GRABA-SUS
              OPEN OUTPUT SUSPEND
           END-IF.
           OPEN OUTPUT SUSRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "LISTA DE SUSPENSION POR FALTAS ACUMULADAS "
              "(LIMITE " WS-LIMITE-FALTAS ")"
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
           MOVE LOW-VALUES TO WS-TEAM-ACTUAL.
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE SUSRPT.
           DISPLAY "REPORTE GENERADO: SUSPEND.RPT".
           IF WS-GRABA-SUS
              CLOSE SUSPEND
              DISPLAY "LISTA GRABADA   : SUSPEND.DAT"
           ELSE
              DISPLAY "TEMPORADA NO ABIERTA - SUSPEND.DAT SIN CAMBIOS"
           END-IF.
      * ...............................................................
       5010-WRITE-ONE-SUSPENDED.
           IF WS-SUS-TEAM (WS-SUS-IDX) NOT = WS-TEAM-ACTUAL
           MOVE WS-SUS-ID (WS-SUS-IDX)   TO SUS-PLAY-ID.
           MOVE WS-SUS-TOT (WS-SUS-IDX)  TO SUS-FALTAS.
           MOVE WS-SUS-TEAM (WS-SUS-IDX) TO SUS-TEAM-ID.
           IF WS-GRABA-SUS
              WRITE SUS-REC
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
