      * ===============================================================
       IDENTIFICATION DIVISION.
      * LDRRPT1 = LEAGUE LEADERS BOARD. ACCUMULATES PLYSTAT.DAT PER
      * PLAYER AND RANKS THE TOP N (BATCHPRM LDRRPT1/TOP-N, DEFAULT
      * 10) IN POINTS PER GAME, MINUTES PER GAME, TOTAL POINTS AND
      * FEWEST FOULS PER MINUTE. ONLY PLAYERS WITH THE MINIMUM GAMES
      * PLAYED (LDRRPT1/MIN-GAMES, DEFAULT 3) ARE RANKED. NAME AND
      * TEAM_ID COME FROM PLAYERS.DAT; INACTIVE OR SUSPENDED PLAYERS
      * (PLAY_STATUS I/S OR ON SUSPEND.DAT) ARE MARKED. IT ALSO PICKS
      * THE PLAYER OF THE WEEK FOR A DATE RANGE (LDRRPT1/WEEK-FROM
      * AND WEEK-TO, OR ASKED; ENTER = THE LAST 7 DAYS): MOST POINTS
      * IN THE RANGE, TIES TO FEWER FOULS, THEN MORE MINUTES; A
      * MARKED PLAYER IS NOT ELIGIBLE. OUTPUT IS LEADERS.RPT, THE
      * BOARD THE LEAGUE OFFICE PUBLISHES EVERY WEEK. ONLY THE STAT
      * LINES OF THE SEASON FROM SEACHK1 (OPEN SEASON, OR BATCHPRM
      * LDRRPT1/SEASON) ARE RANKED; FOR A SEASON ALREADY OVER THE
      * DEFAULT WEEK IS ITS LAST SEVEN DAYS
       PROGRAM-ID. LDRRPT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLYSTAT ASSIGN TO "PLYSTAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ST-KEY
                  STATUS ST-FILE.
           SELECT OPTIONAL PLAYERS ASSIGN TO "./players.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
           SELECT OPTIONAL SUSPEND ASSIGN TO "SUSPEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUS-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT LDRRPT ASSIGN TO "LEADERS.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD PLYSTAT.
       01 REG-STAT.
           03 ST-KEY.
              05 ST-PLAY-ID                    PIC 9(20).
              05 ST-FECHA                      PIC 9(08).
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 PLAY_ID                          PIC 9(20).
           03 PLAY_NAME                        PIC X(60).
           03 PLAY_LNAME                       PIC X(60).
           03 PLAY_POS                         PIC XX.
           03 PLAY_NUM                         PIC 9(3).
           03 TEAM_ID                          PIC X(20).
           03 EMP-ID                           PIC X(20).
           03 PLAY_STATUS                      PIC X(01).
           03 FILLER                           PIC X(259).

       FD SUSPEND.
       01 SUS-REC.
           03 SUS-PLAY-ID                      PIC 9(20).
           03 SUS-FALTAS                       PIC 9(4).
           03 SUS-TEAM-ID                      PIC X(20).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD LDRRPT.
       01 RPT-LINE                             PIC X(100).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
       01 ST-PLY                               PIC XX.
       01 WS-SUS-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-STAT-EOF-SW                       PIC X(01).
           88 WS-STAT-EOF                      VALUE "S".
       01 WS-PLY-EOF-SW                        PIC X(01).
           88 WS-PLY-EOF                       VALUE "S".
       01 WS-SUS-EOF-SW                        PIC X(01).
           88 WS-SUS-EOF                       VALUE "S".
      *
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-TOP-N                             PIC 9(3) VALUE 10.
       01 WS-MIN-JUEGOS                        PIC 9(3) VALUE 3.
       01 WS-REPLY-3                           PIC X(03).
       01 WS-ENT-DESDE                         PIC X(08).
       01 WS-ENT-HASTA                         PIC X(08).
       01 WS-SEM-DESDE                         PIC 9(08).
       01 WS-SEM-HASTA                         PIC 9(08).
       01 WS-HOY                               PIC 9(08).
      *
      * PER-PLAYER ACCUMULATOR - SEASON AND THE CHOSEN WEEK
       01 WS-PLY-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-PLY-IDX                           PIC 9(04).
       01 WS-PLY-HIT                           PIC 9(04).
       01 WS-PLY-TABLA.
           03 WS-PLY-ENTRY OCCURS 2000 TIMES.
              05 WS-PLY-ID                     PIC 9(20).
              05 WS-PLY-NAME                   PIC X(30).
              05 WS-PLY-TEAM                   PIC X(20).
              05 WS-PLY-MARCA                  PIC X(16).
              05 WS-PLY-JUEGOS                 PIC 9(4).
              05 WS-PLY-PUNTOS                 PIC 9(6).
              05 WS-PLY-MINUTOS                PIC 9(6).
              05 WS-PLY-FALTAS                 PIC 9(5).
              05 WS-PLY-SEM-JUEGOS             PIC 9(2).
              05 WS-PLY-SEM-PUNTOS             PIC 9(4).
              05 WS-PLY-SEM-MINUTOS            PIC 9(4).
              05 WS-PLY-SEM-FALTAS             PIC 9(3).
       01 WS-CNT-ELEGIBLES                     PIC 9(04) VALUE ZERO.
      *
      * ONE RANKING AT A TIME - THE ELIGIBLE PLAYERS WITH THE VALUE
      * OF THE CATEGORY, PARTIALLY SELECTION-SORTED TO THE TOP N
       01 WS-RNK-COUNT                         PIC 9(04).
       01 WS-RNK-IDX                           PIC 9(04).
       01 WS-RNK-IDX2                          PIC 9(04).
       01 WS-RNK-BEST                          PIC 9(04).
       01 WS-RNK-TABLA.
           03 WS-RNK-ENTRY OCCURS 2000 TIMES.
              05 WS-RNK-PLY                    PIC 9(04).
              05 WS-RNK-VALOR                  PIC 9(6)V9(4).
       01 WS-SWAP-RNK                          PIC X(14).
       01 WS-CATEGORIA                         PIC X(01).
           88 WS-CAT-PPJ                       VALUE "P".
           88 WS-CAT-MPJ                       VALUE "M".
           88 WS-CAT-PTS                       VALUE "T".
           88 WS-CAT-FPM                       VALUE "F".
       01 WS-TITULO                            PIC X(40).
       01 WS-VALOR                             PIC 9(6)V9(4).
       01 WS-VALOR-ED2                         PIC ZZZZZ9.99.
       01 WS-VALOR-ED4                         PIC ZZ9.9999.
       01 WS-VALOR-ED0                         PIC ZZZZZZZZ9.
      *
       01 WS-POTW                              PIC 9(04) VALUE ZERO.
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
       01 WS-LIN-LIDER.
           03 DET-POS                          PIC ZZ9.
           03 FILLER                           PIC X(02) VALUE '. '.
           03 DET-PLY-ID                       PIC 9(10).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-NAME                     PIC X(22).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-TEAM                     PIC X(12).
           03 FILLER                           PIC X(04) VALUE ' JJ:'.
           03 DET-JUEGOS                       PIC ZZZ9.
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-VALOR                        PIC X(10).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-MARCA                        PIC X(16).
      *
       01 WS-RUNLOG-DATE.
           03 WS-RL-YEAR                       PIC 9(4).
           03 WS-RL-MONTH                      PIC 99.
           03 WS-RL-DAY                        PIC 99.
       01 WS-RUNLOG-TIME.
           03 WS-RL-HH                         PIC 99.
           03 WS-RL-MN                         PIC 99.
           03 WS-RL-SS                         PIC 99.
           03 WS-RL-HS                         PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0400-GET-SEASON.
           IF NOT WS-SEA-OK AND NOT WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM LDRRPT1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-GET-PARAMETERS.
           IF WS-ENT-DESDE NOT NUMERIC OR WS-ENT-HASTA NOT NUMERIC
              OR WS-SEM-DESDE > WS-SEM-HASTA
              DISPLAY "RANGO DE LA SEMANA INVALIDO (AAAAMMDD)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-PLAYERS.
           PERFORM 2100-MARK-SUSPEND-LIST.
           PERFORM 3000-ACCUMULATE-STATS.
           PERFORM 5000-WRITE-REPORT.
           PERFORM 9000-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"       TO WS-SEA-FUNCION.
           MOVE "LDRRPT1" TO WS-SEA-PROGRAMA.
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
       1000-GET-PARAMETERS.
           MOVE "TOP-N       " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-REPLY-3
           ELSE
              DISPLAY "JUGADORES POR CATEGORIA (ENTER = 10): "
              ACCEPT WS-REPLY-3
           END-IF.
           IF WS-REPLY-3 NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-REPLY-3) = 0
              AND FUNCTION NUMVAL (WS-REPLY-3) > 0
              COMPUTE WS-TOP-N = FUNCTION NUMVAL (WS-REPLY-3)
           END-IF.
           MOVE "MIN-GAMES   " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-REPLY-3
           ELSE
              DISPLAY "MINIMO DE JUEGOS JUGADOS (ENTER = 3): "
              ACCEPT WS-REPLY-3
           END-IF.
           IF WS-REPLY-3 NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-REPLY-3) = 0
              COMPUTE WS-MIN-JUEGOS = FUNCTION NUMVAL (WS-REPLY-3)
           END-IF.
           MOVE "WEEK-FROM   " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:8) TO WS-ENT-DESDE
              MOVE "WEEK-TO     " TO WS-PRM-BUSCADA
              PERFORM 1040-GET-PARAMETER
              MOVE WS-PRM-VALOR (1:8) TO WS-ENT-HASTA
           ELSE
              DISPLAY "SEMANA DESDE AAAAMMDD (ENTER = ULTIMOS 7 DIAS): "
              ACCEPT WS-ENT-DESDE
              IF WS-ENT-DESDE NOT = SPACES
                 DISPLAY "SEMANA HASTA AAAAMMDD: "
                 ACCEPT WS-ENT-HASTA
              END-IF
           END-IF.
      * NO RANGE GIVEN = THE SEVEN DAYS ENDING TODAY, OR ENDING ON THE
      * LAST DAY OF A SEASON ALREADY OVER
           IF WS-ENT-DESDE = SPACES
              ACCEPT WS-HOY FROM DATE YYYYMMDD
              IF WS-SEA-OK AND WS-HOY > WS-SEA-FEC-FIN
                 MOVE WS-SEA-FEC-FIN TO WS-HOY
              END-IF
              MOVE WS-HOY TO WS-ENT-HASTA
              COMPUTE WS-SEM-DESDE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-HOY) - 6)
              MOVE WS-SEM-DESDE TO WS-ENT-DESDE
           END-IF.
           IF WS-ENT-DESDE IS NUMERIC AND WS-ENT-HASTA IS NUMERIC
              MOVE WS-ENT-DESDE TO WS-SEM-DESDE
              MOVE WS-ENT-HASTA TO WS-SEM-HASTA
           END-IF.
      * ...............................................................
       1040-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 1050-READ-NEXT-PARM
              PERFORM 1060-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       1050-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       1060-MATCH-PARM.
           IF PRM-PROGRAM = "LDRRPT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
      * LOAD PLAYERS.DAT ONCE - NAME, TEAM AND AVAILABILITY MARK
       2000-LOAD-PLAYERS.
           OPEN INPUT PLAYERS.
           IF ST-PLY NOT = "00"
              IF ST-PLY = "05" OR ST-PLY = "35"
                 CLOSE PLAYERS
              END-IF
           ELSE
              MOVE "N" TO WS-PLY-EOF-SW
              PERFORM 2010-READ-NEXT-PLAYER
              PERFORM 2020-ADD-PLAYER
                 UNTIL WS-PLY-EOF OR WS-PLY-COUNT >= 2000
              CLOSE PLAYERS
           END-IF.
      * ...............................................................
       2010-READ-NEXT-PLAYER.
           READ PLAYERS
              AT END SET WS-PLY-EOF TO TRUE
           END-READ.
      * ...............................................................
       2020-ADD-PLAYER.
           ADD 1 TO WS-PLY-COUNT.
           INITIALIZE WS-PLY-ENTRY (WS-PLY-COUNT).
           MOVE PLAY_ID TO WS-PLY-ID (WS-PLY-COUNT).
           STRING PLAY_NAME DELIMITED BY "  "
              " " PLAY_LNAME DELIMITED BY "  "
              INTO WS-PLY-NAME (WS-PLY-COUNT).
           MOVE TEAM_ID TO WS-PLY-TEAM (WS-PLY-COUNT).
           EVALUATE PLAY_STATUS
              WHEN "S" MOVE "** SUSPENDIDO **"
                          TO WS-PLY-MARCA (WS-PLY-COUNT)
              WHEN "I" MOVE "** INACTIVO **"
                          TO WS-PLY-MARCA (WS-PLY-COUNT)
              WHEN OTHER CONTINUE
           END-EVALUATE.
           PERFORM 2010-READ-NEXT-PLAYER.
      * ...............................................................
      * THE FOUL-SUSPENSION LIST OF STSSUS1 MARKS PLAYERS WHOSE
      * PLAY_STATUS HAS NOT BEEN SET TO S YET
       2100-MARK-SUSPEND-LIST.
           OPEN INPUT SUSPEND.
           IF WS-SUS-STATUS NOT = "00"
              IF WS-SUS-STATUS = "05" OR WS-SUS-STATUS = "35"
                 CLOSE SUSPEND
              END-IF
           ELSE
              MOVE "N" TO WS-SUS-EOF-SW
              PERFORM 2110-READ-NEXT-SUSPEND
              PERFORM 2120-MARK-ONE-SUSPEND
                 UNTIL WS-SUS-EOF
              CLOSE SUSPEND
           END-IF.
      * ...............................................................
       2110-READ-NEXT-SUSPEND.
           READ SUSPEND
              AT END SET WS-SUS-EOF TO TRUE
           END-READ.
      * ...............................................................
       2120-MARK-ONE-SUSPEND.
           MOVE SUS-PLAY-ID TO ST-PLAY-ID.
           PERFORM 3030-FIND-PLAYER.
           IF WS-PLY-HIT > ZERO
              IF WS-PLY-MARCA (WS-PLY-HIT) = SPACES
                 MOVE "** LISTA SUSP **" TO WS-PLY-MARCA (WS-PLY-HIT)
              END-IF
           END-IF.
           PERFORM 2110-READ-NEXT-SUSPEND.
      * ...............................................................
       3000-ACCUMULATE-STATS.
           OPEN INPUT PLYSTAT.
           IF ST-FILE NOT = "00"
              DISPLAY "PLYSTAT.DAT NO DISPONIBLE - SIN ESTADISTICAS"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE PLYSTAT
              END-IF
           ELSE
              MOVE "N" TO WS-STAT-EOF-SW
              PERFORM 3010-READ-NEXT-STAT
              PERFORM 3020-ADD-ONE-STAT
                 UNTIL WS-STAT-EOF
              CLOSE PLYSTAT
           END-IF.
      * ...............................................................
       3010-READ-NEXT-STAT.
           READ PLYSTAT
              AT END SET WS-STAT-EOF TO TRUE
           END-READ.
      * ...............................................................
       3020-ADD-ONE-STAT.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              PERFORM 3025-ADD-SEASON-STAT
           END-IF.
           PERFORM 3010-READ-NEXT-STAT.
      * ...............................................................
       3025-ADD-SEASON-STAT.
           PERFORM 3030-FIND-PLAYER.
           IF WS-PLY-HIT = ZERO
      * STAT LINE OF A PLAYER NO LONGER ON THE ROSTER - RANKED UNDER
      * ITS ID AND MARKED, AS IN THE SEASON SUMMARY
              IF WS-PLY-COUNT < 2000
                 ADD 1 TO WS-PLY-COUNT
                 INITIALIZE WS-PLY-ENTRY (WS-PLY-COUNT)
                 MOVE ST-PLAY-ID TO WS-PLY-ID (WS-PLY-COUNT)
                 MOVE "(FUERA DE ROSTER)" TO WS-PLY-NAME (WS-PLY-COUNT)
                 MOVE "** INACTIVO **" TO WS-PLY-MARCA (WS-PLY-COUNT)
                 MOVE WS-PLY-COUNT TO WS-PLY-HIT
              END-IF
           END-IF.
           IF WS-PLY-HIT > ZERO
              ADD 1          TO WS-PLY-JUEGOS (WS-PLY-HIT)
              ADD ST-PUNTOS  TO WS-PLY-PUNTOS (WS-PLY-HIT)
              ADD ST-MINUTOS TO WS-PLY-MINUTOS (WS-PLY-HIT)
              ADD ST-FALTAS  TO WS-PLY-FALTAS (WS-PLY-HIT)
              IF ST-FECHA >= WS-SEM-DESDE AND ST-FECHA <= WS-SEM-HASTA
                 ADD 1          TO WS-PLY-SEM-JUEGOS (WS-PLY-HIT)
                 ADD ST-PUNTOS  TO WS-PLY-SEM-PUNTOS (WS-PLY-HIT)
                 ADD ST-MINUTOS TO WS-PLY-SEM-MINUTOS (WS-PLY-HIT)
                 ADD ST-FALTAS  TO WS-PLY-SEM-FALTAS (WS-PLY-HIT)
              END-IF
           END-IF.
      * ...............................................................
       3030-FIND-PLAYER.
           MOVE ZERO TO WS-PLY-HIT.
           PERFORM 3031-COMPARE-PLAYER
              VARYING WS-PLY-IDX FROM 1 BY 1
              UNTIL WS-PLY-IDX > WS-PLY-COUNT
                 OR WS-PLY-HIT > ZERO.
      * ...............................................................
       3031-COMPARE-PLAYER.
           IF WS-PLY-ID (WS-PLY-IDX) = ST-PLAY-ID
              MOVE WS-PLY-IDX TO WS-PLY-HIT
           END-IF.
      * ...............................................................
      * BUILD THE RANKING TABLE OF THE CURRENT CATEGORY AND SORT ITS
      * FIRST N POSITIONS - HIGHEST FIRST, LOWEST FIRST FOR FOULS
       4000-RANK-CATEGORY.
           MOVE ZERO TO WS-RNK-COUNT.
           PERFORM 4010-ADD-CANDIDATE
              VARYING WS-PLY-IDX FROM 1 BY 1
              UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           PERFORM 4020-OUTER-PASS
              VARYING WS-RNK-IDX FROM 1 BY 1
              UNTIL WS-RNK-IDX > WS-RNK-COUNT
                 OR WS-RNK-IDX > WS-TOP-N.
      * ...............................................................
       4010-ADD-CANDIDATE.
           IF WS-PLY-JUEGOS (WS-PLY-IDX) > ZERO
              AND WS-PLY-JUEGOS (WS-PLY-IDX) >= WS-MIN-JUEGOS
      * FOULS PER MINUTE NEEDS MINUTES PLAYED TO MEAN ANYTHING
              IF NOT WS-CAT-FPM OR WS-PLY-MINUTOS (WS-PLY-IDX) > ZERO
                 ADD 1 TO WS-RNK-COUNT
                 MOVE WS-PLY-IDX TO WS-RNK-PLY (WS-RNK-COUNT)
                 EVALUATE TRUE
                    WHEN WS-CAT-PPJ
                       COMPUTE WS-RNK-VALOR (WS-RNK-COUNT) ROUNDED =
                          WS-PLY-PUNTOS (WS-PLY-IDX)
                          / WS-PLY-JUEGOS (WS-PLY-IDX)
                    WHEN WS-CAT-MPJ
                       COMPUTE WS-RNK-VALOR (WS-RNK-COUNT) ROUNDED =
                          WS-PLY-MINUTOS (WS-PLY-IDX)
                          / WS-PLY-JUEGOS (WS-PLY-IDX)
                    WHEN WS-CAT-PTS
                       MOVE WS-PLY-PUNTOS (WS-PLY-IDX)
                          TO WS-RNK-VALOR (WS-RNK-COUNT)
                    WHEN WS-CAT-FPM
                       COMPUTE WS-RNK-VALOR (WS-RNK-COUNT) ROUNDED =
                          WS-PLY-FALTAS (WS-PLY-IDX)
                          / WS-PLY-MINUTOS (WS-PLY-IDX)
                 END-EVALUATE
              END-IF
           END-IF.
      * ...............................................................
       4020-OUTER-PASS.
           MOVE WS-RNK-IDX TO WS-RNK-BEST.
           PERFORM 4030-INNER-PASS
              VARYING WS-RNK-IDX2 FROM WS-RNK-IDX BY 1
              UNTIL WS-RNK-IDX2 > WS-RNK-COUNT.
           IF WS-RNK-BEST NOT = WS-RNK-IDX
              MOVE WS-RNK-ENTRY (WS-RNK-IDX) TO WS-SWAP-RNK
              MOVE WS-RNK-ENTRY (WS-RNK-BEST)
                 TO WS-RNK-ENTRY (WS-RNK-IDX)
              MOVE WS-SWAP-RNK TO WS-RNK-ENTRY (WS-RNK-BEST)
           END-IF.
      * ...............................................................
       4030-INNER-PASS.
           IF WS-CAT-FPM
              IF WS-RNK-VALOR (WS-RNK-IDX2) < WS-RNK-VALOR (WS-RNK-BEST)
                 MOVE WS-RNK-IDX2 TO WS-RNK-BEST
              END-IF
           ELSE
              IF WS-RNK-VALOR (WS-RNK-IDX2) > WS-RNK-VALOR (WS-RNK-BEST)
                 MOVE WS-RNK-IDX2 TO WS-RNK-BEST
              END-IF
           END-IF.
      * ...............................................................
       5000-WRITE-REPORT.
           OPEN OUTPUT LDRRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "LIDERES DE LA LIGA - MINIMO " WS-MIN-JUEGOS
              " JUEGOS JUGADOS - TOP " WS-TOP-N
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SEA-OK
              MOVE SPACES TO RPT-LINE
              STRING "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE "P" TO WS-CATEGORIA.
           MOVE "PUNTOS POR JUEGO" TO WS-TITULO.
           PERFORM 5100-WRITE-CATEGORY.
           MOVE "M" TO WS-CATEGORIA.
           MOVE "MINUTOS POR JUEGO" TO WS-TITULO.
           PERFORM 5100-WRITE-CATEGORY.
           MOVE "T" TO WS-CATEGORIA.
           MOVE "PUNTOS TOTALES" TO WS-TITULO.
           PERFORM 5100-WRITE-CATEGORY.
           MOVE "F" TO WS-CATEGORIA.
           MOVE "MENOS FALTAS POR MINUTO" TO WS-TITULO.
           PERFORM 5100-WRITE-CATEGORY.
           PERFORM 5300-PLAYER-OF-WEEK.
           CLOSE LDRRPT.
           DISPLAY "REPORTE GENERADO: LEADERS.RPT".
      * ...............................................................
       5100-WRITE-CATEGORY.
           PERFORM 4000-RANK-CATEGORY.
           IF WS-CAT-PPJ
              MOVE WS-RNK-COUNT TO WS-CNT-ELEGIBLES
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TITULO TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-RNK-COUNT = ZERO
              MOVE "   (NINGUN JUGADOR CON EL MINIMO DE JUEGOS)"
                 TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 5110-WRITE-ONE-LEADER
                 VARYING WS-RNK-IDX FROM 1 BY 1
                 UNTIL WS-RNK-IDX > WS-RNK-COUNT
                    OR WS-RNK-IDX > WS-TOP-N
           END-IF.
      * ...............................................................
       5110-WRITE-ONE-LEADER.
           MOVE WS-RNK-PLY (WS-RNK-IDX) TO WS-PLY-IDX.
           MOVE WS-RNK-IDX TO DET-POS.
           MOVE WS-RNK-VALOR (WS-RNK-IDX) TO WS-VALOR.
           PERFORM 5200-FILL-DETAIL.
           MOVE WS-PLY-JUEGOS (WS-PLY-IDX) TO DET-JUEGOS.
           MOVE WS-LIN-LIDER TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       5200-FILL-DETAIL.
           MOVE WS-PLY-ID (WS-PLY-IDX)    TO DET-PLY-ID.
           MOVE WS-PLY-NAME (WS-PLY-IDX)  TO DET-PLY-NAME.
           MOVE WS-PLY-TEAM (WS-PLY-IDX)  TO DET-PLY-TEAM.
           MOVE WS-PLY-MARCA (WS-PLY-IDX) TO DET-MARCA.
           IF WS-CAT-FPM
              MOVE WS-VALOR TO WS-VALOR-ED4
              MOVE WS-VALOR-ED4 TO DET-VALOR
           ELSE
           IF WS-CAT-PTS
              MOVE WS-VALOR TO WS-VALOR-ED0
              MOVE WS-VALOR-ED0 TO DET-VALOR
           ELSE
              MOVE WS-VALOR TO WS-VALOR-ED2
              MOVE WS-VALOR-ED2 TO DET-VALOR
           END-IF
           END-IF.
      * ...............................................................
      * PLAYER OF THE WEEK - MOST POINTS IN THE RANGE AMONG THE
      * AVAILABLE PLAYERS; TIES GO TO FEWER FOULS, THEN MORE MINUTES
       5300-PLAYER-OF-WEEK.
           MOVE ZERO TO WS-POTW.
           PERFORM 5310-CHECK-CANDIDATE
              VARYING WS-PLY-IDX FROM 1 BY 1
              UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "JUGADOR DE LA SEMANA " WS-SEM-DESDE " A "
              WS-SEM-HASTA DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-POTW = ZERO
              MOVE "   (NINGUN JUGADOR DISPONIBLE JUGO EN EL RANGO)"
                 TO RPT-LINE
              WRITE RPT-LINE
              DISPLAY "SIN JUGADOR DE LA SEMANA"
           ELSE
              MOVE WS-POTW TO WS-PLY-IDX
              MOVE "T" TO WS-CATEGORIA
              MOVE 1 TO DET-POS
              MOVE WS-PLY-SEM-PUNTOS (WS-PLY-IDX) TO WS-VALOR
              PERFORM 5200-FILL-DETAIL
              MOVE WS-PLY-SEM-JUEGOS (WS-PLY-IDX) TO DET-JUEGOS
              MOVE WS-LIN-LIDER TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "      PTS: " WS-PLY-SEM-PUNTOS (WS-PLY-IDX)
                 "  MIN: " WS-PLY-SEM-MINUTOS (WS-PLY-IDX)
                 "  FLT: " WS-PLY-SEM-FALTAS (WS-PLY-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              DISPLAY "JUGADOR DE LA SEMANA: " WS-PLY-NAME (WS-PLY-IDX)
                 " " WS-PLY-TEAM (WS-PLY-IDX)
           END-IF.
      * ...............................................................
       5310-CHECK-CANDIDATE.
           IF WS-PLY-SEM-JUEGOS (WS-PLY-IDX) > ZERO
              AND WS-PLY-MARCA (WS-PLY-IDX) = SPACES
              IF WS-POTW = ZERO
                 MOVE WS-PLY-IDX TO WS-POTW
              ELSE
              IF WS-PLY-SEM-PUNTOS (WS-PLY-IDX)
                 > WS-PLY-SEM-PUNTOS (WS-POTW)
                 MOVE WS-PLY-IDX TO WS-POTW
              ELSE
              IF WS-PLY-SEM-PUNTOS (WS-PLY-IDX)
                 = WS-PLY-SEM-PUNTOS (WS-POTW)
                 AND WS-PLY-SEM-FALTAS (WS-PLY-IDX)
                 < WS-PLY-SEM-FALTAS (WS-POTW)
                 MOVE WS-PLY-IDX TO WS-POTW
              ELSE
              IF WS-PLY-SEM-PUNTOS (WS-PLY-IDX)
                 = WS-PLY-SEM-PUNTOS (WS-POTW)
                 AND WS-PLY-SEM-FALTAS (WS-PLY-IDX)
                 = WS-PLY-SEM-FALTAS (WS-POTW)
                 AND WS-PLY-SEM-MINUTOS (WS-PLY-IDX)
                 > WS-PLY-SEM-MINUTOS (WS-POTW)
                 MOVE WS-PLY-IDX TO WS-POTW
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "LDRRPT1 " WS-RL-YEAR "-" WS-RL-MONTH "-" WS-RL-DAY
              " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=COMPLETE ELIGIBLE=" WS-CNT-ELEGIBLES
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM LDRRPT1.
