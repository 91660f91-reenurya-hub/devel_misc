      * ===============================================================
       IDENTIFICATION DIVISION.
      * TEMCRD1 = TEAM SEASON REPORT CARD. FOR ONE TEAM_ID (BATCHPRM
      * TEMCRD1/TEAM-ID, OR ASKED AT THE CONSOLE) OR FOR EVERY TEAM OF
      * TEAMMST.DAT (VALUE * OR ENTER), PRINTS TO TEAMCARD.RPT, EACH
      * TEAM ON A NEW PAGE:
      *   - THE GAME LOG FROM GAMES.DAT IN DATE ORDER (OPPONENT, HOME
      *     OR AWAY, SCORE, RESULT)
      *   - THE HOME AND AWAY RECORD, POINTS FOR AND AGAINST AND THE
      *     CURRENT WINNING, LOSING OR DRAWING STREAK
      *   - THE ROSTER FROM PLAYERS.DAT WITH EACH PLAYER'S SEASON
      *     TOTALS FROM PLYSTAT.DAT AND AVAILABILITY (PLAY_STATUS, THE
      *     STSSUS1 SUSPENSION LIST AND DUES ARREARS FROM DUECHK1)
      *   - THE FIXTURES OF SCHEDULE.DAT NOT PLAYED YET
      * ONLY THE SEASON FROM SEACHK1 (OPEN SEASON, OR BATCHPRM
      * TEMCRD1/SEASON) IS COUNTED - THE COACH'S ONE-STOP SHEET AND
      * THE END-OF-SEASON PACK
       PROGRAM-ID. TEMCRD1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEAMMST ASSIGN TO "TEAMMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TM-TEAM-ID
                  STATUS ST-TEAM.
           SELECT OPTIONAL GAMES ASSIGN TO "GAMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GAMES-STATUS.
           SELECT OPTIONAL PLAYERS ASSIGN TO "./players.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
           SELECT OPTIONAL PLYSTAT ASSIGN TO "PLYSTAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ST-KEY
                  STATUS ST-FILE.
           SELECT OPTIONAL SUSPEND ASSIGN TO "SUSPEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUS-STATUS.
           SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT CRDRPT ASSIGN TO "TEAMCARD.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD TEAMMST.
       01 REG-TEAM.
           03 TM-TEAM-ID                       PIC X(20).
           03 TM-TEAM-NAME                     PIC X(30).
           03 TM-COACH                         PIC X(30).
           03 TM-MAX-ROSTER                    PIC 9(3).
           03 TM-VENUE                         PIC X(10).
           03 FILLER                           PIC X(07).

       FD GAMES.
       01 REG-GAME.
           03 GM-FECHA                         PIC 9(08).
           03 GM-HOME-TEAM                     PIC X(20).
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

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

       FD SUSPEND.
       01 SUS-REC.
           03 SUS-PLAY-ID                      PIC 9(20).
           03 SUS-FALTAS                       PIC 9(4).
           03 SUS-TEAM-ID                      PIC X(20).

       FD SCHEDULE.
       01 REG-SCHED.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD CRDRPT.
       01 RPT-LINE                             PIC X(100).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TEAM                              PIC XX.
       01 ST-PLY                               PIC XX.
       01 ST-FILE                              PIC XX.
       01 WS-GAMES-STATUS                      PIC XX.
       01 WS-SUS-STATUS                        PIC XX.
       01 WS-SCH-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-TEAM-EOF-SW                       PIC X(01).
           88 WS-TEAM-EOF                      VALUE "S".
       01 WS-GAMES-EOF-SW                      PIC X(01).
           88 WS-GAMES-EOF                     VALUE "S".
       01 WS-PLY-EOF-SW                        PIC X(01).
           88 WS-PLY-EOF                       VALUE "S".
       01 WS-STAT-EOF-SW                       PIC X(01).
           88 WS-STAT-EOF                      VALUE "S".
       01 WS-SUS-EOF-SW                        PIC X(01).
           88 WS-SUS-EOF                       VALUE "S".
       01 WS-SCH-EOF-SW                        PIC X(01).
           88 WS-SCH-EOF                       VALUE "S".
      *
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
      * TEAM ASKED FOR; SPACES OR * = EVERY TEAM OF TEAMMST.DAT
       01 WS-TEAM-PEDIDO                       PIC X(20).
           88 WS-TODOS-LOS-EQUIPOS             VALUE SPACES "*".
       01 WS-HOY                               PIC 9(08).
       01 WS-CNT-EQUIPOS                       PIC 9(04) VALUE ZERO.
      *
      * TEAM BEING PRINTED
       01 WS-EQ-ID                             PIC X(20).
       01 WS-EQ-NOMBRE                         PIC X(30).
       01 WS-EQ-COACH                          PIC X(30).
      *
      * THE TEAM'S GAMES OF THE SEASON, SORTED BY DATE
       01 WS-JGO-COUNT                         PIC 9(03) VALUE ZERO.
       01 WS-JGO-IDX                           PIC 9(03).
       01 WS-JGO-IDX2                          PIC 9(03).
       01 WS-JGO-MIN                           PIC 9(03).
       01 WS-JGO-TABLA.
           03 WS-JGO-ENTRY OCCURS 200 TIMES.
              05 WS-JGO-FECHA                  PIC 9(08).
              05 WS-JGO-RIVAL                  PIC X(20).
      * L = LOCAL, V = VISITANTE
              05 WS-JGO-LV                     PIC X(01).
              05 WS-JGO-PF                     PIC 9(03).
              05 WS-JGO-PC                     PIC 9(03).
      * G = GANADO, P = PERDIDO, E = EMPATADO
              05 WS-JGO-RES                    PIC X(01).
       01 WS-SWAP-JGO                          PIC X(36).
       01 WS-JGO-TRUNC-SW                      PIC X(01).
           88 WS-JGO-TRUNCADO                  VALUE "S".
      *
      * RECORD SPLIT AND POINTS
       01 WS-REC-LOCAL.
           03 WS-LOC-G                         PIC 9(03).
           03 WS-LOC-P                         PIC 9(03).
           03 WS-LOC-E                         PIC 9(03).
       01 WS-REC-VISITA.
           03 WS-VIS-G                         PIC 9(03).
           03 WS-VIS-P                         PIC 9(03).
           03 WS-VIS-E                         PIC 9(03).
       01 WS-PTS-FAVOR                         PIC 9(05).
       01 WS-PTS-CONTRA                        PIC 9(05).
       01 WS-PTS-DIF                           PIC S9(05).
       01 WS-RACHA                             PIC 9(03).
       01 WS-RACHA-RES                         PIC X(01).
       01 WS-RACHA-SW                          PIC X(01).
           88 WS-RACHA-CORTADA                 VALUE "S".
      *
      * THE TEAM'S ROSTER WITH SEASON TOTALS
       01 WS-ROS-COUNT                         PIC 9(03) VALUE ZERO.
       01 WS-ROS-IDX                           PIC 9(03).
       01 WS-ROS-HIT                           PIC 9(03).
       01 WS-ROS-TABLA.
           03 WS-ROS-ENTRY OCCURS 99 TIMES.
              05 WS-ROS-ID                     PIC 9(20).
              05 WS-ROS-NAME                   PIC X(30).
              05 WS-ROS-POS                    PIC X(02).
              05 WS-ROS-NUM                    PIC 9(03).
              05 WS-ROS-MARCA                  PIC X(16).
              05 WS-ROS-JUEGOS                 PIC 9(04).
              05 WS-ROS-PUNTOS                 PIC 9(05).
              05 WS-ROS-MINUTOS                PIC 9(05).
              05 WS-ROS-FALTAS                 PIC 9(04).
       01 WS-ROS-TRUNC-SW                      PIC X(01).
           88 WS-ROS-TRUNCADO                  VALUE "S".
      *
       01 WS-CNT-PENDIENTES                    PIC 9(03).
       01 WS-JUGADO-SW                         PIC X(01).
           88 WS-JUGADO                        VALUE "S".
       01 WS-BUSCA-RIVAL                       PIC X(20).
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
      * DUES POSITION OF ONE PLAYER, FROM DUECHK1
       01 WS-DUE-REQ.
           03 WS-DUE-PLAY-ID                   PIC 9(20).
           03 WS-DUE-FECHA                     PIC 9(08).
           03 WS-DUE-RESULT                    PIC X(01).
              88 WS-DUE-EN-MORA                VALUE "M".
           03 WS-DUE-SALDO                     PIC S9(09)V99.
           03 WS-DUE-DIAS-MORA                 PIC 9(05).
           03 WS-DUE-CORRIENTE                 PIC 9(09)V99.
           03 WS-DUE-30                        PIC 9(09)V99.
           03 WS-DUE-60                        PIC 9(09)V99.
           03 WS-DUE-90                        PIC 9(09)V99.
           03 WS-DUE-LIMITE                    PIC 9(03).
           03 WS-DUE-MODO                      PIC X(01).
      *
       01 WS-LIN-JUEGO.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-J-FECHA                      PIC 9(08).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-J-LV                         PIC X(09).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-J-RIVAL                      PIC X(20).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-J-PF                         PIC ZZ9.
           03 FILLER                           PIC X(01) VALUE '-'.
           03 DET-J-PC                         PIC ZZ9.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-J-RES                        PIC X(08).
      *
       01 WS-LIN-RECORD.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-R-TITULO                     PIC X(12).
           03 FILLER                           PIC X(04) VALUE ' PJ:'.
           03 DET-R-PJ                         PIC ZZ9.
           03 FILLER                           PIC X(04) VALUE ' PG:'.
           03 DET-R-PG                         PIC ZZ9.
           03 FILLER                           PIC X(04) VALUE ' PP:'.
           03 DET-R-PP                         PIC ZZ9.
           03 FILLER                           PIC X(04) VALUE ' PE:'.
           03 DET-R-PE                         PIC ZZ9.
      *
       01 WS-LIN-PUNTOS.
           03 FILLER                           PIC X(18)
              VALUE '  PUNTOS A FAVOR: '.
           03 DET-P-FAVOR                      PIC ZZZZ9.
           03 FILLER                           PIC X(12)
              VALUE '  EN CONTRA:'.
           03 DET-P-CONTRA                     PIC ZZZZ9.
           03 FILLER                           PIC X(14)
              VALUE '  DIFERENCIA: '.
           03 DET-P-DIF                        PIC -(5)9.
      *
       01 WS-LIN-RACHA.
           03 FILLER                           PIC X(16)
              VALUE '  RACHA ACTUAL: '.
           03 DET-RACHA                        PIC ZZ9.
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-RACHA-TXT                    PIC X(20).
      *
       01 WS-LIN-JUGADOR.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-PLY-ID                       PIC 9(10).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-NAME                     PIC X(24).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-POS                      PIC X(02).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-NUM                      PIC ZZ9.
           03 FILLER                           PIC X(04) VALUE ' JJ:'.
           03 DET-PLY-JJ                       PIC ZZZ9.
           03 FILLER                           PIC X(05) VALUE ' PTS:'.
           03 DET-PLY-PTS                      PIC ZZZZ9.
           03 FILLER                           PIC X(05) VALUE ' MIN:'.
           03 DET-PLY-MIN                      PIC ZZZZ9.
           03 FILLER                           PIC X(04) VALUE ' FT:'.
           03 DET-PLY-FAL                      PIC ZZZ9.
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-PLY-MARCA                    PIC X(16).
      *
       01 WS-LIN-FIXTURE.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-F-FECHA                      PIC 9(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-F-HORA                       PIC X(04).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-F-LV                         PIC X(09).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-F-RIVAL                      PIC X(20).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-F-VENUE                      PIC X(10).
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
                 "BATCHPRM TEMCRD1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-GET-PARAMETERS.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT CRDRPT.
           IF WS-TODOS-LOS-EQUIPOS
              PERFORM 1100-ALL-TEAMS
           ELSE
              PERFORM 1200-ONE-TEAM
           END-IF.
           CLOSE CRDRPT.
           IF WS-CNT-EQUIPOS = ZERO
              DISPLAY "NINGUN EQUIPO IMPRESO - REVISE TEAMMST.DAT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "REPORTE GENERADO: TEAMCARD.RPT - EQUIPOS: "
              WS-CNT-EQUIPOS.
           PERFORM 9000-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0400-GET-SEASON.
           MOVE "A"        TO WS-SEA-FUNCION.
           MOVE "TEMCRD1 " TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              DISPLAY "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
           END-IF.
      * ...............................................................
      * A GAME, A STAT LINE OR A FIXTURE BELONGS TO THE SEASON BY ITS
      * CODE; ONE WRITTEN BEFORE SEASONS WERE KEPT (BLANK CODE) BY
      * ITS DATE
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
       1000-GET-PARAMETERS.
           MOVE "TEAM-ID     " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR TO WS-TEAM-PEDIDO
           ELSE
              DISPLAY "TEAM_ID DEL EQUIPO (ENTER = TODOS LOS EQUIPOS): "
              ACCEPT WS-TEAM-PEDIDO
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
           IF PRM-PROGRAM = "TEMCRD1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
      * THE END-OF-SEASON PACK - EVERY TEAM OF THE MASTER IN TEAM_ID
      * ORDER
       1100-ALL-TEAMS.
           OPEN INPUT TEAMMST.
           IF ST-TEAM NOT = "00"
              DISPLAY "TEAMMST.DAT NO DISPONIBLE"
              IF ST-TEAM = "05" OR ST-TEAM = "35"
                 CLOSE TEAMMST
              END-IF
           ELSE
              MOVE "N" TO WS-TEAM-EOF-SW
              PERFORM 1110-READ-NEXT-TEAM
              PERFORM 1120-CARD-ONE-TEAM
                 UNTIL WS-TEAM-EOF
              CLOSE TEAMMST
           END-IF.
      * ...............................................................
       1110-READ-NEXT-TEAM.
           READ TEAMMST NEXT RECORD
              AT END SET WS-TEAM-EOF TO TRUE
           END-READ.
      * ...............................................................
       1120-CARD-ONE-TEAM.
           MOVE TM-TEAM-ID   TO WS-EQ-ID.
           MOVE TM-TEAM-NAME TO WS-EQ-NOMBRE.
           MOVE TM-COACH     TO WS-EQ-COACH.
           PERFORM 2000-TEAM-CARD.
           PERFORM 1110-READ-NEXT-TEAM.
      * ...............................................................
      * ONE TEAM ASKED FOR. WITHOUT A TEAM MASTER ON DISK THE CARD IS
      * PRINTED WITHOUT NAME AND COACH
       1200-ONE-TEAM.
           MOVE WS-TEAM-PEDIDO TO WS-EQ-ID.
           MOVE SPACES TO WS-EQ-NOMBRE WS-EQ-COACH.
           OPEN INPUT TEAMMST.
           IF ST-TEAM NOT = "00"
              IF ST-TEAM = "05" OR ST-TEAM = "35"
                 CLOSE TEAMMST
              END-IF
              PERFORM 2000-TEAM-CARD
           ELSE
              MOVE WS-TEAM-PEDIDO TO TM-TEAM-ID
              READ TEAMMST
                 INVALID KEY
                    DISPLAY "EQUIPO " WS-TEAM-PEDIDO
                       " NO EXISTE EN TEAMMST.DAT"
                 NOT INVALID KEY
                    MOVE TM-TEAM-NAME TO WS-EQ-NOMBRE
                    MOVE TM-COACH     TO WS-EQ-COACH
                    PERFORM 2000-TEAM-CARD
              END-READ
              CLOSE TEAMMST
           END-IF.
      * ...............................................................
       2000-TEAM-CARD.
           ADD 1 TO WS-CNT-EQUIPOS.
           PERFORM 2100-LOAD-GAMES.
           PERFORM 2200-SORT-GAMES.
           PERFORM 2300-LOAD-ROSTER.
           PERFORM 2400-ADD-SEASON-STATS.
           PERFORM 2500-MARK-AVAILABILITY.
           PERFORM 3000-WRITE-HEADER.
           PERFORM 3100-WRITE-GAME-LOG.
           PERFORM 3200-WRITE-SUMMARY.
           PERFORM 3300-WRITE-ROSTER.
           PERFORM 3400-WRITE-FIXTURES.
      * ...............................................................
       2100-LOAD-GAMES.
           MOVE ZERO TO WS-JGO-COUNT.
           MOVE "N" TO WS-JGO-TRUNC-SW.
           OPEN INPUT GAMES.
           IF WS-GAMES-STATUS NOT = "00"
              IF WS-GAMES-STATUS = "05" OR WS-GAMES-STATUS = "35"
                 CLOSE GAMES
              END-IF
           ELSE
              MOVE "N" TO WS-GAMES-EOF-SW
              PERFORM 2110-READ-NEXT-GAME
              PERFORM 2120-KEEP-GAME
                 UNTIL WS-GAMES-EOF
              CLOSE GAMES
           END-IF.
      * ...............................................................
       2110-READ-NEXT-GAME.
           READ GAMES
              AT END SET WS-GAMES-EOF TO TRUE
           END-READ.
      * ...............................................................
       2120-KEEP-GAME.
           MOVE GM-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE GM-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              AND (GM-HOME-TEAM = WS-EQ-ID OR GM-AWAY-TEAM = WS-EQ-ID)
              IF WS-JGO-COUNT >= 200
                 MOVE "S" TO WS-JGO-TRUNC-SW
              ELSE
                 PERFORM 2130-ADD-GAME
              END-IF
           END-IF.
           PERFORM 2110-READ-NEXT-GAME.
      * ...............................................................
       2130-ADD-GAME.
           ADD 1 TO WS-JGO-COUNT.
           MOVE GM-FECHA TO WS-JGO-FECHA (WS-JGO-COUNT).
           IF GM-HOME-TEAM = WS-EQ-ID
              MOVE "L"           TO WS-JGO-LV (WS-JGO-COUNT)
              MOVE GM-AWAY-TEAM  TO WS-JGO-RIVAL (WS-JGO-COUNT)
              MOVE GM-HOME-SCORE TO WS-JGO-PF (WS-JGO-COUNT)
              MOVE GM-AWAY-SCORE TO WS-JGO-PC (WS-JGO-COUNT)
           ELSE
              MOVE "V"           TO WS-JGO-LV (WS-JGO-COUNT)
              MOVE GM-HOME-TEAM  TO WS-JGO-RIVAL (WS-JGO-COUNT)
              MOVE GM-AWAY-SCORE TO WS-JGO-PF (WS-JGO-COUNT)
              MOVE GM-HOME-SCORE TO WS-JGO-PC (WS-JGO-COUNT)
           END-IF.
           IF WS-JGO-PF (WS-JGO-COUNT) > WS-JGO-PC (WS-JGO-COUNT)
              MOVE "G" TO WS-JGO-RES (WS-JGO-COUNT)
           ELSE
              IF WS-JGO-PF (WS-JGO-COUNT) < WS-JGO-PC (WS-JGO-COUNT)
                 MOVE "P" TO WS-JGO-RES (WS-JGO-COUNT)
              ELSE
                 MOVE "E" TO WS-JGO-RES (WS-JGO-COUNT)
              END-IF
           END-IF.
      * ...............................................................
      * GAMES.DAT IS IN CAPTURE ORDER; THE LOG AND THE STREAK NEED
      * DATE ORDER. SELECTION SORT ASCENDING, SAME SHAPE AS GMSSTD1
       2200-SORT-GAMES.
           PERFORM 2210-PLACE-EARLIEST
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX >= WS-JGO-COUNT.
      * ...............................................................
       2210-PLACE-EARLIEST.
           MOVE WS-JGO-IDX TO WS-JGO-MIN.
           PERFORM 2220-COMPARE-DATE
              VARYING WS-JGO-IDX2 FROM WS-JGO-IDX BY 1
              UNTIL WS-JGO-IDX2 > WS-JGO-COUNT.
           IF WS-JGO-MIN NOT = WS-JGO-IDX
              MOVE WS-JGO-ENTRY (WS-JGO-IDX) TO WS-SWAP-JGO
              MOVE WS-JGO-ENTRY (WS-JGO-MIN)
                 TO WS-JGO-ENTRY (WS-JGO-IDX)
              MOVE WS-SWAP-JGO TO WS-JGO-ENTRY (WS-JGO-MIN)
           END-IF.
      * ...............................................................
       2220-COMPARE-DATE.
           IF WS-JGO-FECHA (WS-JGO-IDX2) < WS-JGO-FECHA (WS-JGO-MIN)
              MOVE WS-JGO-IDX2 TO WS-JGO-MIN
           END-IF.
      * ...............................................................
       2300-LOAD-ROSTER.
           MOVE ZERO TO WS-ROS-COUNT.
           MOVE "N" TO WS-ROS-TRUNC-SW.
           OPEN INPUT PLAYERS.
           IF ST-PLY NOT = "00"
              IF ST-PLY = "05" OR ST-PLY = "35"
                 CLOSE PLAYERS
              END-IF
           ELSE
              MOVE "N" TO WS-PLY-EOF-SW
              PERFORM 2310-READ-NEXT-PLAYER
              PERFORM 2320-KEEP-PLAYER
                 UNTIL WS-PLY-EOF
              CLOSE PLAYERS
           END-IF.
      * ...............................................................
       2310-READ-NEXT-PLAYER.
           READ PLAYERS
              AT END SET WS-PLY-EOF TO TRUE
           END-READ.
      * ...............................................................
       2320-KEEP-PLAYER.
           IF TEAM_ID = WS-EQ-ID
              IF WS-ROS-COUNT >= 99
                 MOVE "S" TO WS-ROS-TRUNC-SW
              ELSE
                 ADD 1 TO WS-ROS-COUNT
                 INITIALIZE WS-ROS-ENTRY (WS-ROS-COUNT)
                 MOVE PLAY_ID  TO WS-ROS-ID (WS-ROS-COUNT)
                 STRING PLAY_NAME DELIMITED BY "  "
                    " " PLAY_LNAME DELIMITED BY "  "
                    INTO WS-ROS-NAME (WS-ROS-COUNT)
                 MOVE PLAY_POS TO WS-ROS-POS (WS-ROS-COUNT)
                 MOVE PLAY_NUM TO WS-ROS-NUM (WS-ROS-COUNT)
                 EVALUATE PLAY_STATUS
                    WHEN "L" MOVE "** LESIONADO **"
                                TO WS-ROS-MARCA (WS-ROS-COUNT)
                    WHEN "S" MOVE "** SUSPENDIDO **"
                                TO WS-ROS-MARCA (WS-ROS-COUNT)
                    WHEN "I" MOVE "** INACTIVO **"
                                TO WS-ROS-MARCA (WS-ROS-COUNT)
                    WHEN OTHER CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
           PERFORM 2310-READ-NEXT-PLAYER.
      * ...............................................................
      * SEASON TOTALS OF THE ROSTER FROM ONE PASS OVER PLYSTAT.DAT
       2400-ADD-SEASON-STATS.
           OPEN INPUT PLYSTAT.
           IF ST-FILE NOT = "00"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE PLYSTAT
              END-IF
           ELSE
              MOVE "N" TO WS-STAT-EOF-SW
              PERFORM 2410-READ-NEXT-STAT
              PERFORM 2420-ADD-ONE-STAT
                 UNTIL WS-STAT-EOF
              CLOSE PLYSTAT
           END-IF.
      * ...............................................................
       2410-READ-NEXT-STAT.
           READ PLYSTAT
              AT END SET WS-STAT-EOF TO TRUE
           END-READ.
      * ...............................................................
       2420-ADD-ONE-STAT.
           MOVE ST-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE ST-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              MOVE ZERO TO WS-ROS-HIT
              PERFORM 2430-FIND-ROSTER-PLAYER
                 VARYING WS-ROS-IDX FROM 1 BY 1
                 UNTIL WS-ROS-IDX > WS-ROS-COUNT
                    OR WS-ROS-HIT > ZERO
              IF WS-ROS-HIT > ZERO
                 ADD 1          TO WS-ROS-JUEGOS (WS-ROS-HIT)
                 ADD ST-PUNTOS  TO WS-ROS-PUNTOS (WS-ROS-HIT)
                 ADD ST-MINUTOS TO WS-ROS-MINUTOS (WS-ROS-HIT)
                 ADD ST-FALTAS  TO WS-ROS-FALTAS (WS-ROS-HIT)
              END-IF
           END-IF.
           PERFORM 2410-READ-NEXT-STAT.
      * ...............................................................
       2430-FIND-ROSTER-PLAYER.
           IF WS-ROS-ID (WS-ROS-IDX) = ST-PLAY-ID
              MOVE WS-ROS-IDX TO WS-ROS-HIT
           END-IF.
      * ...............................................................
      * A PLAYER WHOSE PLAY_STATUS IS STILL CLEAR MAY BE ON THE
      * STSSUS1 SUSPENSION LIST OR IN ARREARS WITH THE DUES
       2500-MARK-AVAILABILITY.
           OPEN INPUT SUSPEND.
           IF WS-SUS-STATUS NOT = "00"
              IF WS-SUS-STATUS = "05" OR WS-SUS-STATUS = "35"
                 CLOSE SUSPEND
              END-IF
           ELSE
              MOVE "N" TO WS-SUS-EOF-SW
              PERFORM 2510-READ-NEXT-SUSPEND
              PERFORM 2520-MARK-ONE-SUSPEND
                 UNTIL WS-SUS-EOF
              CLOSE SUSPEND
           END-IF.
           PERFORM 2530-CHECK-ARREARS
              VARYING WS-ROS-IDX FROM 1 BY 1
              UNTIL WS-ROS-IDX > WS-ROS-COUNT.
      * ...............................................................
       2510-READ-NEXT-SUSPEND.
           READ SUSPEND
              AT END SET WS-SUS-EOF TO TRUE
           END-READ.
      * ...............................................................
       2520-MARK-ONE-SUSPEND.
           PERFORM 2525-MATCH-SUSPEND
              VARYING WS-ROS-IDX FROM 1 BY 1
              UNTIL WS-ROS-IDX > WS-ROS-COUNT.
           PERFORM 2510-READ-NEXT-SUSPEND.
      * ...............................................................
       2525-MATCH-SUSPEND.
           IF WS-ROS-ID (WS-ROS-IDX) = SUS-PLAY-ID
              AND WS-ROS-MARCA (WS-ROS-IDX) = SPACES
              MOVE "** LISTA SUSP **" TO WS-ROS-MARCA (WS-ROS-IDX)
           END-IF.
      * ...............................................................
       2530-CHECK-ARREARS.
           IF WS-ROS-MARCA (WS-ROS-IDX) = SPACES
              MOVE WS-ROS-ID (WS-ROS-IDX) TO WS-DUE-PLAY-ID
              MOVE WS-HOY TO WS-DUE-FECHA
              CALL "DUECHK1" USING WS-DUE-REQ
              IF WS-DUE-EN-MORA
                 MOVE "** MORA CUOTAS *" TO WS-ROS-MARCA (WS-ROS-IDX)
              END-IF
           END-IF.
      * ...............................................................
      * EVERY TEAM AFTER THE FIRST STARTS ON A NEW PAGE
       3000-WRITE-HEADER.
           IF WS-CNT-EQUIPOS > 1
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "FICHA DE TEMPORADA DEL EQUIPO " WS-EQ-ID
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EQ-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "EQUIPO: " WS-EQ-NOMBRE "  DT: " WS-EQ-COACH
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF WS-SEA-OK
              MOVE SPACES TO RPT-LINE
              STRING "TEMPORADA: " WS-SEA-CODIGO " " WS-SEA-NOMBRE
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       3100-WRITE-GAME-LOG.
           MOVE "JUEGOS DE LA TEMPORADA" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  FECHA     CONDICION RIVAL                 "
              "MARCADOR RESULTADO"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           INITIALIZE WS-REC-LOCAL WS-REC-VISITA.
           MOVE ZERO TO WS-PTS-FAVOR WS-PTS-CONTRA.
           PERFORM 3110-WRITE-ONE-GAME
              VARYING WS-JGO-IDX FROM 1 BY 1
              UNTIL WS-JGO-IDX > WS-JGO-COUNT.
           IF WS-JGO-COUNT = ZERO
              MOVE "  SIN JUEGOS REGISTRADOS" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF WS-JGO-TRUNCADO
              MOVE "  *** MAS DE 200 JUEGOS - LISTA INCOMPLETA ***"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       3110-WRITE-ONE-GAME.
           MOVE WS-JGO-FECHA (WS-JGO-IDX) TO DET-J-FECHA.
           MOVE WS-JGO-RIVAL (WS-JGO-IDX) TO DET-J-RIVAL.
           MOVE WS-JGO-PF (WS-JGO-IDX)    TO DET-J-PF.
           MOVE WS-JGO-PC (WS-JGO-IDX)    TO DET-J-PC.
           ADD WS-JGO-PF (WS-JGO-IDX) TO WS-PTS-FAVOR.
           ADD WS-JGO-PC (WS-JGO-IDX) TO WS-PTS-CONTRA.
           IF WS-JGO-LV (WS-JGO-IDX) = "L"
              MOVE "LOCAL"     TO DET-J-LV
              EVALUATE WS-JGO-RES (WS-JGO-IDX)
                 WHEN "G" ADD 1 TO WS-LOC-G
                 WHEN "P" ADD 1 TO WS-LOC-P
                 WHEN OTHER ADD 1 TO WS-LOC-E
              END-EVALUATE
           ELSE
              MOVE "VISITANTE" TO DET-J-LV
              EVALUATE WS-JGO-RES (WS-JGO-IDX)
                 WHEN "G" ADD 1 TO WS-VIS-G
                 WHEN "P" ADD 1 TO WS-VIS-P
                 WHEN OTHER ADD 1 TO WS-VIS-E
              END-EVALUATE
           END-IF.
           EVALUATE WS-JGO-RES (WS-JGO-IDX)
              WHEN "G" MOVE "GANADO"   TO DET-J-RES
              WHEN "P" MOVE "PERDIDO"  TO DET-J-RES
              WHEN OTHER MOVE "EMPATE" TO DET-J-RES
           END-EVALUATE.
           MOVE WS-LIN-JUEGO TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       3200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RESUMEN" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LOCAL"     TO DET-R-TITULO.
           COMPUTE DET-R-PJ = WS-LOC-G + WS-LOC-P + WS-LOC-E.
           MOVE WS-LOC-G TO DET-R-PG.
           MOVE WS-LOC-P TO DET-R-PP.
           MOVE WS-LOC-E TO DET-R-PE.
           MOVE WS-LIN-RECORD TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "VISITANTE" TO DET-R-TITULO.
           COMPUTE DET-R-PJ = WS-VIS-G + WS-VIS-P + WS-VIS-E.
           MOVE WS-VIS-G TO DET-R-PG.
           MOVE WS-VIS-P TO DET-R-PP.
           MOVE WS-VIS-E TO DET-R-PE.
           MOVE WS-LIN-RECORD TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL"     TO DET-R-TITULO.
           MOVE WS-JGO-COUNT TO DET-R-PJ.
           COMPUTE DET-R-PG = WS-LOC-G + WS-VIS-G.
           COMPUTE DET-R-PP = WS-LOC-P + WS-VIS-P.
           COMPUTE DET-R-PE = WS-LOC-E + WS-VIS-E.
           MOVE WS-LIN-RECORD TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-PTS-DIF = WS-PTS-FAVOR - WS-PTS-CONTRA.
           MOVE WS-PTS-FAVOR  TO DET-P-FAVOR.
           MOVE WS-PTS-CONTRA TO DET-P-CONTRA.
           MOVE WS-PTS-DIF    TO DET-P-DIF.
           MOVE WS-LIN-PUNTOS TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 3210-COUNT-STREAK.
           MOVE WS-LIN-RACHA TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * THE STREAK RUNS BACK FROM THE LAST GAME PLAYED WHILE THE
      * RESULT STAYS THE SAME
       3210-COUNT-STREAK.
           MOVE ZERO TO WS-RACHA.
           MOVE "N" TO WS-RACHA-SW.
           IF WS-JGO-COUNT = ZERO
              MOVE ZERO TO DET-RACHA
              MOVE "SIN JUEGOS" TO DET-RACHA-TXT
           ELSE
              MOVE WS-JGO-RES (WS-JGO-COUNT) TO WS-RACHA-RES
              PERFORM 3220-STREAK-ONE-GAME
                 VARYING WS-JGO-IDX FROM WS-JGO-COUNT BY -1
                 UNTIL WS-JGO-IDX < 1 OR WS-RACHA-CORTADA
              MOVE WS-RACHA TO DET-RACHA
              EVALUATE WS-RACHA-RES
                 WHEN "G" MOVE "GANADOS"   TO DET-RACHA-TXT
                 WHEN "P" MOVE "PERDIDOS"  TO DET-RACHA-TXT
                 WHEN OTHER MOVE "EMPATADOS" TO DET-RACHA-TXT
              END-EVALUATE
           END-IF.
      * ...............................................................
       3220-STREAK-ONE-GAME.
           IF WS-JGO-RES (WS-JGO-IDX) = WS-RACHA-RES
              ADD 1 TO WS-RACHA
           ELSE
              MOVE "S" TO WS-RACHA-SW
           END-IF.
      * ...............................................................
       3300-WRITE-ROSTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PLANTILLA Y TOTALES DE LA TEMPORADA" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 3310-WRITE-ONE-PLAYER
              VARYING WS-ROS-IDX FROM 1 BY 1
              UNTIL WS-ROS-IDX > WS-ROS-COUNT.
           IF WS-ROS-COUNT = ZERO
              MOVE "  SIN JUGADORES EN PLAYERS.DAT" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF WS-ROS-TRUNCADO
              MOVE "  *** MAS DE 99 JUGADORES - LISTA INCOMPLETA ***"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       3310-WRITE-ONE-PLAYER.
           MOVE WS-ROS-ID (WS-ROS-IDX)      TO DET-PLY-ID.
           MOVE WS-ROS-NAME (WS-ROS-IDX)    TO DET-PLY-NAME.
           MOVE WS-ROS-POS (WS-ROS-IDX)     TO DET-PLY-POS.
           MOVE WS-ROS-NUM (WS-ROS-IDX)     TO DET-PLY-NUM.
           MOVE WS-ROS-JUEGOS (WS-ROS-IDX)  TO DET-PLY-JJ.
           MOVE WS-ROS-PUNTOS (WS-ROS-IDX)  TO DET-PLY-PTS.
           MOVE WS-ROS-MINUTOS (WS-ROS-IDX) TO DET-PLY-MIN.
           MOVE WS-ROS-FALTAS (WS-ROS-IDX)  TO DET-PLY-FAL.
           MOVE WS-ROS-MARCA (WS-ROS-IDX)   TO DET-PLY-MARCA.
           MOVE WS-LIN-JUGADOR TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * A FIXTURE OF THE SEASON IS STILL TO PLAY WHEN NO RESULT OF THE
      * SAME DATE AGAINST THE SAME OPPONENT IS ON GAMES.DAT
       3400-WRITE-FIXTURES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "JUEGOS PENDIENTES DEL CALENDARIO" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-CNT-PENDIENTES.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-SCH-EOF-SW
              PERFORM 3410-READ-NEXT-FIXTURE
              PERFORM 3420-CHECK-ONE-FIXTURE
                 UNTIL WS-SCH-EOF
              CLOSE SCHEDULE
           END-IF.
           IF WS-CNT-PENDIENTES = ZERO
              MOVE "  NINGUNO" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       3410-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-SCH-EOF TO TRUE
           END-READ.
      * ...............................................................
       3420-CHECK-ONE-FIXTURE.
           MOVE SCH-TEMPORADA TO WS-REG-TEMPORADA.
           MOVE SCH-FECHA     TO WS-REG-FECHA.
           PERFORM 0410-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              AND (SCH-HOME-TEAM = WS-EQ-ID OR SCH-AWAY-TEAM = WS-EQ-ID)
              IF SCH-HOME-TEAM = WS-EQ-ID
                 MOVE SCH-AWAY-TEAM TO WS-BUSCA-RIVAL
                 MOVE "LOCAL"       TO DET-F-LV
              ELSE
                 MOVE SCH-HOME-TEAM TO WS-BUSCA-RIVAL
                 MOVE "VISITANTE"   TO DET-F-LV
              END-IF
              MOVE "N" TO WS-JUGADO-SW
              PERFORM 3430-MATCH-PLAYED
                 VARYING WS-JGO-IDX FROM 1 BY 1
                 UNTIL WS-JGO-IDX > WS-JGO-COUNT OR WS-JUGADO
              IF NOT WS-JUGADO
                 ADD 1 TO WS-CNT-PENDIENTES
                 MOVE SCH-FECHA      TO DET-F-FECHA
                 MOVE SCH-HORA       TO DET-F-HORA
                 MOVE WS-BUSCA-RIVAL TO DET-F-RIVAL
                 MOVE SCH-VENUE      TO DET-F-VENUE
                 MOVE WS-LIN-FIXTURE TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
           PERFORM 3410-READ-NEXT-FIXTURE.
      * ...............................................................
       3430-MATCH-PLAYED.
           IF WS-JGO-FECHA (WS-JGO-IDX) = SCH-FECHA
              AND WS-JGO-RIVAL (WS-JGO-IDX) = WS-BUSCA-RIVAL
              MOVE "S" TO WS-JUGADO-SW
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "TEMCRD1 " WS-RL-YEAR "-" WS-RL-MONTH "-" WS-RL-DAY
              " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=COMPLETE TEAMS=" WS-CNT-EQUIPOS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM TEMCRD1.
