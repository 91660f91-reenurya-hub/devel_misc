      * NOBODY PLAYS FOR. WHEN THE SEASON SCHEDULE SCHEDULE.DAT IS ON
      * DISK (LOADED BY SCHENT1) THE RESULT MUST MATCH A FIXTURE -
      * AN UNSCHEDULED RESULT NEEDS AN EXPLICIT OVERRIDE AND SHOWS
      * UP ANYWAY ON THE SCHCTL1 CONTROL REPORT. FOR A SCHEDULED GAME
      * THE REFEREE BOOKED ON REFASG.DAT (REFASG1) IS SHOWN. THE
      * RESULT IS STAMPED WITH THE SEASON ITS DATE FALLS IN (SEACHK1);
      * A DATE OF A CLOSED SEASON IS REFUSED
       PROGRAM-ID. GMSENT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
           SELECT OPTIONAL REFASG ASSIGN TO "REFASG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ASG-STATUS.
           SELECT OPTIONAL REFMST ASSIGN TO "REFMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RF-REF-ID
                  STATUS ST-REF.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).

       FD REFASG.
       01 REG-ASG.
           03 ASG-FECHA                        PIC 9(08).
           03 ASG-HOME-TEAM                    PIC X(20).
           03 ASG-AWAY-TEAM                    PIC X(20).
           03 ASG-REF-ID                       PIC X(20).

       FD REFMST.
       01 REG-REF.
           03 RF-REF-ID                        PIC X(20).
           03 RF-NOMBRE                        PIC X(40).
           03 RF-GRADO                         PIC X(01).
           03 RF-TEAM-AFIL                     PIC X(20).
           03 RF-ACTIVO                        PIC X(01).
           03 FILLER                           PIC X(18).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-GAMES-STATUS                      PIC XX.
           88 WS-FIX-FOUND                     VALUE "S".
       01 WS-FIX-OVERRIDE                      PIC X(01).
           88 WS-FIX-OVERRIDE-SI               VALUE "Y" "y".
       01 WS-ASG-STATUS                        PIC XX.
       01 ST-REF                               PIC XX.
       01 WS-ASG-EOF-SW                        PIC X(01).
           88 WS-ASG-EOF                       VALUE "S".
       01 WS-ASG-FOUND-SW                      PIC X(01).
           88 WS-ASG-FOUND                     VALUE "S".
      * SEASON OF THE DATE ENTERED, RESOLVED BY SEACHK1
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
       01 WS-TEMP-OK-SW                        PIC X(01).
           88 WS-TEMP-OK                       VALUE "S".
       01 WS-TEMP-MENSAJE                      PIC X(50).
       01 WS-TEMP-GRABAR                       PIC X(06).
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-SIGUE.
      * ...............................................................
       300-VALIDATE-GAME.
           PERFORM 350-CHECK-SEASON.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA INVALIDA - NO SE GRABA"
           ELSE
           IF NOT WS-TEMP-OK
              DISPLAY WS-TEMP-MENSAJE " - NO SE GRABA"
           ELSE
           IF WS-ENT-HOME-SCORE NOT NUMERIC
              OR WS-ENT-AWAY-SCORE NOT NUMERIC
              DISPLAY "MARCADORES NO NUMERICOS - NO SE GRABA"
                 END-IF
              END-IF.
      * ...............................................................
      * THE DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS NOT
      * CLOSED; ITS CODE IS STAMPED ON THE RECORD. WITH NO SEASON
      * MASTER ON DISK THE CODE IS LEFT BLANK, AS BEFORE
       350-CHECK-SEASON.
           MOVE "S" TO WS-TEMP-OK-SW.
           MOVE SPACES TO WS-TEMP-MENSAJE WS-TEMP-GRABAR.
           IF WS-ENT-FECHA IS NUMERIC
              MOVE "D"       TO WS-SEA-FUNCION
              MOVE "GMSENT1" TO WS-SEA-PROGRAMA
              MOVE WS-ENT-FECHA TO WS-SEA-FECHA
              CALL "SEACHK1" USING WS-SEA-REQ
              IF WS-SEA-OK
                 IF WS-SEA-CERRADA
                    MOVE "N" TO WS-TEMP-OK-SW
                    STRING "TEMPORADA " WS-SEA-CODIGO " CERRADA"
                       DELIMITED BY SIZE INTO WS-TEMP-MENSAJE
                 ELSE
                    MOVE WS-SEA-CODIGO TO WS-TEMP-GRABAR
                 END-IF
              ELSE
                 IF NOT WS-SEA-SIN-MAESTRO
                    MOVE "N" TO WS-TEMP-OK-SW
                    MOVE "FECHA FUERA DE LAS TEMPORADAS DE SEASONS.DAT"
                       TO WS-TEMP-MENSAJE
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
      * THE RESULT MUST MATCH A FIXTURE ON THE SEASON SCHEDULE. WITH
      * NO SCHEDULE.DAT ON DISK THE RESULT IS ACCEPTED AS BEFORE; AN
      * UNSCHEDULED RESULT CAN STILL BE FORCED IN, AND THE CONTROL
              PERFORM 470-MATCH-FIXTURE
                 UNTIL WS-SCH-EOF OR WS-FIX-FOUND
              CLOSE SCHEDULE
              IF WS-FIX-FOUND
                 PERFORM 480-SHOW-REFEREE
              END-IF
              IF NOT WS-FIX-FOUND
                 DISPLAY "NO HAY FIXTURE PARA ESE JUEGO EN "
                    "SCHEDULE.DAT"
              PERFORM 460-READ-NEXT-FIXTURE
           END-IF.
      * ...............................................................
      * THE REFEREE BOOKED FOR THE FIXTURE, WITH THE NAME FROM THE
      * REFEREE MASTER
       480-SHOW-REFEREE.
           MOVE "N" TO WS-ASG-FOUND-SW.
           OPEN INPUT REFASG.
           IF WS-ASG-STATUS NOT = "00"
              IF WS-ASG-STATUS = "05" OR WS-ASG-STATUS = "35"
                 CLOSE REFASG
              END-IF
           ELSE
              MOVE "N" TO WS-ASG-EOF-SW
              PERFORM 485-READ-NEXT-ASG
              PERFORM 490-MATCH-ASG
                 UNTIL WS-ASG-EOF OR WS-ASG-FOUND
              CLOSE REFASG
           END-IF.
           IF NOT WS-ASG-FOUND
              DISPLAY "ARBITRO: SIN ASIGNAR"
           ELSE
              MOVE SPACES TO RF-NOMBRE
              OPEN INPUT REFMST
              IF ST-REF = "00"
                 MOVE ASG-REF-ID TO RF-REF-ID
                 READ REFMST
                    INVALID KEY
                       MOVE SPACES TO RF-NOMBRE
                 END-READ
                 CLOSE REFMST
              ELSE
                 IF ST-REF = "05" OR ST-REF = "35"
                    CLOSE REFMST
                 END-IF
              END-IF
              DISPLAY "ARBITRO: " ASG-REF-ID " " RF-NOMBRE
           END-IF.
      * ...............................................................
       485-READ-NEXT-ASG.
           READ REFASG
              AT END SET WS-ASG-EOF TO TRUE
           END-READ.
      * ...............................................................
       490-MATCH-ASG.
           IF ASG-FECHA = WS-ENT-FECHA
              AND ASG-HOME-TEAM = WS-ENT-HOME
              AND ASG-AWAY-TEAM = WS-ENT-AWAY
              MOVE "S" TO WS-ASG-FOUND-SW
           ELSE
              PERFORM 485-READ-NEXT-ASG
           END-IF.
      * ...............................................................
      * THE TEAM MUST APPEAR AS TEAM_ID ON AT LEAST ONE PLAYER RECORD
       400-CHECK-TEAM-IN-ROSTER.
           MOVE "N" TO WS-TEAM-FOUND-SW.
              MOVE WS-ENT-AWAY       TO GM-AWAY-TEAM
              MOVE WS-ENT-HOME-SCORE TO GM-HOME-SCORE
              MOVE WS-ENT-AWAY-SCORE TO GM-AWAY-SCORE
              MOVE WS-TEMP-GRABAR    TO GM-TEMPORADA
              WRITE REG-GAME
              CLOSE GAMES
              ADD 1 TO WS-CNT-GRABADOS
