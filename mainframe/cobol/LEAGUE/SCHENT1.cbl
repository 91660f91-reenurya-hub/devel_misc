      * VALIDATED AGAINST PLAYERS.DAT THE SAME WAY GMSENT1 VALIDATES
      * A RESULT, AND A DUPLICATE FIXTURE (SAME DATE AND TEAMS) IS
      * REFUSED. GMSENT1 CHECKS EVERY CAPTURED RESULT AGAINST THIS
      * FILE AND SCHCTL1 REPORTS THE TWO-WAY DIFFERENCES. EVERY
      * FIXTURE CARRIES ITS KICKOFF TIME AND A VENUE OF VENMST.DAT
      * (VENMNT1); IT IS REFUSED WHEN THAT VENUE ALREADY HAS A GAME THE
      * SAME DATE WITHIN THE VENUE WINDOW (BATCHPRM SCHENT1/
      * VENUE-WINDOW, IN MINUTES, DEFAULT 120)
      * THE FIXTURE DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS
      * NOT CLOSED, AND THE CODE OF THAT SEASON IS STAMPED ON IT
       PROGRAM-ID. SCHENT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
           SELECT OPTIONAL VENMST ASSIGN TO "VENMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS VN-CODIGO
                  STATUS ST-VEN.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 TEAM_ID                          PIC X(20).
           03 EMP-ID                           PIC X(20).
           03 FILLER                           PIC X(260).

       FD VENMST.
       01 REG-VENUE.
           03 VN-CODIGO                        PIC X(10).
           03 VN-NOMBRE                        PIC X(30).
           03 VN-CIUDAD                        PIC X(20).
           03 VN-DEPTO                         PIC X(20).
           03 VN-CAPACIDAD                     PIC 9(06).
           03 VN-TARIFA                        PIC 9(07)V99.
           03 FILLER                           PIC X(15).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-SCH-STATUS                        PIC XX.
       01 WS-CNT-GRABADOS                      PIC 9(03) VALUE ZERO.
       01 WS-CNT-LISTADOS                      PIC 9(03) VALUE ZERO.
       01 WS-MODE                              PIC X(01).
       01 ST-VEN                               PIC XX.
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-ENT-HORA                          PIC X(04).
       01 WS-ENT-HORA-R REDEFINES WS-ENT-HORA.
           03 WS-ENT-HH                        PIC 9(02).
           03 WS-ENT-MM                        PIC 9(02).
       01 WS-ENT-VENUE                         PIC X(10).
      * MINUTES THAT MUST SEPARATE TWO KICKOFFS ON THE SAME VENUE
       01 WS-VENTANA                           PIC 9(04) VALUE 120.
       01 WS-MIN-NUEVO                         PIC 9(04).
       01 WS-MIN-OTRO                          PIC 9(04).
       01 WS-MIN-DIF                           PIC S9(05).
       01 WS-VENUE-SW                          PIC X(01).
           88 WS-VENUE-OCUPADA                 VALUE "S".
       01 WS-OCUPA-FIXTURE.
           03 WS-OCUPA-HOME                    PIC X(20).
           03 WS-OCUPA-AWAY                    PIC X(20).
           03 WS-OCUPA-HORA                    PIC 9(04).
       01 WS-VENUE-OK-SW                       PIC X(01).
           88 WS-VENUE-OK                      VALUE "S".
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
           PERFORM 700-GET-VENUE-WINDOW.
           DISPLAY "CARGAR FIXTURE (C) O LISTAR (L)?".
           ACCEPT WS-MODE.
           IF WS-MODE = "L" OR WS-MODE = "l"
           ACCEPT WS-ENT-HOME.
           DISPLAY "EQUIPO VISITANTE           : ".
           ACCEPT WS-ENT-AWAY.
           DISPLAY "HORA DE INICIO (HHMM)      : ".
           ACCEPT WS-ENT-HORA.
           DISPLAY "CODIGO DE CANCHA           : ".
           ACCEPT WS-ENT-VENUE.
           PERFORM 300-VALIDATE-FIXTURE.
           DISPLAY "OTRO FIXTURE? (Y/N): ".
           ACCEPT WS-SIGUE.
      * ...............................................................
       300-VALIDATE-FIXTURE.
           PERFORM 350-CHECK-VENUE.
           PERFORM 360-CHECK-SEASON.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA INVALIDA - NO SE GRABA"
           ELSE
           IF NOT WS-TEMP-OK
              DISPLAY WS-TEMP-MENSAJE " - NO SE GRABA"
           ELSE
           IF WS-ENT-HOME = WS-ENT-AWAY
              DISPLAY "UN EQUIPO NO JUEGA CONTRA SI MISMO"
           ELSE
           IF WS-ENT-HORA NOT NUMERIC
              DISPLAY "HORA INVALIDA - NO SE GRABA"
           ELSE
           IF WS-ENT-HH > 23 OR WS-ENT-MM > 59
              DISPLAY "HORA INVALIDA - NO SE GRABA"
           ELSE
           IF NOT WS-VENUE-OK
              DISPLAY "CANCHA NO EXISTE EN VENMST.DAT"
           ELSE
              MOVE WS-ENT-HOME TO WS-TEAM-BUSCADO
              PERFORM 400-CHECK-TEAM-IN-ROSTER
                    PERFORM 450-CHECK-DUPLICATE
                    IF WS-FIXTURE-DUP
                       DISPLAY "ESE FIXTURE YA ESTA EN EL CALENDARIO"
                    ELSE
                    IF WS-VENUE-OCUPADA
                       DISPLAY "CANCHA OCUPADA: " WS-OCUPA-HOME " VS "
                          WS-OCUPA-AWAY " A LAS " WS-OCUPA-HORA
                    ELSE
                       PERFORM 500-WRITE-FIXTURE
                    END-IF
                    END-IF
                 END-IF
              END-IF.
      * ...............................................................
      * THE VENUE MUST BE ON THE VENUE MASTER
       350-CHECK-VENUE.
           MOVE "N" TO WS-VENUE-OK-SW.
           OPEN INPUT VENMST.
           IF ST-VEN NOT = "00"
              DISPLAY "VENMST.DAT NO DISPONIBLE"
              IF ST-VEN = "05" OR ST-VEN = "35"
                 CLOSE VENMST
              END-IF
           ELSE
              MOVE WS-ENT-VENUE TO VN-CODIGO
              READ VENMST
                 NOT INVALID KEY
                    MOVE "S" TO WS-VENUE-OK-SW
              END-READ
              CLOSE VENMST
           END-IF.
      * ...............................................................
      * THE DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS NOT
      * CLOSED; ITS CODE IS STAMPED ON THE RECORD. WITH NO SEASON
      * MASTER ON DISK THE CODE IS LEFT BLANK, AS BEFORE
       360-CHECK-SEASON.
           MOVE "S" TO WS-TEMP-OK-SW.
           MOVE SPACES TO WS-TEMP-MENSAJE WS-TEMP-GRABAR.
           IF WS-ENT-FECHA IS NUMERIC
              MOVE "D"       TO WS-SEA-FUNCION
              MOVE "SCHENT1 " TO WS-SEA-PROGRAMA
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
      * THE TEAM MUST APPEAR AS TEAM_ID ON AT LEAST ONE PLAYER RECORD
       400-CHECK-TEAM-IN-ROSTER.
           MOVE "N" TO WS-TEAM-FOUND-SW.
              PERFORM 410-READ-NEXT-PLAYER
           END-IF.
      * ...............................................................
      * ONE PASS OVER THE SCHEDULE FINDS BOTH A DUPLICATE FIXTURE AND
      * A GAME ALREADY ON THE SAME VENUE INSIDE THE WINDOW
       450-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SW.
           MOVE "N" TO WS-VENUE-SW.
           COMPUTE WS-MIN-NUEVO = WS-ENT-HH * 60 + WS-ENT-MM.
           MOVE "N" TO WS-SCH-EOF-SW.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              PERFORM 460-READ-NEXT-FIXTURE
              PERFORM 470-MATCH-FIXTURE
                 UNTIL WS-SCH-EOF OR WS-FIXTURE-DUP
                    OR WS-VENUE-OCUPADA
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
              AND SCH-AWAY-TEAM = WS-ENT-AWAY
              MOVE "S" TO WS-DUP-SW
           ELSE
              PERFORM 480-MATCH-VENUE
              IF NOT WS-VENUE-OCUPADA
                 PERFORM 460-READ-NEXT-FIXTURE
              END-IF
           END-IF.
      * ...............................................................
      * A FIXTURE LOADED BEFORE VENUES WERE KEPT HAS NO VENUE AND NO
      * TIME AND NEVER COLLIDES
       480-MATCH-VENUE.
           IF SCH-FECHA = WS-ENT-FECHA
              AND SCH-VENUE = WS-ENT-VENUE
              AND SCH-HORA IS NUMERIC
              COMPUTE WS-MIN-OTRO = (SCH-HORA / 100) * 60
                 + FUNCTION MOD (SCH-HORA, 100)
              COMPUTE WS-MIN-DIF = WS-MIN-NUEVO - WS-MIN-OTRO
              IF WS-MIN-DIF < ZERO
                 COMPUTE WS-MIN-DIF = ZERO - WS-MIN-DIF
              END-IF
              IF WS-MIN-DIF < WS-VENTANA
                 MOVE "S" TO WS-VENUE-SW
                 MOVE SCH-HOME-TEAM TO WS-OCUPA-HOME
                 MOVE SCH-AWAY-TEAM TO WS-OCUPA-AWAY
                 MOVE SCH-HORA      TO WS-OCUPA-HORA
              END-IF
           END-IF.
      * ...............................................................
       500-WRITE-FIXTURE.
              MOVE WS-ENT-FECHA TO SCH-FECHA
              MOVE WS-ENT-HOME  TO SCH-HOME-TEAM
              MOVE WS-ENT-AWAY  TO SCH-AWAY-TEAM
              MOVE WS-ENT-HORA  TO SCH-HORA
              MOVE WS-ENT-VENUE TO SCH-VENUE
              MOVE WS-TEMP-GRABAR TO SCH-TEMPORADA
              WRITE REG-SCHED
              CLOSE SCHEDULE
              ADD 1 TO WS-CNT-GRABADOS
      * ...............................................................
       610-LIST-ONE-FIXTURE.
           ADD 1 TO WS-CNT-LISTADOS.
           DISPLAY SCH-FECHA " " SCH-HOME-TEAM " VS " SCH-AWAY-TEAM
              " " SCH-HORA " " SCH-VENUE.
           PERFORM 460-READ-NEXT-FIXTURE.
      * ...............................................................
       700-GET-VENUE-WINDOW.
           MOVE "VENUE-WINDOW" TO WS-PRM-BUSCADA.
           PERFORM 710-GET-PARAMETER.
           IF WS-PRM-FOUND
              AND WS-PRM-VALOR (1:4) IS NUMERIC
              MOVE WS-PRM-VALOR (1:4) TO WS-VENTANA
           END-IF.
      * ...............................................................
       710-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 720-READ-NEXT-PARM
              PERFORM 730-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       720-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       730-MATCH-PARM.
           IF PRM-PROGRAM = "SCHENT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 720-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM SCHENT1.
