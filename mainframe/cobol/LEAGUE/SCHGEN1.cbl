      * ===============================================================
       IDENTIFICATION DIVISION.
      * SCHGEN1 = ROUND-ROBIN FIXTURE GENERATOR FOR THE SEASON. TAKES
      * EVERY TEAM IN TEAMMST.DAT, A SEASON START DATE, THE WEEKDAY
      * THE GAMES ARE PLAYED ON AND SINGLE OR DOUBLE ROUND-ROBIN, AND
      * BUILDS THE WHOLE BALANCED SCHEDULE BY THE CIRCLE METHOD: EVERY
      * TEAM MEETS EVERY OTHER ONCE PER ROUND-ROBIN, ONE MATCHDAY PER
      * WEEK, HOME AND AWAY ALTERNATED (THE SECOND ROUND-ROBIN SWAPS
      * EVERY VENUE). WITH AN ODD NUMBER OF TEAMS ONE TEAM RESTS EACH
      * MATCHDAY. MATCHDAYS SKIP THE HOLIDAYS (TYPE F) OF THE SHARED
      * CALENDAR.DAT AND THE LEAGUE BLACKOUT DATES IN SCHBLK.DAT.
      * THE RUN ALWAYS PREVIEWS TO SCHGEN.RPT FIRST; SCHEDULE.DAT IS
      * WRITTEN ONLY AFTER CONFIRMATION, AND NOT AT ALL WHEN A
      * GENERATED FIXTURE COLLIDES WITH ONE ALREADY ON THE FILE (A
      * TEAM ALREADY SCHEDULED THAT DATE, OR ITS VENUE TAKEN WITHIN
      * THE VENUE WINDOW OF SCHENT1). EVERY GAME IS PLAYED ON THE HOME
      * TEAM'S COURT (TEAMMST.DAT) AT THE KICKOFF TIME GIVEN. SCHENT1
      * REMAINS FOR ONE-OFF FIXTURES
      * THE START DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS
      * NOT CLOSED, THE LAST MATCHDAY MAY NOT PASS THE END OF THAT
      * SEASON, AND EVERY FIXTURE WRITTEN CARRIES ITS SEASON CODE
       PROGRAM-ID. SCHGEN1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
           SELECT OPTIONAL TEAMMST ASSIGN TO "TEAMMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TM-TEAM-ID
                  STATUS ST-TEAM.
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAL-STATUS.
      * LEAGUE BLACKOUT DATES - ONE DATE PER LINE WITH ITS REASON
           SELECT OPTIONAL SCHBLK ASSIGN TO "SCHBLK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BLK-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT GENRPT ASSIGN TO "SCHGEN.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD SCHEDULE.
       01 REG-SCHED.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).

       FD TEAMMST.
       01 REG-TEAM.
           03 TM-TEAM-ID                       PIC X(20).
           03 TM-TEAM-NAME                     PIC X(30).
           03 TM-COACH                         PIC X(30).
           03 TM-MAX-ROSTER                    PIC 9(3).
           03 TM-VENUE                         PIC X(10).
           03 FILLER                           PIC X(07).

       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                        PIC 9(08).
           03 CAL-DIA-SEM                      PIC 9(01).
           03 CAL-TIPO                         PIC X(01).
           03 CAL-DIA-VENTA                    PIC 9(02).
           03 CAL-DESC                         PIC X(30).

       FD SCHBLK.
       01 BLK-REC.
           03 BLK-FECHA                        PIC 9(08).
           03 BLK-DESC                         PIC X(30).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD GENRPT.
       01 RPT-LINE                             PIC X(100).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-SCH-STATUS                        PIC XX.
       01 ST-TEAM                              PIC XX.
       01 WS-CAL-STATUS                        PIC XX.
       01 WS-BLK-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-CONFIRM                           PIC X(01).
           88 WS-CONFIRM-SI                    VALUE "S" "s".

       01 WS-ENT-FECHA                         PIC X(08).
       01 WS-ENT-DIA                           PIC X(01).
       01 WS-ENT-VUELTAS                       PIC X(01).
           88 WS-DOBLE-VUELTA                  VALUE "D" "d".
           88 WS-VUELTA-VALIDA                 VALUE "S" "s" "D" "d".
       01 WS-FECHA-INICIO                      PIC 9(08).
       01 WS-DIA-JUEGO                         PIC 9(01).
       01 WS-ENT-HORA                          PIC X(04).
       01 WS-ENT-HORA-R REDEFINES WS-ENT-HORA.
           03 WS-ENT-HH                        PIC 9(02).
           03 WS-ENT-MM                        PIC 9(02).
      * THE SAME VENUE WINDOW SCHENT1 ENFORCES (BATCHPRM SCHENT1/
      * VENUE-WINDOW, MINUTES)
       01 WS-VENTANA                           PIC 9(04) VALUE 120.
       01 WS-MIN-JUEGO                         PIC 9(04).
       01 WS-MIN-OTRO                          PIC 9(04).
       01 WS-MIN-DIF                           PIC S9(05).
       01 WS-OLD-HORA-N                        PIC 9(04).
       01 WS-PARAM-OK-SW                       PIC X(01).
           88 WS-PARAM-OK                      VALUE "S".

      * TEAMS IN KEY ORDER; WITH AN ODD COUNT ONE MORE SLOT (BLANK ID)
      * IS THE REST "TEAM" - WHOEVER MEETS IT RESTS THAT MATCHDAY
       01 WS-TEAM-COUNT                        PIC 9(02) VALUE ZERO.
       01 WS-SLOTS                             PIC 9(02).
       01 WS-HALF                              PIC 9(02).
       01 WS-TEAM-TABLA.
           03 WS-TEAM-ENTRY OCCURS 41 TIMES.
              05 WS-TEAM-ID                    PIC X(20).
              05 WS-TEAM-VENUE                 PIC X(10).
      * CIRCLE POSITIONS - SLOT 1 STAYS, THE REST ROTATE EACH ROUND
       01 WS-POS-TABLA.
           03 WS-POS OCCURS 41 TIMES           PIC 9(02).
       01 WS-POS-SAVE                          PIC 9(02).
       01 WS-I                                 PIC 9(02).
       01 WS-J                                 PIC 9(02).
       01 WS-A                                 PIC 9(02).
       01 WS-B                                 PIC 9(02).

       01 WS-ROUNDS                            PIC 9(03).
       01 WS-ROUND                             PIC 9(03).
       01 WS-FIRST-HALF                        PIC 9(03).

      * THE GENERATED SEASON - ONE ENTRY PER PAIRING, REST INCLUDED
       01 WS-FIX-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-FIX-IDX                           PIC 9(04).
       01 WS-FIX-IDX2                          PIC 9(04).
       01 WS-FIX-TABLA.
           03 WS-FIX-ENTRY OCCURS 1700 TIMES.
              05 WS-FIX-ROUND                  PIC 9(03).
              05 WS-FIX-FECHA                  PIC 9(08).
              05 WS-FIX-HOME                   PIC X(20).
              05 WS-FIX-AWAY                   PIC X(20).
              05 WS-FIX-VENUE                  PIC X(10).
              05 WS-FIX-AWAY-VENUE             PIC X(10).
              05 WS-FIX-CHOQUE                 PIC X(01).

      * ONE DATE PER MATCHDAY
       01 WS-ROUND-FECHA-TABLA.
           03 WS-ROUND-FECHA OCCURS 82 TIMES   PIC 9(08).
       01 WS-FECHA                             PIC 9(08).
       01 WS-INT                               PIC 9(07).
       01 WS-DIA-SEM                           PIC 9(01).
       01 WS-BUSCA-SEMANAS                     PIC 9(04).
       01 WS-FECHA-OK-SW                       PIC X(01).
           88 WS-FECHA-OK                      VALUE "S".
       01 WS-FECHAS-AGOTADAS-SW                PIC X(01) VALUE "N".
           88 WS-FECHAS-AGOTADAS               VALUE "S".

      * HOLIDAYS AND BLACKOUT DATES TOGETHER
       01 WS-SKIP-COUNT                        PIC 9(04) VALUE ZERO.
       01 WS-SKIP-IDX                          PIC 9(04).
       01 WS-SKIP-TABLA.
           03 WS-SKIP-FECHA OCCURS 2000 TIMES  PIC 9(08).
       01 WS-SKIP-HIT-SW                       PIC X(01).
           88 WS-SKIP-HIT                      VALUE "S".

      * FIXTURES ALREADY ON SCHEDULE.DAT
       01 WS-OLD-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-OLD-IDX                           PIC 9(04).
       01 WS-OLD-TABLA.
           03 WS-OLD-ENTRY OCCURS 3000 TIMES.
              05 WS-OLD-FECHA                  PIC 9(08).
              05 WS-OLD-HOME                   PIC X(20).
              05 WS-OLD-AWAY                   PIC X(20).
              05 WS-OLD-HORA                   PIC X(04).
              05 WS-OLD-VENUE                  PIC X(10).
       01 WS-OLD-TRUNC-SW                      PIC X(01) VALUE "N".
           88 WS-OLD-TRUNCADO                  VALUE "S".
       01 WS-CNT-CHOQUES                       PIC 9(04) VALUE ZERO.
       01 WS-CNT-GRABADOS                      PIC 9(04) VALUE ZERO.

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

       01 WS-LIN-FIX.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LIN-ROUND                        PIC ZZ9.
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LIN-FECHA                        PIC 9(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LIN-HORA                         PIC X(04).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LIN-HOME                         PIC X(20).
           03 LIN-VS                           PIC X(04).
           03 LIN-AWAY                         PIC X(20).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LIN-VENUE                        PIC X(10).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LIN-MARCA                        PIC X(22).
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 200-LOAD-TEAMS.
           IF WS-TEAM-COUNT < 2
              DISPLAY "HACEN FALTA AL MENOS 2 EQUIPOS EN TEAMMST.DAT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 300-GET-PARAMETERS.
           IF NOT WS-PARAM-OK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 270-GET-VENUE-WINDOW.
           PERFORM 250-LOAD-SKIP-DATES.
           PERFORM 260-LOAD-OLD-FIXTURES.
           PERFORM 400-BUILD-ROUNDS.
           PERFORM 500-ASSIGN-DATES.
           IF WS-FECHAS-AGOTADAS
              DISPLAY "NO HAY FECHAS LIBRES PARA TODA LA TEMPORADA - "
                 "REVISE FESTIVOS Y BLACKOUTS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-TEMP-GRABAR NOT = SPACES
              AND WS-ROUND-FECHA (WS-ROUNDS) > WS-SEA-FEC-FIN
              DISPLAY "EL CALENDARIO TERMINA EL " WS-ROUND-FECHA
                 (WS-ROUNDS) ", DESPUES DEL FIN DE LA TEMPORADA "
                 WS-TEMP-GRABAR " (" WS-SEA-FEC-FIN ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 600-CHECK-COLLISIONS.
           PERFORM 700-PREVIEW-REPORT.
           DISPLAY "VISTA PREVIA EN SCHGEN.RPT: " WS-ROUNDS
              " FECHAS, " WS-FIX-COUNT " CRUCES".
           IF WS-CNT-CHOQUES > ZERO OR WS-OLD-TRUNCADO
              DISPLAY "CHOQUES (EQUIPO O CANCHA): " WS-CNT-CHOQUES
                 " - NO SE GRABA NADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "GRABAR EL CALENDARIO EN SCHEDULE.DAT? (S/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM-SI
              PERFORM 800-WRITE-SCHEDULE
              DISPLAY "FIXTURES GRABADOS: " WS-CNT-GRABADOS
           ELSE
              DISPLAY "SOLO VISTA PREVIA - SCHEDULE.DAT SIN CAMBIOS"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       200-LOAD-TEAMS.
           OPEN INPUT TEAMMST.
           IF ST-TEAM NOT = "00"
              DISPLAY "TEAMMST.DAT NO DISPONIBLE"
              IF ST-TEAM = "05" OR ST-TEAM = "35"
                 CLOSE TEAMMST
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 210-READ-NEXT-TEAM
              PERFORM 220-KEEP-TEAM
                 UNTIL WS-EOF OR WS-TEAM-COUNT >= 40
              IF NOT WS-EOF
                 DISPLAY "MAS DE 40 EQUIPOS - SOLO SE TOMAN 40"
              END-IF
              CLOSE TEAMMST
           END-IF.
      * ...............................................................
       210-READ-NEXT-TEAM.
           READ TEAMMST NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       220-KEEP-TEAM.
           ADD 1 TO WS-TEAM-COUNT.
           MOVE TM-TEAM-ID TO WS-TEAM-ID (WS-TEAM-COUNT).
           MOVE TM-VENUE   TO WS-TEAM-VENUE (WS-TEAM-COUNT).
           PERFORM 210-READ-NEXT-TEAM.
      * ...............................................................
      * HOLIDAYS FROM THE SHARED CALENDAR PLUS THE LEAGUE BLACKOUTS
       250-LOAD-SKIP-DATES.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 251-READ-CALENDAR
              PERFORM 252-KEEP-HOLIDAY
                 UNTIL WS-EOF OR WS-SKIP-COUNT >= 2000
              CLOSE CALENDAR
           END-IF.
           OPEN INPUT SCHBLK.
           IF WS-BLK-STATUS NOT = "00"
              IF WS-BLK-STATUS = "05" OR WS-BLK-STATUS = "35"
                 CLOSE SCHBLK
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 253-READ-BLACKOUT
              PERFORM 254-KEEP-BLACKOUT
                 UNTIL WS-EOF OR WS-SKIP-COUNT >= 2000
              CLOSE SCHBLK
           END-IF.
      * ...............................................................
       251-READ-CALENDAR.
           READ CALENDAR
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       252-KEEP-HOLIDAY.
           IF CAL-TIPO = "F" AND CAL-FECHA >= WS-FECHA-INICIO
              ADD 1 TO WS-SKIP-COUNT
              MOVE CAL-FECHA TO WS-SKIP-FECHA (WS-SKIP-COUNT)
           END-IF.
           PERFORM 251-READ-CALENDAR.
      * ...............................................................
       253-READ-BLACKOUT.
           READ SCHBLK
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       254-KEEP-BLACKOUT.
           IF BLK-FECHA IS NUMERIC AND BLK-FECHA >= WS-FECHA-INICIO
              ADD 1 TO WS-SKIP-COUNT
              MOVE BLK-FECHA TO WS-SKIP-FECHA (WS-SKIP-COUNT)
           END-IF.
           PERFORM 253-READ-BLACKOUT.
      * ...............................................................
       260-LOAD-OLD-FIXTURES.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 261-READ-NEXT-FIXTURE
              PERFORM 262-KEEP-FIXTURE
                 UNTIL WS-EOF OR WS-OLD-TRUNCADO
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       261-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
      * A FILE TOO BIG TO HOLD CANNOT BE CHECKED FOR COLLISIONS, SO
      * NOTHING IS WRITTEN IN THAT CASE
       262-KEEP-FIXTURE.
           IF WS-OLD-COUNT >= 3000
              SET WS-OLD-TRUNCADO TO TRUE
              DISPLAY "SCHEDULE.DAT MAYOR A 3000 FIXTURES - NO SE "
                 "PUEDE VERIFICAR CHOQUES"
           ELSE
              ADD 1 TO WS-OLD-COUNT
              MOVE SCH-FECHA     TO WS-OLD-FECHA (WS-OLD-COUNT)
              MOVE SCH-HOME-TEAM TO WS-OLD-HOME (WS-OLD-COUNT)
              MOVE SCH-AWAY-TEAM TO WS-OLD-AWAY (WS-OLD-COUNT)
              MOVE SCH-HORA      TO WS-OLD-HORA (WS-OLD-COUNT)
              MOVE SCH-VENUE     TO WS-OLD-VENUE (WS-OLD-COUNT)
              PERFORM 261-READ-NEXT-FIXTURE
           END-IF.
      * ...............................................................
       270-GET-VENUE-WINDOW.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           MOVE "VENUE-WINDOW" TO WS-PRM-BUSCADA.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 275-READ-NEXT-PARM
              PERFORM 280-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
           IF WS-PRM-FOUND
              AND WS-PRM-VALOR (1:4) IS NUMERIC
              MOVE WS-PRM-VALOR (1:4) TO WS-VENTANA
           END-IF.
      * ...............................................................
       275-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       280-MATCH-PARM.
           IF PRM-PROGRAM = "SCHENT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 275-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       300-GET-PARAMETERS.
           MOVE "S" TO WS-PARAM-OK-SW.
           DISPLAY "EQUIPOS EN TEAMMST.DAT: " WS-TEAM-COUNT.
           DISPLAY "FECHA DE INICIO DE LA TEMPORADA (AAAAMMDD): ".
           ACCEPT WS-ENT-FECHA.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA INVALIDA"
              MOVE "N" TO WS-PARAM-OK-SW
           ELSE
              MOVE WS-ENT-FECHA TO WS-FECHA-INICIO
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-INICIO)
                 NOT = 0
                 DISPLAY "FECHA INVALIDA"
                 MOVE "N" TO WS-PARAM-OK-SW
              END-IF
           END-IF.
           IF WS-PARAM-OK
              PERFORM 350-CHECK-SEASON
              IF NOT WS-TEMP-OK
                 DISPLAY WS-TEMP-MENSAJE
                 MOVE "N" TO WS-PARAM-OK-SW
              END-IF
           END-IF.
           IF WS-PARAM-OK
              DISPLAY "DIA DE JUEGO (1=LUNES ... 7=DOMINGO): "
              ACCEPT WS-ENT-DIA
              IF WS-ENT-DIA < "1" OR WS-ENT-DIA > "7"
                 DISPLAY "DIA DE JUEGO INVALIDO"
                 MOVE "N" TO WS-PARAM-OK-SW
              ELSE
                 MOVE WS-ENT-DIA TO WS-DIA-JUEGO
              END-IF
           END-IF.
           IF WS-PARAM-OK
              DISPLAY "HORA DE INICIO DE LOS JUEGOS (HHMM): "
              ACCEPT WS-ENT-HORA
              IF WS-ENT-HORA NOT NUMERIC
                 DISPLAY "HORA INVALIDA"
                 MOVE "N" TO WS-PARAM-OK-SW
              ELSE
              IF WS-ENT-HH > 23 OR WS-ENT-MM > 59
                 DISPLAY "HORA INVALIDA"
                 MOVE "N" TO WS-PARAM-OK-SW
              ELSE
                 COMPUTE WS-MIN-JUEGO = WS-ENT-HH * 60 + WS-ENT-MM
              END-IF
              END-IF
           END-IF.
           IF WS-PARAM-OK
              DISPLAY "VUELTA SENCILLA (S) O DOBLE (D): "
              ACCEPT WS-ENT-VUELTAS
              IF NOT WS-VUELTA-VALIDA
                 DISPLAY "RESPONDA S O D"
                 MOVE "N" TO WS-PARAM-OK-SW
              END-IF
           END-IF.
      * ...............................................................
      * THE START DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS
      * NOT CLOSED; ITS CODE IS STAMPED ON EVERY FIXTURE GENERATED.
      * WITH NO SEASON MASTER ON DISK THE CODE IS LEFT BLANK, AS BEFORE
       350-CHECK-SEASON.
           MOVE "S" TO WS-TEMP-OK-SW.
           MOVE SPACES TO WS-TEMP-MENSAJE WS-TEMP-GRABAR.
           MOVE "D"       TO WS-SEA-FUNCION.
           MOVE "SCHGEN1 " TO WS-SEA-PROGRAMA.
           MOVE WS-FECHA-INICIO TO WS-SEA-FECHA.
           CALL "SEACHK1" USING WS-SEA-REQ.
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
           END-IF.
      * ...............................................................
      * CIRCLE METHOD. IN EACH ROUND SLOT I MEETS SLOT SLOTS+1-I. THE
      * FIXED SLOT ALTERNATES VENUE ROUND BY ROUND; ON THE OTHER PAIRS
      * THE HOME SIDE FLIPS WITH THE PARITY OF I, SO A TEAM WALKING
      * ROUND THE CIRCLE CHANGES VENUE EVERY WEEK (ONLY SLOTS-2 BREAKS
      * IN THE WHOLE ROUND-ROBIN, THE MINIMUM POSSIBLE)
       400-BUILD-ROUNDS.
           MOVE WS-TEAM-COUNT TO WS-SLOTS.
           IF FUNCTION MOD (WS-TEAM-COUNT, 2) = 1
              ADD 1 TO WS-SLOTS
              MOVE SPACES TO WS-TEAM-ENTRY (WS-SLOTS)
           END-IF.
           COMPUTE WS-HALF = WS-SLOTS / 2.
           COMPUTE WS-FIRST-HALF = WS-SLOTS - 1.
           PERFORM 405-INIT-POSITION
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-SLOTS.
           MOVE ZERO TO WS-FIX-COUNT.
           PERFORM 410-BUILD-ONE-ROUND
              VARYING WS-ROUND FROM 1 BY 1
              UNTIL WS-ROUND > WS-FIRST-HALF.
           MOVE WS-FIRST-HALF TO WS-ROUNDS.
           IF WS-DOBLE-VUELTA
              COMPUTE WS-ROUNDS = WS-FIRST-HALF * 2
              MOVE WS-FIX-COUNT TO WS-J
              PERFORM 430-MIRROR-FIXTURE
                 VARYING WS-FIX-IDX FROM 1 BY 1
                 UNTIL WS-FIX-IDX > WS-J
           END-IF.
      * ...............................................................
       405-INIT-POSITION.
           MOVE WS-I TO WS-POS (WS-I).
      * ...............................................................
       410-BUILD-ONE-ROUND.
           PERFORM 420-PAIR-ONE-SLOT
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-HALF.
           MOVE WS-POS (WS-SLOTS) TO WS-POS-SAVE.
           PERFORM 415-SHIFT-POSITION
              VARYING WS-J FROM WS-SLOTS BY -1
              UNTIL WS-J < 3.
           MOVE WS-POS-SAVE TO WS-POS (2).
      * ...............................................................
       415-SHIFT-POSITION.
           MOVE WS-POS (WS-J - 1) TO WS-POS (WS-J).
      * ...............................................................
       420-PAIR-ONE-SLOT.
           MOVE WS-POS (WS-I) TO WS-A.
           COMPUTE WS-J = WS-SLOTS + 1 - WS-I.
           MOVE WS-POS (WS-J) TO WS-B.
           ADD 1 TO WS-FIX-COUNT.
           MOVE WS-ROUND TO WS-FIX-ROUND (WS-FIX-COUNT).
           MOVE SPACE TO WS-FIX-CHOQUE (WS-FIX-COUNT).
           IF WS-I = 1
              IF FUNCTION MOD (WS-ROUND, 2) = 1
                 PERFORM 425-A-AT-HOME
              ELSE
                 PERFORM 426-B-AT-HOME
              END-IF
           ELSE
              IF FUNCTION MOD (WS-I, 2) = 0
                 PERFORM 425-A-AT-HOME
              ELSE
                 PERFORM 426-B-AT-HOME
              END-IF
           END-IF.
      * ...............................................................
       425-A-AT-HOME.
           MOVE WS-TEAM-ID (WS-A) TO WS-FIX-HOME (WS-FIX-COUNT).
           MOVE WS-TEAM-ID (WS-B) TO WS-FIX-AWAY (WS-FIX-COUNT).
           MOVE WS-TEAM-VENUE (WS-A) TO WS-FIX-VENUE (WS-FIX-COUNT).
           MOVE WS-TEAM-VENUE (WS-B)
              TO WS-FIX-AWAY-VENUE (WS-FIX-COUNT).
      * ...............................................................
       426-B-AT-HOME.
           MOVE WS-TEAM-ID (WS-B) TO WS-FIX-HOME (WS-FIX-COUNT).
           MOVE WS-TEAM-ID (WS-A) TO WS-FIX-AWAY (WS-FIX-COUNT).
           MOVE WS-TEAM-VENUE (WS-B) TO WS-FIX-VENUE (WS-FIX-COUNT).
           MOVE WS-TEAM-VENUE (WS-A)
              TO WS-FIX-AWAY-VENUE (WS-FIX-COUNT).
      * ...............................................................
      * SECOND ROUND-ROBIN - SAME ORDER OF PAIRINGS, VENUES SWAPPED
       430-MIRROR-FIXTURE.
           ADD 1 TO WS-FIX-COUNT.
           COMPUTE WS-FIX-ROUND (WS-FIX-COUNT) =
              WS-FIX-ROUND (WS-FIX-IDX) + WS-FIRST-HALF.
           MOVE WS-FIX-AWAY (WS-FIX-IDX) TO WS-FIX-HOME (WS-FIX-COUNT).
           MOVE WS-FIX-HOME (WS-FIX-IDX) TO WS-FIX-AWAY (WS-FIX-COUNT).
           MOVE WS-FIX-AWAY-VENUE (WS-FIX-IDX)
              TO WS-FIX-VENUE (WS-FIX-COUNT).
           MOVE WS-FIX-VENUE (WS-FIX-IDX)
              TO WS-FIX-AWAY-VENUE (WS-FIX-COUNT).
           MOVE SPACE TO WS-FIX-CHOQUE (WS-FIX-COUNT).
      * ...............................................................
      * MATCHDAY 1 IS THE FIRST FREE PLAYING WEEKDAY ON OR AFTER THE
      * START DATE; EACH LATER ONE THE NEXT FREE PLAYING WEEKDAY
       500-ASSIGN-DATES.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE (WS-FECHA-INICIO).
           PERFORM 590-DIA-SEMANA.
           IF WS-DIA-SEM NOT = WS-DIA-JUEGO
              COMPUTE WS-INT = WS-INT
                 + FUNCTION MOD (WS-DIA-JUEGO - WS-DIA-SEM + 7, 7)
           END-IF.
           PERFORM 510-DATE-ONE-ROUND
              VARYING WS-ROUND FROM 1 BY 1
              UNTIL WS-ROUND > WS-ROUNDS
                 OR WS-FECHAS-AGOTADAS.
           IF NOT WS-FECHAS-AGOTADAS
              PERFORM 530-STAMP-FIXTURE-DATE
                 VARYING WS-FIX-IDX FROM 1 BY 1
                 UNTIL WS-FIX-IDX > WS-FIX-COUNT
           END-IF.
      * ...............................................................
       510-DATE-ONE-ROUND.
           MOVE "N" TO WS-FECHA-OK-SW.
           MOVE ZERO TO WS-BUSCA-SEMANAS.
           PERFORM 520-TRY-ONE-WEEK
              UNTIL WS-FECHA-OK OR WS-FECHAS-AGOTADAS.
           IF WS-FECHA-OK
              MOVE WS-FECHA TO WS-ROUND-FECHA (WS-ROUND)
              ADD 7 TO WS-INT
           END-IF.
      * ...............................................................
       520-TRY-ONE-WEEK.
           COMPUTE WS-FECHA = FUNCTION DATE-OF-INTEGER (WS-INT).
           MOVE "N" TO WS-SKIP-HIT-SW.
           PERFORM 525-CHECK-SKIP-DATE
              VARYING WS-SKIP-IDX FROM 1 BY 1
              UNTIL WS-SKIP-IDX > WS-SKIP-COUNT OR WS-SKIP-HIT.
           IF WS-SKIP-HIT
              ADD 7 TO WS-INT
              ADD 1 TO WS-BUSCA-SEMANAS
              IF WS-BUSCA-SEMANAS > 520
                 SET WS-FECHAS-AGOTADAS TO TRUE
              END-IF
           ELSE
              MOVE "S" TO WS-FECHA-OK-SW
           END-IF.
      * ...............................................................
       525-CHECK-SKIP-DATE.
           IF WS-SKIP-FECHA (WS-SKIP-IDX) = WS-FECHA
              MOVE "S" TO WS-SKIP-HIT-SW
           END-IF.
      * ...............................................................
       530-STAMP-FIXTURE-DATE.
           MOVE WS-ROUND-FECHA (WS-FIX-ROUND (WS-FIX-IDX))
              TO WS-FIX-FECHA (WS-FIX-IDX).
      * ...............................................................
      * DAY OF WEEK OF THE DATE INTEGER, AS CALMNT1 DOES IT: DAY 1 OF
      * THE CALENDAR (1601-01-01) WAS A MONDAY. 1=MONDAY ... 7=SUNDAY
       590-DIA-SEMANA.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-INT - 1, 7) + 1.
      * ...............................................................
      * A GENERATED GAME COLLIDES WHEN EITHER TEAM ALREADY HAS A
      * FIXTURE ON SCHEDULE.DAT THAT SAME DATE (C), OR WHEN ITS VENUE
      * IS TAKEN THAT DATE WITHIN THE WINDOW - BY A GAME ON THE FILE
      * OR BY AN EARLIER GAME OF THIS SAME RUN, SINCE TWO TEAMS MAY
      * SHARE A COURT (V)
       600-CHECK-COLLISIONS.
           PERFORM 610-CHECK-ONE-FIXTURE
              VARYING WS-FIX-IDX FROM 1 BY 1
              UNTIL WS-FIX-IDX > WS-FIX-COUNT.
      * ...............................................................
       610-CHECK-ONE-FIXTURE.
           IF WS-FIX-HOME (WS-FIX-IDX) NOT = SPACES
              AND WS-FIX-AWAY (WS-FIX-IDX) NOT = SPACES
              PERFORM 620-COMPARE-OLD
                 VARYING WS-OLD-IDX FROM 1 BY 1
                 UNTIL WS-OLD-IDX > WS-OLD-COUNT
                    OR WS-FIX-CHOQUE (WS-FIX-IDX) = "C"
              IF WS-FIX-CHOQUE (WS-FIX-IDX) = SPACE
                 AND WS-FIX-VENUE (WS-FIX-IDX) NOT = SPACES
                 PERFORM 630-COMPARE-OLD-VENUE
                    VARYING WS-OLD-IDX FROM 1 BY 1
                    UNTIL WS-OLD-IDX > WS-OLD-COUNT
                       OR WS-FIX-CHOQUE (WS-FIX-IDX) = "V"
                 PERFORM 640-COMPARE-NEW-VENUE
                    VARYING WS-FIX-IDX2 FROM 1 BY 1
                    UNTIL WS-FIX-IDX2 >= WS-FIX-IDX
                       OR WS-FIX-CHOQUE (WS-FIX-IDX) = "V"
              END-IF
              IF WS-FIX-CHOQUE (WS-FIX-IDX) NOT = SPACE
                 ADD 1 TO WS-CNT-CHOQUES
              END-IF
           END-IF.
      * ...............................................................
       620-COMPARE-OLD.
           IF WS-OLD-FECHA (WS-OLD-IDX) = WS-FIX-FECHA (WS-FIX-IDX)
              IF WS-OLD-HOME (WS-OLD-IDX) = WS-FIX-HOME (WS-FIX-IDX)
                 OR WS-OLD-HOME (WS-OLD-IDX) = WS-FIX-AWAY (WS-FIX-IDX)
                 OR WS-OLD-AWAY (WS-OLD-IDX) = WS-FIX-HOME (WS-FIX-IDX)
                 OR WS-OLD-AWAY (WS-OLD-IDX) = WS-FIX-AWAY (WS-FIX-IDX)
                 MOVE "C" TO WS-FIX-CHOQUE (WS-FIX-IDX)
              END-IF
           END-IF.
      * ...............................................................
      * A FIXTURE LOADED BEFORE VENUES WERE KEPT NEVER COLLIDES
       630-COMPARE-OLD-VENUE.
           IF WS-OLD-FECHA (WS-OLD-IDX) = WS-FIX-FECHA (WS-FIX-IDX)
              AND WS-OLD-VENUE (WS-OLD-IDX) = WS-FIX-VENUE (WS-FIX-IDX)
              AND WS-OLD-HORA (WS-OLD-IDX) IS NUMERIC
              MOVE WS-OLD-HORA (WS-OLD-IDX) TO WS-OLD-HORA-N
              COMPUTE WS-MIN-OTRO = (WS-OLD-HORA-N / 100) * 60
                 + FUNCTION MOD (WS-OLD-HORA-N, 100)
              COMPUTE WS-MIN-DIF = WS-MIN-JUEGO - WS-MIN-OTRO
              IF WS-MIN-DIF < ZERO
                 COMPUTE WS-MIN-DIF = ZERO - WS-MIN-DIF
              END-IF
              IF WS-MIN-DIF < WS-VENTANA
                 MOVE "V" TO WS-FIX-CHOQUE (WS-FIX-IDX)
              END-IF
           END-IF.
      * ...............................................................
      * EVERY GAME OF THE RUN STARTS AT THE SAME TIME, SO THE SAME
      * VENUE ON THE SAME DATE IS ALWAYS INSIDE THE WINDOW
       640-COMPARE-NEW-VENUE.
           IF WS-FIX-FECHA (WS-FIX-IDX2) = WS-FIX-FECHA (WS-FIX-IDX)
              AND WS-FIX-VENUE (WS-FIX-IDX2) = WS-FIX-VENUE (WS-FIX-IDX)
              AND WS-FIX-HOME (WS-FIX-IDX2) NOT = SPACES
              AND WS-FIX-AWAY (WS-FIX-IDX2) NOT = SPACES
              MOVE "V" TO WS-FIX-CHOQUE (WS-FIX-IDX)
           END-IF.
      * ...............................................................
       700-PREVIEW-REPORT.
           OPEN OUTPUT GENRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "CALENDARIO GENERADO - " WS-TEAM-COUNT " EQUIPOS, "
              WS-ROUNDS " FECHAS, DESDE " WS-FECHA-INICIO
              " A LAS " WS-ENT-HORA
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-DOBLE-VUELTA
              MOVE "DOBLE VUELTA (LA SEGUNDA INVIERTE LOCALIAS)"
                 TO RPT-LINE
           ELSE
              MOVE "VUELTA SENCILLA" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  FEC  FECHA    HORA  LOCAL                   "
              "VISITANTE             CANCHA"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 710-PREVIEW-ONE-FIXTURE
              VARYING WS-FIX-IDX FROM 1 BY 1
              UNTIL WS-FIX-IDX > WS-FIX-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CHOQUES (EQUIPO O CANCHA): " WS-CNT-CHOQUES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CNT-CHOQUES > ZERO OR WS-OLD-TRUNCADO
              MOVE "*** CALENDARIO RECHAZADO - NO SE GRABA ***"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           CLOSE GENRPT.
      * ...............................................................
       710-PREVIEW-ONE-FIXTURE.
           MOVE WS-FIX-ROUND (WS-FIX-IDX) TO LIN-ROUND.
           MOVE WS-FIX-FECHA (WS-FIX-IDX) TO LIN-FECHA.
           MOVE SPACES TO LIN-MARCA LIN-HORA LIN-VENUE.
           IF WS-FIX-HOME (WS-FIX-IDX) = SPACES
              MOVE WS-FIX-AWAY (WS-FIX-IDX) TO LIN-HOME
              MOVE SPACES TO LIN-VS LIN-AWAY
              MOVE "DESCANSA" TO LIN-MARCA
           ELSE
           IF WS-FIX-AWAY (WS-FIX-IDX) = SPACES
              MOVE WS-FIX-HOME (WS-FIX-IDX) TO LIN-HOME
              MOVE SPACES TO LIN-VS LIN-AWAY
              MOVE "DESCANSA" TO LIN-MARCA
           ELSE
              MOVE WS-FIX-HOME (WS-FIX-IDX) TO LIN-HOME
              MOVE " VS " TO LIN-VS
              MOVE WS-FIX-AWAY (WS-FIX-IDX) TO LIN-AWAY
              MOVE WS-ENT-HORA TO LIN-HORA
              MOVE WS-FIX-VENUE (WS-FIX-IDX) TO LIN-VENUE
              IF WS-FIX-CHOQUE (WS-FIX-IDX) = "C"
                 MOVE "*** CHOQUE ***" TO LIN-MARCA
              END-IF
              IF WS-FIX-CHOQUE (WS-FIX-IDX) = "V"
                 MOVE "*** CANCHA OCUPADA ***" TO LIN-MARCA
              END-IF
           END-IF
           END-IF.
           MOVE WS-LIN-FIX TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       800-WRITE-SCHEDULE.
           OPEN EXTEND SCHEDULE.
           IF WS-SCH-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SCHEDULE.DAT"
           ELSE
              PERFORM 810-WRITE-ONE-FIXTURE
                 VARYING WS-FIX-IDX FROM 1 BY 1
                 UNTIL WS-FIX-IDX > WS-FIX-COUNT
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       810-WRITE-ONE-FIXTURE.
           IF WS-FIX-HOME (WS-FIX-IDX) NOT = SPACES
              AND WS-FIX-AWAY (WS-FIX-IDX) NOT = SPACES
              MOVE WS-FIX-FECHA (WS-FIX-IDX) TO SCH-FECHA
              MOVE WS-FIX-HOME (WS-FIX-IDX)  TO SCH-HOME-TEAM
              MOVE WS-FIX-AWAY (WS-FIX-IDX)  TO SCH-AWAY-TEAM
              MOVE WS-ENT-HORA               TO SCH-HORA
              MOVE WS-FIX-VENUE (WS-FIX-IDX) TO SCH-VENUE
              MOVE WS-TEMP-GRABAR            TO SCH-TEMPORADA
              WRITE REG-SCHED
              ADD 1 TO WS-CNT-GRABADOS
           END-IF.
      * ===============================================================
       END PROGRAM SCHGEN1.
