      * ===============================================================
       IDENTIFICATION DIVISION.
      * REFASG1 = REFEREE ASSIGNMENT. BOOKS ONE REFEREE OF REFMST.DAT
      * (REFMNT1) ON A FIXTURE OF THE SEASON SCHEDULE SCHEDULE.DAT
      * AND KEEPS THE LINKS IN REFASG.DAT, ONE PER FIXTURE. AN
      * ASSIGNMENT IS REFUSED WHEN THE FIXTURE IS NOT ON THE SCHEDULE
      * OR ALREADY HAS A REFEREE, WHEN THE REFEREE IS UNKNOWN OR
      * INACTIVE, WHEN THE REFEREE IS AFFILIATED WITH EITHER TEAM, AND
      * WHEN THE REFEREE IS ALREADY BOOKED FOR ANOTHER GAME THAT SAME
      * DATE. AN ASSIGNMENT CAN BE REMOVED TO BOOK SOMEONE ELSE.
      * REFRPT1 PRINTS THE PER-REFEREE SCHEDULE AND THE FIXTURES STILL
      * WITHOUT A REFEREE; GMSENT1 SHOWS THE REFEREE ON EACH RESULT
      * NO REFEREE IS BOOKED OR REMOVED ON A FIXTURE OF A CLOSED SEASON
       PROGRAM-ID. REFASG1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFASG ASSIGN TO "REFASG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ASG-STATUS.
           SELECT OPTIONAL REFMST ASSIGN TO "REFMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RF-REF-ID
                  STATUS ST-REF.
           SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
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

       FD SCHEDULE.
       01 REG-SCHED.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-ASG-STATUS                        PIC XX.
       01 ST-REF                               PIC XX.
       01 WS-SCH-STATUS                        PIC XX.
       01 WS-OPCION                            PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE "N".
           88 WS-EXIT-MENU                     VALUE "S".
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-FIX-FOUND-SW                      PIC X(01).
           88 WS-FIX-FOUND                     VALUE "S".
       01 WS-REF-OK-SW                         PIC X(01).
           88 WS-REF-OK                        VALUE "S".

       01 WS-ENT-FECHA                         PIC X(08).
       01 WS-ENT-HOME                          PIC X(20).
       01 WS-ENT-AWAY                          PIC X(20).
       01 WS-ENT-REF-ID                        PIC X(20).
      * SEASON OF THE FIXTURE, RESOLVED BY SEACHK1
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

      * REFASG.DAT IN MEMORY FOR THE CHECKS AND FOR A REMOVAL
       01 WS-ASG-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-ASG-IDX                           PIC 9(04).
       01 WS-ASG-HIT                           PIC 9(04).
       01 WS-ASG-DOBLE                         PIC 9(04).
       01 WS-ASG-TABLA.
           03 WS-ASG-ENTRY OCCURS 3000 TIMES.
              05 WS-TBL-FECHA                  PIC 9(08).
              05 WS-TBL-HOME                   PIC X(20).
              05 WS-TBL-AWAY                   PIC X(20).
              05 WS-TBL-REF-ID                 PIC X(20).
       01 WS-ASG-TRUNC-SW                      PIC X(01).
           88 WS-ASG-TRUNCADO                  VALUE "S".
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-MENU UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       150-MENU.
           DISPLAY "***** ASIGNACION DE ARBITROS (REFASG.DAT) *****".
           DISPLAY "1=ASIGNAR 2=QUITAR ASIGNACION 3=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN "1" PERFORM 200-ASIGNAR
              WHEN "2" PERFORM 500-QUITAR
              WHEN "3" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
       170-ENTER-FIXTURE.
           DISPLAY "FECHA DEL JUEGO (AAAAMMDD): ".
           ACCEPT WS-ENT-FECHA.
           DISPLAY "EQUIPO LOCAL              : ".
           ACCEPT WS-ENT-HOME.
           DISPLAY "EQUIPO VISITANTE          : ".
           ACCEPT WS-ENT-AWAY.
      * ...............................................................
      * THE REFEREES OF A CLOSED SEASON ARE PART OF ITS RECORD AND ARE
      * NOT BOOKED OR REMOVED ANY MORE
       180-CHECK-SEASON.
           MOVE "S" TO WS-TEMP-OK-SW.
           IF WS-ENT-FECHA IS NUMERIC
              MOVE "D"        TO WS-SEA-FUNCION
              MOVE "REFASG1 " TO WS-SEA-PROGRAMA
              MOVE WS-ENT-FECHA TO WS-SEA-FECHA
              CALL "SEACHK1" USING WS-SEA-REQ
              IF WS-SEA-OK AND WS-SEA-CERRADA
                 MOVE "N" TO WS-TEMP-OK-SW
              END-IF
           END-IF.
      * ...............................................................
       200-ASIGNAR.
           PERFORM 170-ENTER-FIXTURE.
           PERFORM 180-CHECK-SEASON.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA INVALIDA"
           ELSE
           IF NOT WS-TEMP-OK
              DISPLAY "TEMPORADA " WS-SEA-CODIGO " CERRADA - NO SE "
                 "ASIGNA"
           ELSE
              PERFORM 300-CHECK-FIXTURE
              IF NOT WS-FIX-FOUND
                 DISPLAY "NO HAY FIXTURE PARA ESE JUEGO EN "
                    "SCHEDULE.DAT"
              ELSE
                 PERFORM 400-LOAD-ASSIGNMENTS
                 PERFORM 420-FIND-FIXTURE-ASG
                 IF WS-ASG-TRUNCADO
                    DISPLAY "REFASG.DAT MAYOR A 3000 ASIGNACIONES - "
                       "NO SE PUEDE VERIFICAR"
                 ELSE
                 IF WS-ASG-HIT > ZERO
                    DISPLAY "EL FIXTURE YA TIENE ARBITRO: "
                       WS-TBL-REF-ID (WS-ASG-HIT)
                    DISPLAY "QUITE LA ASIGNACION ANTES DE CAMBIARLA"
                 ELSE
                    DISPLAY "REF-ID DEL ARBITRO        : "
                    ACCEPT WS-ENT-REF-ID
                    PERFORM 250-VALIDATE-REFEREE
                    IF WS-REF-OK
                       PERFORM 260-WRITE-ASSIGNMENT
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
      * ...............................................................
      * ACTIVE REFEREE, NOT AFFILIATED WITH EITHER TEAM, NOT BOOKED
      * FOR ANY OTHER GAME THAT DATE
       250-VALIDATE-REFEREE.
           MOVE "N" TO WS-REF-OK-SW.
           OPEN INPUT REFMST.
           IF ST-REF NOT = "00"
              DISPLAY "REFMST.DAT NO DISPONIBLE"
              IF ST-REF = "05" OR ST-REF = "35"
                 CLOSE REFMST
              END-IF
           ELSE
              MOVE WS-ENT-REF-ID TO RF-REF-ID
              READ REFMST
                 INVALID KEY
                    DISPLAY "REF-ID NO EXISTE EN REFMST.DAT"
                 NOT INVALID KEY
                    MOVE "S" TO WS-REF-OK-SW
              END-READ
              CLOSE REFMST
           END-IF.
           IF WS-REF-OK
              IF RF-ACTIVO NOT = "S"
                 DISPLAY "ARBITRO INACTIVO"
                 MOVE "N" TO WS-REF-OK-SW
              ELSE
              IF RF-TEAM-AFIL NOT = SPACES
                 AND (RF-TEAM-AFIL = WS-ENT-HOME
                   OR RF-TEAM-AFIL = WS-ENT-AWAY)
                 DISPLAY "ARBITRO AFILIADO A " RF-TEAM-AFIL
                    " - NO PUEDE DIRIGIR ESTE JUEGO"
                 MOVE "N" TO WS-REF-OK-SW
              ELSE
                 MOVE ZERO TO WS-ASG-DOBLE
                 PERFORM 430-FIND-DOUBLE-BOOKING
                    VARYING WS-ASG-IDX FROM 1 BY 1
                    UNTIL WS-ASG-IDX > WS-ASG-COUNT
                       OR WS-ASG-DOBLE > ZERO
                 IF WS-ASG-DOBLE > ZERO
                    DISPLAY "ARBITRO YA ASIGNADO ESE DIA: "
                       WS-TBL-HOME (WS-ASG-DOBLE) " VS "
                       WS-TBL-AWAY (WS-ASG-DOBLE)
                    MOVE "N" TO WS-REF-OK-SW
                 END-IF
              END-IF
              END-IF
           END-IF.
      * ...............................................................
       260-WRITE-ASSIGNMENT.
           OPEN EXTEND REFASG.
           IF WS-ASG-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR REFASG.DAT"
           ELSE
              MOVE WS-ENT-FECHA  TO ASG-FECHA
              MOVE WS-ENT-HOME   TO ASG-HOME-TEAM
              MOVE WS-ENT-AWAY   TO ASG-AWAY-TEAM
              MOVE WS-ENT-REF-ID TO ASG-REF-ID
              WRITE REG-ASG
              CLOSE REFASG
              DISPLAY "ARBITRO " RF-NOMBRE " ASIGNADO"
           END-IF.
      * ...............................................................
       300-CHECK-FIXTURE.
           MOVE "N" TO WS-FIX-FOUND-SW.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 310-READ-NEXT-FIXTURE
              PERFORM 320-MATCH-FIXTURE
                 UNTIL WS-EOF OR WS-FIX-FOUND
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       310-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       320-MATCH-FIXTURE.
           IF SCH-FECHA = WS-ENT-FECHA
              AND SCH-HOME-TEAM = WS-ENT-HOME
              AND SCH-AWAY-TEAM = WS-ENT-AWAY
              MOVE "S" TO WS-FIX-FOUND-SW
           ELSE
              PERFORM 310-READ-NEXT-FIXTURE
           END-IF.
      * ...............................................................
       400-LOAD-ASSIGNMENTS.
           MOVE ZERO TO WS-ASG-COUNT.
           MOVE "N" TO WS-ASG-TRUNC-SW.
           OPEN INPUT REFASG.
           IF WS-ASG-STATUS NOT = "00"
              IF WS-ASG-STATUS = "05" OR WS-ASG-STATUS = "35"
                 CLOSE REFASG
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 405-READ-NEXT-ASG
              PERFORM 410-KEEP-ASG
                 UNTIL WS-EOF OR WS-ASG-TRUNCADO
              CLOSE REFASG
           END-IF.
      * ...............................................................
       405-READ-NEXT-ASG.
           READ REFASG
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       410-KEEP-ASG.
           IF WS-ASG-COUNT >= 3000
              SET WS-ASG-TRUNCADO TO TRUE
           ELSE
              ADD 1 TO WS-ASG-COUNT
              MOVE ASG-FECHA     TO WS-TBL-FECHA (WS-ASG-COUNT)
              MOVE ASG-HOME-TEAM TO WS-TBL-HOME (WS-ASG-COUNT)
              MOVE ASG-AWAY-TEAM TO WS-TBL-AWAY (WS-ASG-COUNT)
              MOVE ASG-REF-ID    TO WS-TBL-REF-ID (WS-ASG-COUNT)
              PERFORM 405-READ-NEXT-ASG
           END-IF.
      * ...............................................................
       420-FIND-FIXTURE-ASG.
           MOVE ZERO TO WS-ASG-HIT.
           PERFORM 425-MATCH-FIXTURE-ASG
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-COUNT OR WS-ASG-HIT > ZERO.
      * ...............................................................
       425-MATCH-FIXTURE-ASG.
           IF WS-TBL-FECHA (WS-ASG-IDX) = WS-ENT-FECHA
              AND WS-TBL-HOME (WS-ASG-IDX) = WS-ENT-HOME
              AND WS-TBL-AWAY (WS-ASG-IDX) = WS-ENT-AWAY
              MOVE WS-ASG-IDX TO WS-ASG-HIT
           END-IF.
      * ...............................................................
       430-FIND-DOUBLE-BOOKING.
           IF WS-TBL-FECHA (WS-ASG-IDX) = WS-ENT-FECHA
              AND WS-TBL-REF-ID (WS-ASG-IDX) = WS-ENT-REF-ID
              MOVE WS-ASG-IDX TO WS-ASG-DOBLE
           END-IF.
      * ...............................................................
      * REFASG.DAT IS REWRITTEN WITHOUT THE REMOVED ASSIGNMENT
       500-QUITAR.
           PERFORM 170-ENTER-FIXTURE.
           PERFORM 180-CHECK-SEASON.
           PERFORM 400-LOAD-ASSIGNMENTS.
           PERFORM 420-FIND-FIXTURE-ASG.
           IF NOT WS-TEMP-OK
              DISPLAY "TEMPORADA " WS-SEA-CODIGO " CERRADA - NO SE "
                 "QUITA"
           ELSE
           IF WS-ASG-TRUNCADO
              DISPLAY "REFASG.DAT MAYOR A 3000 ASIGNACIONES - "
                 "NO SE PUEDE MODIFICAR"
           ELSE
           IF WS-ASG-HIT = ZERO
              DISPLAY "ESE FIXTURE NO TIENE ARBITRO ASIGNADO"
           ELSE
              OPEN OUTPUT REFASG
              PERFORM 510-REWRITE-ONE-ASG
                 VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX > WS-ASG-COUNT
              CLOSE REFASG
              DISPLAY "ASIGNACION DE " WS-TBL-REF-ID (WS-ASG-HIT)
                 " QUITADA"
           END-IF
           END-IF
           END-IF.
      * ...............................................................
       510-REWRITE-ONE-ASG.
           IF WS-ASG-IDX NOT = WS-ASG-HIT
              MOVE WS-TBL-FECHA (WS-ASG-IDX)  TO ASG-FECHA
              MOVE WS-TBL-HOME (WS-ASG-IDX)   TO ASG-HOME-TEAM
              MOVE WS-TBL-AWAY (WS-ASG-IDX)   TO ASG-AWAY-TEAM
              MOVE WS-TBL-REF-ID (WS-ASG-IDX) TO ASG-REF-ID
              WRITE REG-ASG
           END-IF.
      * ===============================================================
       END PROGRAM REFASG1.
