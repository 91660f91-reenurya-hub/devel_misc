      * ===============================================================
       IDENTIFICATION DIVISION.
      * REFRPT1 = REFEREE SCHEDULE REPORT. PRINTS TO REFRPT.RPT THE
      * GAMES BOOKED FOR EACH REFEREE ON REFASG.DAT (REFASG1), GROUPED
      * BY REFEREE AND IN DATE ORDER, AND THEN THE FIXTURES OF THE
      * SEASON SCHEDULE SCHEDULE.DAT PLAYED WITHIN THE NEXT 7 DAYS
      * THAT STILL HAVE NO REFEREE. ENDS WITH CODE 4 WHEN SUCH A
      * FIXTURE EXISTS SO THE LEAGUE SECRETARY CAN ACT ON IT IN TIME
       PROGRAM-ID. REFRPT1.
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
           SELECT REFRPT ASSIGN TO "REFRPT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
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

       FD REFRPT.
       01 RPT-LINE                             PIC X(100).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-ASG-STATUS                        PIC XX.
       01 ST-REF                               PIC XX.
       01 WS-SCH-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-REF-OPEN-SW                       PIC X(01) VALUE "N".
           88 WS-REF-OPEN                      VALUE "S".

      * ASSIGNMENTS, SORTED BY REFEREE AND DATE FOR PRINT
       01 WS-ASG-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-ASG-IDX                           PIC 9(04).
       01 WS-ASG-IDX2                          PIC 9(04).
       01 WS-ASG-MIN                           PIC 9(04).
       01 WS-ASG-TABLA.
           03 WS-ASG-ENTRY OCCURS 3000 TIMES.
              05 WS-TBL-REF-ID                 PIC X(20).
              05 WS-TBL-FECHA                  PIC 9(08).
              05 WS-TBL-HOME                   PIC X(20).
              05 WS-TBL-AWAY                   PIC X(20).
       01 WS-SWAP-ASG                          PIC X(68).
       01 WS-REF-ACTUAL                        PIC X(20).
       01 WS-CNT-REF-JUEGOS                    PIC 9(04).
       01 WS-CNT-ARBITROS                      PIC 9(04) VALUE ZERO.

      * WINDOW FOR THE FIXTURES STILL WITHOUT A REFEREE
       01 WS-DIAS-VENTANA                      PIC 9(02) VALUE 7.
       01 WS-HOY                               PIC 9(08).
       01 WS-LIMITE                            PIC 9(08).
       01 WS-ASIGNADO-SW                       PIC X(01).
           88 WS-ASIGNADO                      VALUE "S".
       01 WS-CNT-SIN-ARBITRO                   PIC 9(04) VALUE ZERO.

       01 WS-LIN-DETALLE.
           03 FILLER                           PIC X(03) VALUE SPACES.
           03 DET-FECHA                        PIC 9(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-HOME                         PIC X(20).
           03 FILLER                           PIC X(04) VALUE ' VS '.
           03 DET-AWAY                         PIC X(20).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-HOY) + WS-DIAS-VENTANA).
           PERFORM 1000-LOAD-ASSIGNMENTS.
           PERFORM 2000-SORT-ASSIGNMENTS.
           OPEN OUTPUT REFRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "AGENDA DE ARBITROS AL " WS-HOY
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT REFMST.
           IF ST-REF = "00"
              SET WS-REF-OPEN TO TRUE
           ELSE
              IF ST-REF = "05" OR ST-REF = "35"
                 CLOSE REFMST
              END-IF
           END-IF.
           MOVE LOW-VALUES TO WS-REF-ACTUAL.
           PERFORM 3000-PRINT-ONE-ASSIGNMENT
              VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-COUNT.
           IF WS-REF-OPEN
              CLOSE REFMST
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ARBITROS CON JUEGOS: " WS-CNT-ARBITROS
              "  ASIGNACIONES: " WS-ASG-COUNT
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FIXTURES SIN ARBITRO DEL " WS-HOY " AL " WS-LIMITE
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4000-LIST-UNASSIGNED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FIXTURES SIN ARBITRO : " WS-CNT-SIN-ARBITRO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REFRPT.
           DISPLAY "REPORTE GENERADO: REFRPT.RPT".
           IF WS-CNT-SIN-ARBITRO > ZERO
              DISPLAY "FIXTURES PROXIMOS SIN ARBITRO: "
                 WS-CNT-SIN-ARBITRO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       1000-LOAD-ASSIGNMENTS.
           OPEN INPUT REFASG.
           IF WS-ASG-STATUS NOT = "00"
              IF WS-ASG-STATUS = "05" OR WS-ASG-STATUS = "35"
                 CLOSE REFASG
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-ASG
              PERFORM 1020-KEEP-ASG
                 UNTIL WS-EOF OR WS-ASG-COUNT >= 3000
              IF NOT WS-EOF
                 DISPLAY "REFASG.DAT MAYOR A 3000 - SOLO SE LISTAN "
                    "LAS PRIMERAS 3000"
              END-IF
              CLOSE REFASG
           END-IF.
      * ...............................................................
       1010-READ-NEXT-ASG.
           READ REFASG
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       1020-KEEP-ASG.
           ADD 1 TO WS-ASG-COUNT.
           MOVE ASG-REF-ID    TO WS-TBL-REF-ID (WS-ASG-COUNT).
           MOVE ASG-FECHA     TO WS-TBL-FECHA (WS-ASG-COUNT).
           MOVE ASG-HOME-TEAM TO WS-TBL-HOME (WS-ASG-COUNT).
           MOVE ASG-AWAY-TEAM TO WS-TBL-AWAY (WS-ASG-COUNT).
           PERFORM 1010-READ-NEXT-ASG.
      * ...............................................................
      * SELECTION SORT ON REFEREE + DATE (THE FIRST 28 BYTES)
       2000-SORT-ASSIGNMENTS.
           IF WS-ASG-COUNT > 1
              PERFORM 2010-OUTER-PASS
                 VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX >= WS-ASG-COUNT
           END-IF.
      * ...............................................................
       2010-OUTER-PASS.
           MOVE WS-ASG-IDX TO WS-ASG-MIN.
           PERFORM 2020-INNER-PASS
              VARYING WS-ASG-IDX2 FROM WS-ASG-IDX BY 1
              UNTIL WS-ASG-IDX2 > WS-ASG-COUNT.
           IF WS-ASG-MIN NOT = WS-ASG-IDX
              MOVE WS-ASG-ENTRY (WS-ASG-IDX) TO WS-SWAP-ASG
              MOVE WS-ASG-ENTRY (WS-ASG-MIN)
                 TO WS-ASG-ENTRY (WS-ASG-IDX)
              MOVE WS-SWAP-ASG TO WS-ASG-ENTRY (WS-ASG-MIN)
           END-IF.
      * ...............................................................
       2020-INNER-PASS.
           IF WS-ASG-ENTRY (WS-ASG-IDX2) (1:28)
              < WS-ASG-ENTRY (WS-ASG-MIN) (1:28)
              MOVE WS-ASG-IDX2 TO WS-ASG-MIN
           END-IF.
      * ...............................................................
      * ONE HEADING PER REFEREE, THEN THE GAMES IN DATE ORDER
       3000-PRINT-ONE-ASSIGNMENT.
           IF WS-TBL-REF-ID (WS-ASG-IDX) NOT = WS-REF-ACTUAL
              MOVE WS-TBL-REF-ID (WS-ASG-IDX) TO WS-REF-ACTUAL
              ADD 1 TO WS-CNT-ARBITROS
              MOVE SPACES TO RF-NOMBRE
              IF WS-REF-OPEN
                 MOVE WS-REF-ACTUAL TO RF-REF-ID
                 READ REFMST
                    INVALID KEY
                       MOVE "(NO EXISTE EN REFMST.DAT)" TO RF-NOMBRE
                 END-READ
              END-IF
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "ARBITRO " WS-REF-ACTUAL " " RF-NOMBRE
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE WS-TBL-FECHA (WS-ASG-IDX) TO DET-FECHA.
           MOVE WS-TBL-HOME (WS-ASG-IDX)  TO DET-HOME.
           MOVE WS-TBL-AWAY (WS-ASG-IDX)  TO DET-AWAY.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       4000-LIST-UNASSIGNED.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 4010-READ-NEXT-FIXTURE
              PERFORM 4020-CHECK-ONE-FIXTURE
                 UNTIL WS-EOF
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       4010-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       4020-CHECK-ONE-FIXTURE.
           IF SCH-FECHA >= WS-HOY AND SCH-FECHA <= WS-LIMITE
              MOVE "N" TO WS-ASIGNADO-SW
              PERFORM 4030-MATCH-ASSIGNMENT
                 VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX > WS-ASG-COUNT OR WS-ASIGNADO
              IF NOT WS-ASIGNADO
                 ADD 1 TO WS-CNT-SIN-ARBITRO
                 MOVE SCH-FECHA     TO DET-FECHA
                 MOVE SCH-HOME-TEAM TO DET-HOME
                 MOVE SCH-AWAY-TEAM TO DET-AWAY
                 MOVE WS-LIN-DETALLE TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
           PERFORM 4010-READ-NEXT-FIXTURE.
      * ...............................................................
       4030-MATCH-ASSIGNMENT.
           IF WS-TBL-FECHA (WS-ASG-IDX) = SCH-FECHA
              AND WS-TBL-HOME (WS-ASG-IDX) = SCH-HOME-TEAM
              AND WS-TBL-AWAY (WS-ASG-IDX) = SCH-AWAY-TEAM
              MOVE "S" TO WS-ASIGNADO-SW
           END-IF.
      * ===============================================================
       END PROGRAM REFRPT1.
