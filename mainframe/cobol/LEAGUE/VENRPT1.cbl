      * ===============================================================
       IDENTIFICATION DIVISION.
      * VENRPT1 = MONTHLY VENUE USAGE REPORT. LISTS TO VENRPT.RPT THE
      * FIXTURES OF SCHEDULE.DAT PLAYED IN ONE MONTH, GROUPED BY VENUE
      * IN DATE AND KICKOFF ORDER, WITH THE GAME COUNT PER VENUE AND
      * THE COURT RENTAL IT COSTS THE LEAGUE (GAMES TIMES THE RENTAL
      * PER GAME OF VENMST.DAT) - THE FIGURES THE VENUE BILL IS PAID
      * FROM. THE MONTH (AAAAMM) COMES FROM BATCHPRM VENRPT1/MONTH OR
      * IS ASKED FOR; ENTER = CURRENT MONTH. FIXTURES WITHOUT A VENUE
      * (LOADED BEFORE VENUES WERE KEPT) ARE ONLY COUNTED
       PROGRAM-ID. VENRPT1.
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
           SELECT OPTIONAL VENMST ASSIGN TO "VENMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS VN-CODIGO
                  STATUS ST-VEN.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT VENRPT ASSIGN TO "VENRPT.RPT"
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

       FD VENRPT.
       01 RPT-LINE                             PIC X(100).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-SCH-STATUS                        PIC XX.
       01 ST-VEN                               PIC XX.
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-VEN-OPEN-SW                       PIC X(01) VALUE "N".
           88 WS-VEN-OPEN                      VALUE "S".

       01 WS-ENT-MES                           PIC X(06).
       01 WS-MES                               PIC 9(06).
       01 WS-HOY                               PIC 9(08).

      * THE MONTH'S GAMES, SORTED BY VENUE, DATE AND KICKOFF
       01 WS-USO-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-USO-IDX                           PIC 9(04).
       01 WS-USO-IDX2                          PIC 9(04).
       01 WS-USO-MIN                           PIC 9(04).
       01 WS-USO-TABLA.
           03 WS-USO-ENTRY OCCURS 3000 TIMES.
              05 WS-USO-VENUE                  PIC X(10).
              05 WS-USO-FECHA                  PIC 9(08).
              05 WS-USO-HORA                   PIC X(04).
              05 WS-USO-HOME                   PIC X(20).
              05 WS-USO-AWAY                   PIC X(20).
       01 WS-SWAP-USO                          PIC X(62).
       01 WS-USO-TRUNC-SW                      PIC X(01) VALUE "N".
           88 WS-USO-TRUNCADO                  VALUE "S".
       01 WS-CNT-SIN-CANCHA                    PIC 9(04) VALUE ZERO.

       01 WS-VENUE-ACTUAL                      PIC X(10).
       01 WS-TARIFA-ACTUAL                     PIC 9(07)V99.
       01 WS-CNT-VENUE                         PIC 9(04).
       01 WS-IMP-VENUE                         PIC 9(09)V99.
       01 WS-CNT-CANCHAS                       PIC 9(04) VALUE ZERO.
       01 WS-IMP-TOTAL                         PIC 9(09)V99 VALUE ZERO.
       01 WS-TARIFA-ED                         PIC Z,ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED                        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LIN-DETALLE.
           03 FILLER                           PIC X(03) VALUE SPACES.
           03 DET-FECHA                        PIC 9(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-HORA                         PIC X(04).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-HOME                         PIC X(20).
           03 FILLER                           PIC X(04) VALUE ' VS '.
           03 DET-AWAY                         PIC X(20).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-GET-MONTH.
           IF WS-ENT-MES NOT NUMERIC
              DISPLAY "MES INVALIDO (AAAAMM)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-MONTH.
           PERFORM 3000-SORT-USAGE.
           OPEN OUTPUT VENRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "USO DE CANCHAS Y ALQUILER - MES " WS-MES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT VENMST.
           IF ST-VEN = "00"
              SET WS-VEN-OPEN TO TRUE
           ELSE
              IF ST-VEN = "05" OR ST-VEN = "35"
                 CLOSE VENMST
              END-IF
           END-IF.
           MOVE LOW-VALUES TO WS-VENUE-ACTUAL.
           PERFORM 4000-PRINT-ONE-GAME
              VARYING WS-USO-IDX FROM 1 BY 1
              UNTIL WS-USO-IDX > WS-USO-COUNT.
           IF WS-USO-COUNT > ZERO
              PERFORM 4200-VENUE-TOTAL
           END-IF.
           IF WS-VEN-OPEN
              CLOSE VENMST
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-IMP-TOTAL TO WS-IMPORTE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CANCHAS USADAS: " WS-CNT-CANCHAS
              "  JUEGOS: " WS-USO-COUNT
              "  ALQUILER TOTAL DEL MES: " WS-IMPORTE-ED
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CNT-SIN-CANCHA > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "FIXTURES DEL MES SIN CANCHA: " WS-CNT-SIN-CANCHA
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF WS-USO-TRUNCADO
              MOVE "*** MAS DE 3000 JUEGOS - REPORTE INCOMPLETO ***"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           CLOSE VENRPT.
           DISPLAY "REPORTE GENERADO: VENRPT.RPT".
           DISPLAY "ALQUILER TOTAL DEL MES: " WS-IMPORTE-ED.
           IF WS-USO-TRUNCADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       1000-GET-MONTH.
           MOVE "MONTH       " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:6) TO WS-ENT-MES
           ELSE
              DISPLAY "MES A REPORTAR AAAAMM (ENTER = MES ACTUAL): "
              ACCEPT WS-ENT-MES
           END-IF.
           IF WS-ENT-MES = SPACES
              ACCEPT WS-HOY FROM DATE YYYYMMDD
              MOVE WS-HOY (1:6) TO WS-ENT-MES
           END-IF.
           IF WS-ENT-MES IS NUMERIC
              MOVE WS-ENT-MES TO WS-MES
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
           IF PRM-PROGRAM = "VENRPT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       2000-LOAD-MONTH.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              DISPLAY "NO HAY SCHEDULE.DAT - CALENDARIO VACIO"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-FIXTURE
              PERFORM 2020-KEEP-FIXTURE
                 UNTIL WS-EOF
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       2010-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       2020-KEEP-FIXTURE.
           IF SCH-FECHA (1:6) = WS-ENT-MES
              IF SCH-VENUE = SPACES
                 ADD 1 TO WS-CNT-SIN-CANCHA
              ELSE
              IF WS-USO-COUNT >= 3000
                 SET WS-USO-TRUNCADO TO TRUE
              ELSE
                 ADD 1 TO WS-USO-COUNT
                 MOVE SCH-VENUE     TO WS-USO-VENUE (WS-USO-COUNT)
                 MOVE SCH-FECHA     TO WS-USO-FECHA (WS-USO-COUNT)
                 MOVE SCH-HORA      TO WS-USO-HORA (WS-USO-COUNT)
                 MOVE SCH-HOME-TEAM TO WS-USO-HOME (WS-USO-COUNT)
                 MOVE SCH-AWAY-TEAM TO WS-USO-AWAY (WS-USO-COUNT)
              END-IF
              END-IF
           END-IF.
           PERFORM 2010-READ-NEXT-FIXTURE.
      * ...............................................................
      * SELECTION SORT ON VENUE + DATE + KICKOFF (THE FIRST 22 BYTES)
       3000-SORT-USAGE.
           IF WS-USO-COUNT > 1
              PERFORM 3010-OUTER-PASS
                 VARYING WS-USO-IDX FROM 1 BY 1
                 UNTIL WS-USO-IDX >= WS-USO-COUNT
           END-IF.
      * ...............................................................
       3010-OUTER-PASS.
           MOVE WS-USO-IDX TO WS-USO-MIN.
           PERFORM 3020-INNER-PASS
              VARYING WS-USO-IDX2 FROM WS-USO-IDX BY 1
              UNTIL WS-USO-IDX2 > WS-USO-COUNT.
           IF WS-USO-MIN NOT = WS-USO-IDX
              MOVE WS-USO-ENTRY (WS-USO-IDX) TO WS-SWAP-USO
              MOVE WS-USO-ENTRY (WS-USO-MIN)
                 TO WS-USO-ENTRY (WS-USO-IDX)
              MOVE WS-SWAP-USO TO WS-USO-ENTRY (WS-USO-MIN)
           END-IF.
      * ...............................................................
       3020-INNER-PASS.
           IF WS-USO-ENTRY (WS-USO-IDX2) (1:22)
              < WS-USO-ENTRY (WS-USO-MIN) (1:22)
              MOVE WS-USO-IDX2 TO WS-USO-MIN
           END-IF.
      * ...............................................................
      * A VENUE HEADING WHEN THE VENUE CHANGES, CLOSING THE PREVIOUS
      * VENUE WITH ITS TOTAL
       4000-PRINT-ONE-GAME.
           IF WS-USO-VENUE (WS-USO-IDX) NOT = WS-VENUE-ACTUAL
              IF WS-USO-IDX > 1
                 PERFORM 4200-VENUE-TOTAL
              END-IF
              PERFORM 4100-VENUE-HEADING
           END-IF.
           ADD 1 TO WS-CNT-VENUE.
           MOVE WS-USO-FECHA (WS-USO-IDX) TO DET-FECHA.
           MOVE WS-USO-HORA (WS-USO-IDX)  TO DET-HORA.
           MOVE WS-USO-HOME (WS-USO-IDX)  TO DET-HOME.
           MOVE WS-USO-AWAY (WS-USO-IDX)  TO DET-AWAY.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       4100-VENUE-HEADING.
           MOVE WS-USO-VENUE (WS-USO-IDX) TO WS-VENUE-ACTUAL.
           ADD 1 TO WS-CNT-CANCHAS.
           MOVE ZERO TO WS-CNT-VENUE.
           MOVE SPACES TO VN-NOMBRE.
           MOVE ZERO TO VN-TARIFA.
           IF WS-VEN-OPEN
              MOVE WS-VENUE-ACTUAL TO VN-CODIGO
              READ VENMST
                 INVALID KEY
                    MOVE "(NO EXISTE EN VENMST.DAT)" TO VN-NOMBRE
                    MOVE ZERO TO VN-TARIFA
              END-READ
           END-IF.
           MOVE VN-TARIFA TO WS-TARIFA-ACTUAL.
           MOVE VN-TARIFA TO WS-TARIFA-ED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CANCHA " WS-VENUE-ACTUAL " " VN-NOMBRE
              " ALQUILER/JUEGO: " WS-TARIFA-ED
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       4200-VENUE-TOTAL.
           COMPUTE WS-IMP-VENUE = WS-CNT-VENUE * WS-TARIFA-ACTUAL.
           ADD WS-IMP-VENUE TO WS-IMP-TOTAL.
           MOVE WS-IMP-VENUE TO WS-IMPORTE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "   JUEGOS: " WS-CNT-VENUE
              "  ALQUILER A PAGAR: " WS-IMPORTE-ED
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ===============================================================
       END PROGRAM VENRPT1.
