      * SEQUENCE - CLIENT VALIDATION (VLDTFSQ1), SALES (SF4SALE),
      * FLIGHT VALIDATION AND REPORT (FLTVAL1, SCFIL1), THE VEGFRUT
      * SORT (SFSRT1), THE CROSS-REFERENCE (XRFEMP1), THE INTEGRITY
      * AUDIT (INTAUD1), THE RECONCILIATION (RECNCIL1), THE DAILY
      * PRODUCE SALES POSTED TO THE VEGFRUT STOCK LEDGER (VFVTAP1)
      * SO THE REORDER SUGGESTION (VFREORD1) SEES REAL CONSUMPTION,
      * THE COMPANY DELTA EXTRACT
      * FOR BILLING AND CRM (EMPDLT1), PLUS THE WEEKLY SALES FORECAST
      * AGAINST QUOTA (SLSFCST1), WHICH ONLY RUNS ON THE MONDAY
      * MORNING CHAIN (DAY SET BY NGTDRV1 / FCST-DAY, 1 = MONDAY),
      * AND LAST THE VEGFRUT PRICE CHANGES FALLING DUE (VFPRAPL1) -
      * RATCHETING THE WORST RETURN-CODE
      * THE WAY DRSECF1 DOES FOR THE PLAYER STEPS. THE CHAIN STOPS
      * WHEN A STEP REACHES THE CONFIGURED STOP SEVERITY, THE LAST
      * COMPLETED STEP IS RECORDED IN NIGHTCHK.DAT, AND A RERUN CAN
      * RESUME FROM THE STEP AFTER IT - STEP FOUR DYING AT 2 A.M. NO
      * LONGER COSTS STEPS ONE THROUGH THREE.
      * THE STEP LIST ITSELF COMES FROM THE JOB SCHEDULE JOBSCHED.DAT
      * (JOBMNT1): EACH STEP'S RUN RULE IS CHECKED AGAINST TONIGHT'S
      * DATE AND THE BUSINESS-DAY CALENDAR THROUGH JOBRULE1, SO THE
      * WEEKLY, MONTH-START, MONTH-END AND PERIOD-END JOBS RUN ON THEIR
      * OWN NIGHTS. A STEP WHOSE PREDECESSOR FAILED TONIGHT IS SKIPPED,
      * AND A STEP MARKED NOT TO STOP THE CHAIN ONLY RAISES AN ALERT
      * WHEN IT FAILS. WITHOUT A SCHEDULE FILE THE CHAIN RUNS THE FIXED
      * LIST ABOVE, WITH THE FORECAST ON ITS FCST-DAY. WHEN THE CHAIN
      * ENDS, STOPPED OR NOT, MGTPACK1 PRINTS THE DAILY MANAGEMENT PACK
       PROGRAM-ID. NGTDRV1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * JOB SCHEDULE - THE STEPS OF THE CHAIN AND THEIR RUN RULES
           SELECT OPTIONAL JOBSCHED ASSIGN TO "JOBSCHED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JSC-STATUS.
      * LAST COMPLETED STEP OF THE PREVIOUS CHAIN RUN
           SELECT OPTIONAL NIGHTCHK ASSIGN TO "NIGHTCHK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD JOBSCHED.
       01 JSC-REC.
           03 JSC-ORDEN                         PIC 9(02).
           03 JSC-PROGRAMA                      PIC X(08).
           03 JSC-DESC                          PIC X(24).
           03 JSC-REGLA                         PIC X(01).
           03 JSC-DIAS                          PIC X(07).
           03 JSC-MES                           PIC 9(02).
           03 JSC-PRED OCCURS 3 TIMES           PIC X(08).
           03 JSC-DETIENE                       PIC X(01).

       FD NIGHTCHK.
       01 CHK-REC.
           03 CHK-LAST-STEP                     PIC 9(02).
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).

      * TONIGHT'S PLAN - ONE ENTRY PER SCHEDULED STEP, IN RUN ORDER.
      * JOB-HOY = S WHEN THE RULE SAYS IT RUNS TONIGHT; JOB-ESTADO IS
      * O (ENDED OK), F (FAILED), B (BYPASSED, PREDECESSOR FAILED) OR
      * N (NOT ITS NIGHT). STEPS BEFORE A RESUME POINT STAY BLANK AND
      * COUNT AS GOOD PREDECESSORS
       01  WS-JSC-STATUS                        PIC XX.
       01  WS-JSC-EOF-SW                        PIC X(01).
           88 WS-JSC-EOF                        VALUE 'Y'.
       01  WS-PLAN-SW                           PIC X(01) VALUE 'F'.
           88 WS-PLAN-FROM-FILE                 VALUE 'A'.
           88 WS-PLAN-TRUNCATED                 VALUE 'T'.
       01  WS-JOB-COUNT                         PIC 9(02) VALUE ZERO.
       01  WS-JOB-IDX                           PIC 9(02).
       01  WS-JOB-HIT                           PIC 9(02).
       01  WS-JOB-TABLA.
           03 WS-JOB-ENTRY OCCURS 50 TIMES.
              05 WS-JOB-PLAN.
                 07 WS-JOB-ORDEN                PIC 9(02).
                 07 WS-JOB-PROGRAMA             PIC X(08).
                 07 WS-JOB-DESC                 PIC X(24).
                 07 WS-JOB-REGLA                PIC X(01).
                 07 WS-JOB-DIAS                 PIC X(07).
                 07 WS-JOB-MES                  PIC 9(02).
                 07 WS-JOB-PRED OCCURS 3 TIMES  PIC X(08).
                 07 WS-JOB-DETIENE              PIC X(01).
              05 WS-JOB-HOY                     PIC X(01).
              05 WS-JOB-ESTADO                  PIC X(01).
       01  WS-JOB-AUX                           PIC X(40).
       01  WS-RUNS-TONIGHT                      PIC 9(02) VALUE ZERO.
       01  WS-PRED-IDX                          PIC 9(01).
       01  WS-PRED-FAILED                       PIC X(08).
       01  WS-BUSCADO                           PIC X(08).
       01  WS-ALR-REASON                        PIC X(30).
       01  WS-ALR-SEVERITY                      PIC X(01).

      * RUN-RULE REQUEST TO JOBRULE1 FOR ONE STEP AND TONIGHT'S DATE
       01  WS-JOB-REQ.
           03 WS-JRQ-FECHA                      PIC 9(08).
           03 WS-JRQ-REGLA                      PIC X(01).
           03 WS-JRQ-DIAS                       PIC X(07).
           03 WS-JRQ-MES                        PIC 9(02).
           03 WS-JRQ-RESULT                     PIC X(01).
           03 WS-JRQ-TIPO-DIA                   PIC X(01).
       01  WS-TONIGHT                           PIC 9(08).

       01  WS-TOTAL-STEPS                       PIC 9(02) VALUE 13.
       01  WS-STEP                              PIC 9(02).
       01  WS-START-STEP                        PIC 9(02) VALUE 1.
       01  WS-LAST-COMPLETED                    PIC 9(02) VALUE ZERO.
           88 WS-RESUME-YES                     VALUE 'Y' 'y'.
       01  WS-RUNLOG-STATUS                     PIC X(10) VALUE SPACES.

      * WEEKLY STEPS RUN ONLY ON THEIR DAY (1 = MONDAY ... 7 = SUNDAY)
       01  WS-DAY-OF-WEEK                       PIC 9(01).
       01  WS-FCST-DAY                          PIC 9(01) VALUE 1.
       01  WS-STEP-SKIPPED-SW                   PIC X(01) VALUE 'N'.
           88 WS-STEP-SKIPPED                   VALUE 'Y'.

      * STEP TIMING WORK FIELDS AND THE ALLOTTED CHAIN WINDOW
       01  WS-STIME-STATUS                      PIC XX.
       01  WS-STEP-NAME                         PIC X(08).
           DISPLAY "NGTDRV1 - NIGHTLY CHAIN STARTING".
           PERFORM 0100-READ-STOP-SEVERITY.
           PERFORM 0150-READ-WINDOW.
           PERFORM 0160-READ-FORECAST-DAY.
           PERFORM 0170-LOAD-SCHEDULE.
           IF WS-PLAN-TRUNCATED
              DISPLAY "NGTDRV1 - JOBSCHED.DAT OVER 50 STEPS - "
                 "CHAIN NOT RUN"
              MOVE "PLAN OVER 50 STEPS - NOT RUN" TO WS-ALR-REASON
              MOVE 'E' TO WS-ALR-SEVERITY
              PERFORM 0820-WRITE-STEP-ALERT
              MOVE 8 TO WS-WORST-RC
              MOVE "NOT RUN" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE WS-WORST-RC TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0180-BUILD-TONIGHT.
           PERFORM 0200-DECIDE-START-STEP.
           PERFORM 0300-RUN-ONE-STEP
              VARYING WS-STEP FROM WS-START-STEP BY 1
              END-EVALUATE
              DISPLAY "NGTDRV1 - NIGHTLY CHAIN COMPLETE"
           END-IF.
           PERFORM 0950-MANAGEMENT-PACK.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.
              END-IF
           END-IF.
      * ...............................................................
      * DAY OF THE WEEK THE SALES FORECAST RUNS (NGTDRV1 / FCST-DAY),
      * DEFAULT MONDAY SO SALES MANAGERS HAVE IT FIRST THING
       0160-READ-FORECAST-DAY.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           MOVE "FCST-DAY    " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:1) IS NUMERIC
              AND WS-PRM-VALOR (1:1) > "0" AND WS-PRM-VALOR (1:1) < "8"
              MOVE WS-PRM-VALOR (1:1) TO WS-FCST-DAY
           END-IF.
      * ...............................................................
      * THE CHAIN'S STEPS COME FROM JOBSCHED.DAT, ALREADY IN RUN ORDER.
      * WITH NO SCHEDULE FILE (OR AN EMPTY ONE) THE FIXED LIST RUNS
      * AS IT ALWAYS HAS. A FILE TOO BIG FOR THE TABLE STOPS THE
      * CHAIN RATHER THAN RUN HALF A PLAN
       0170-LOAD-SCHEDULE.
           MOVE ZERO TO WS-JOB-COUNT.
           OPEN INPUT JOBSCHED.
           IF WS-JSC-STATUS = "00"
              MOVE 'N' TO WS-JSC-EOF-SW
              PERFORM 0171-READ-NEXT-JOB
              PERFORM 0172-ADD-JOB
                 UNTIL WS-JSC-EOF OR WS-JOB-COUNT >= 50
              IF NOT WS-JSC-EOF
                 MOVE 'T' TO WS-PLAN-SW
              END-IF
              CLOSE JOBSCHED
           ELSE
              IF WS-JSC-STATUS = "05" OR WS-JSC-STATUS = "35"
                 CLOSE JOBSCHED
              END-IF
           END-IF.
           IF WS-JOB-COUNT > ZERO
              IF NOT WS-PLAN-TRUNCATED
                 MOVE 'A' TO WS-PLAN-SW
              END-IF
           ELSE
              PERFORM 0175-LOAD-FIXED-LIST
           END-IF.
           MOVE WS-JOB-COUNT TO WS-TOTAL-STEPS.
      * ...............................................................
       0171-READ-NEXT-JOB.
           READ JOBSCHED
              AT END MOVE 'Y' TO WS-JSC-EOF-SW
           END-READ.
      * ...............................................................
       0172-ADD-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE JSC-REC TO WS-JOB-PLAN (WS-JOB-COUNT).
           PERFORM 0171-READ-NEXT-JOB.
      * ...............................................................
      * THE FIXED NIGHTLY LIST - EVERY STEP DAILY EXCEPT THE SALES
      * FORECAST ON ITS FCST-DAY, AND ANY FAILURE STOPS THE CHAIN
       0175-LOAD-FIXED-LIST.
           MOVE "VLDTFSQ1CLIENT VALIDATION       D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "SF4SALE SALES REPORT            D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "FLTVAL1 FLIGHT VALIDATION       D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "SCFIL1  FLIGHT REPORT           D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "SFSRT1  VEGFRUT SORT            D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "XRFEMP1 CROSS-REFERENCE         D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "INTAUD1 INTEGRITY AUDIT         D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "RECNCIL1RECONCILIATION          D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "VFVTAP1 PRODUCE SALES           D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "VFREORD1REORDER REPORT          D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "EMPDLT1 COMPANY DELTA           D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "SLSFCST1SALES FORECAST          SNNNNNNN"
              TO WS-JOB-AUX.
           MOVE "S" TO WS-JOB-AUX (33 + WS-FCST-DAY:1).
           PERFORM 0176-ADD-FIXED-STEP.
           MOVE "VFPRAPL1PRICE CHANGES           D" TO WS-JOB-AUX.
           PERFORM 0176-ADD-FIXED-STEP.
      * ...............................................................
      * WS-JOB-AUX CARRIES PROGRAM, DESCRIPTION, RULE AND DAY MASK
       0176-ADD-FIXED-STEP.
           ADD 1 TO WS-JOB-COUNT.
           COMPUTE WS-JOB-ORDEN (WS-JOB-COUNT) = WS-JOB-COUNT * 5.
           MOVE WS-JOB-AUX (1:8)  TO WS-JOB-PROGRAMA (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (9:24) TO WS-JOB-DESC (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (33:1) TO WS-JOB-REGLA (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (34:7) TO WS-JOB-DIAS (WS-JOB-COUNT).
           MOVE ZERO TO WS-JOB-MES (WS-JOB-COUNT).
           MOVE SPACES TO WS-JOB-PRED (WS-JOB-COUNT 1)
                          WS-JOB-PRED (WS-JOB-COUNT 2)
                          WS-JOB-PRED (WS-JOB-COUNT 3).
           MOVE "S" TO WS-JOB-DETIENE (WS-JOB-COUNT).
      * ...............................................................
      * ASK JOBRULE1 WHETHER EACH STEP RUNS TONIGHT AND SHOW THE LIST
       0180-BUILD-TONIGHT.
           ACCEPT WS-TONIGHT FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-RUNS-TONIGHT.
           IF WS-PLAN-FROM-FILE
              DISPLAY "NGTDRV1 - RUN LIST FOR " WS-TONIGHT
                 " FROM JOBSCHED.DAT"
           ELSE
              DISPLAY "NGTDRV1 - RUN LIST FOR " WS-TONIGHT
                 " (FIXED LIST, NO JOBSCHED.DAT)"
           END-IF.
           PERFORM 0181-CHECK-ONE-RULE
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           CANCEL "JOBRULE1".
           DISPLAY "NGTDRV1 - " WS-RUNS-TONIGHT " OF " WS-JOB-COUNT
              " STEPS RUN TONIGHT".
      * ...............................................................
       0181-CHECK-ONE-RULE.
           MOVE WS-TONIGHT TO WS-JRQ-FECHA.
           MOVE WS-JOB-REGLA (WS-JOB-IDX) TO WS-JRQ-REGLA.
           MOVE WS-JOB-DIAS (WS-JOB-IDX) TO WS-JRQ-DIAS.
           MOVE WS-JOB-MES (WS-JOB-IDX) TO WS-JRQ-MES.
           CALL "JOBRULE1" USING WS-JOB-REQ.
           MOVE WS-JRQ-RESULT TO WS-JOB-HOY (WS-JOB-IDX).
           MOVE SPACE TO WS-JOB-ESTADO (WS-JOB-IDX).
           IF WS-JOB-HOY (WS-JOB-IDX) = "S"
              ADD 1 TO WS-RUNS-TONIGHT
              DISPLAY "  " WS-JOB-IDX " " WS-JOB-PROGRAMA (WS-JOB-IDX)
                 " " WS-JOB-DESC (WS-JOB-IDX) " RULE "
                 WS-JOB-REGLA (WS-JOB-IDX) " - RUNS"
           ELSE
              DISPLAY "  " WS-JOB-IDX " " WS-JOB-PROGRAMA (WS-JOB-IDX)
                 " " WS-JOB-DESC (WS-JOB-IDX) " RULE "
                 WS-JOB-REGLA (WS-JOB-IDX) " - NOT TONIGHT"
           END-IF.
      * ...............................................................
      * WITH A PARTIAL CHAIN ON RECORD, OFFER TO RESUME FROM THE STEP
      * AFTER THE LAST COMPLETED ONE. UNATTENDED RUNS ANSWER THROUGH
      * THE PARAMETER FILE (NGTDRV1 / RESUME)
           END-IF.
      * ...............................................................
      * CANCEL AFTER EACH CALL SO A RERUN OF THE SAME STEP STARTS
      * FROM FRESH WORKING-STORAGE, SAME AS THE MENU AND DRSECF1 DO.
      * A STEP THAT IS NOT DUE TONIGHT, OR WHOSE PREDECESSOR FAILED,
      * IS PASSED OVER WITH RC 0 AND STILL MOVES THE CHECKPOINT
       0300-RUN-ONE-STEP.
           ACCEPT WS-TIME-INI FROM TIME.
           MOVE 'N' TO WS-STEP-SKIPPED-SW.
           MOVE WS-JOB-PROGRAMA (WS-STEP) TO WS-STEP-NAME.
           MOVE ZERO TO RETURN-CODE.
           IF WS-JOB-HOY (WS-STEP) NOT = "S"
              DISPLAY "STEP " WS-STEP " OF " WS-TOTAL-STEPS " - "
                 WS-STEP-NAME " SKIPPED (NOT DUE, RULE "
                 WS-JOB-REGLA (WS-STEP) ")"
              MOVE 'Y' TO WS-STEP-SKIPPED-SW
              MOVE "N" TO WS-JOB-ESTADO (WS-STEP)
           ELSE
              PERFORM 0310-CHECK-PREDECESSORS
              IF WS-PRED-FAILED NOT = SPACES
                 DISPLAY "STEP " WS-STEP " OF " WS-TOTAL-STEPS " - "
                    WS-STEP-NAME " SKIPPED (PREDECESSOR "
                    WS-PRED-FAILED " FAILED)"
                 MOVE 'Y' TO WS-STEP-SKIPPED-SW
                 MOVE "B" TO WS-JOB-ESTADO (WS-STEP)
              ELSE
                 DISPLAY "STEP " WS-STEP " OF " WS-TOTAL-STEPS " - "
                    WS-STEP-NAME " (" WS-JOB-DESC (WS-STEP) ")"
                 CALL WS-STEP-NAME
                 CANCEL WS-STEP-NAME
              END-IF
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           PERFORM 0400-RECORD-STEP-TIME.
           PERFORM 0910-TRACK-STEP-RC.
           IF WS-STEP-RC NOT < WS-STOP-SEVERITY
              MOVE "F" TO WS-JOB-ESTADO (WS-STEP)
              IF WS-JOB-DETIENE (WS-STEP) = "N"
                 DISPLAY "STEP " WS-STEP " ENDED RC " WS-STEP-RC
                    " - CHAIN CONTINUES"
                 MOVE SPACES TO WS-ALR-REASON
                 STRING "STEP " WS-STEP-NAME " FAILED - CONT."
                    DELIMITED BY SIZE INTO WS-ALR-REASON
                 MOVE 'E' TO WS-ALR-SEVERITY
                 PERFORM 0820-WRITE-STEP-ALERT
                 MOVE WS-STEP TO WS-LAST-COMPLETED
                 PERFORM 0500-WRITE-CHECKPOINT
              ELSE
                 DISPLAY "STEP " WS-STEP " ENDED RC " WS-STEP-RC
                    " - CHAIN STOPPING"
                 MOVE 'Y' TO WS-CHAIN-STOPPED-SW
              END-IF
           ELSE
              IF NOT WS-STEP-SKIPPED
                 MOVE "O" TO WS-JOB-ESTADO (WS-STEP)
              END-IF
              MOVE WS-STEP TO WS-LAST-COMPLETED
              PERFORM 0500-WRITE-CHECKPOINT
           END-IF.
      * ...............................................................
      * A PREDECESSOR ON TONIGHT'S LIST THAT FAILED, OR WAS ITSELF
      * BYPASSED, HOLDS THIS STEP BACK. ONE NOT DUE TONIGHT DOES NOT
       0310-CHECK-PREDECESSORS.
           MOVE SPACES TO WS-PRED-FAILED.
           PERFORM 0320-CHECK-ONE-PREDECESSOR
              VARYING WS-PRED-IDX FROM 1 BY 1
              UNTIL WS-PRED-IDX > 3
                 OR WS-PRED-FAILED NOT = SPACES.
      * ...............................................................
       0320-CHECK-ONE-PREDECESSOR.
           MOVE WS-JOB-PRED (WS-STEP WS-PRED-IDX) TO WS-BUSCADO.
           IF WS-BUSCADO NOT = SPACES
              MOVE ZERO TO WS-JOB-HIT
              PERFORM 0330-COMPARE-JOB
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX >= WS-STEP
                    OR WS-JOB-HIT > ZERO
              IF WS-JOB-HIT > ZERO
                 IF WS-JOB-ESTADO (WS-JOB-HIT) = "F"
                    OR WS-JOB-ESTADO (WS-JOB-HIT) = "B"
                    MOVE WS-BUSCADO TO WS-PRED-FAILED
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       0330-COMPARE-JOB.
           IF WS-JOB-PROGRAMA (WS-JOB-IDX) = WS-BUSCADO
              MOVE WS-JOB-IDX TO WS-JOB-HIT
           END-IF.
      * ...............................................................
      * START, END AND ELAPSED SECONDS OF THE STEP JUST RUN GO TO
      * THE TIMING FILE. A RUN CROSSING MIDNIGHT GETS A DAY ADDED
      * SO THE ELAPSED NEVER COMES OUT NEGATIVE
              ADD 86400 TO WS-ELAPSED
           END-IF.
           ADD WS-ELAPSED TO WS-CHAIN-SECS.
      * A STEP NOT RUN TONIGHT LEAVES NO TIMING LINE TO SKEW STEPTRD1
           IF NOT WS-STEP-SKIPPED
              PERFORM 0410-WRITE-STEP-TIME
           END-IF.
      * ...............................................................
       0410-WRITE-STEP-TIME.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND STEPTIME.
           IF WS-STIME-STATUS NOT > "07"
              CLOSE ALERTS
           END-IF.
      * ...............................................................
      * A STRUCTURED ALERT FOR ONE STEP OR FOR THE PLAN ITSELF - THE
      * CALLER SETS THE REASON AND THE SEVERITY
       0820-WRITE-STEP-ALERT.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "NGTDRV1 " TO ALR-PROGRAM
              MOVE WS-RUNLOG-DATE TO ALR-FECHA
              MOVE WS-RUNLOG-TIME (1:6) TO ALR-HORA
              MOVE WS-ALR-SEVERITY TO ALR-SEVERITY
              MOVE WS-ALR-REASON TO ALR-REASON
              WRITE ALR-REC
              CLOSE ALERTS
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ...............................................................
      * THE MORNING MANAGEMENT PACK GOES OUT EVERY NIGHT, STOPPED CHAIN
      * OR NOT - ITS ALERT SECTION SAYS WHEN THE FIGURES ARE SHORT. ITS
      * RETURN-CODE DOES NOT COUNT AGAINST THE CHAIN
       0950-MANAGEMENT-PACK.
           DISPLAY "NGTDRV1 - MANAGEMENT PACK (MGTPACK1)".
           MOVE ZERO TO RETURN-CODE.
           CALL "MGTPACK1".
           CANCEL "MGTPACK1".
           IF RETURN-CODE > 4
              DISPLAY "NGTDRV1 - MGTPACK1 ENDED RC " RETURN-CODE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      * ===============================================================
       END PROGRAM NGTDRV1.
