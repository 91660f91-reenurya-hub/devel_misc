      * ===============================================================
       IDENTIFICATION DIVISION.
      * XRFPSG1 = PASSENGER / CLIENT CROSS-REFERENCE. PAIRS EVERY
      * PASSENGER DOCUMENT OF PSGDTL.DAT WITH A CLIENT OF CLIMAST.DAT:
      * FIRST PSG-DOC = CLIENT-ID, THEN - FOR DOCUMENTS THAT DIFFER -
      * THE PASSENGER NAME AGAINST THE CLIENT'S NAME PLUS LAST NAME
      * (EITHER ORDER), BOTH NORMALIZED BY NOMNRM1. A NAME THAT FITS
      * MORE THAN ONE CLIENT IS AMBIGUOUS AND IS NOT LINKED.
      * THE LINKS ARE REBUILT EACH RUN INTO THE KEYED FILE PSGCLI.DAT
      * (CLIENT-ID + DOCUMENT) THAT CLIINQ1 AND DEMORPT1 READ; MATCHED,
      * AMBIGUOUS AND UNMATCHED PASSENGERS ARE LISTED IN XRFPSG.RPT
       PROGRAM-ID. XRFPSG1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CM-CLIENT-ID
                  FILE STATUS  IS WS-CLIMAST-STATUS.

           SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PSGDTL-STATUS.

      * PASSENGER-TO-CLIENT LINKS, KEYED CLIENT-ID + DOCUMENT SO A
      * CLIENT'S DOCUMENTS READ TOGETHER
           SELECT PSGCLI ASSIGN TO "PSGCLI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PX-KEY
                  FILE STATUS  IS WS-PSGCLI-STATUS.

           SELECT XREFRPT ASSIGN TO "XRFPSG.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                     PIC X(20).
           03 CM-CLIENT-LNAME                  PIC X(50).
           03 CM-CLIENT-NAME                   PIC X(50).
           03 CM-CLIENT-DOB                    PIC 9(8).
           03 CM-CLIENT-GENDER                 PIC X(1).
           03 CM-CLIENT-CIVIL-STATUS           PIC X(1).
           03 CM-CLIENT-PEOPLE-CHARGE          PIC 9(2).
           03 CM-CLIENT-SALARY                 PIC 9(9).

       FD PSGDTL.
       01 PSG-REC.
           03 PSG-FLIGHT-CODE                  PIC 9(5).
           03 PSG-NAME                         PIC X(40).
           03 PSG-DOC                          PIC X(20).
           03 PSG-FARE                         PIC 9(7)V99.
           03 PSG-CHECKIN                      PIC X(01).
           03 PSG-SEAT                         PIC 9(03).
           03 PSG-FILLER                       PIC X(06).

       FD PSGCLI.
       01 REG-PSGCLI.
           03 PX-KEY.
              05 PX-CLIENT-ID                  PIC X(20).
              05 PX-DOC                        PIC X(20).
      * HOW THE LINK WAS MADE: D = DOCUMENT EQUALS CLIENT-ID,
      * N = NORMALIZED NAME
           03 PX-METHOD                        PIC X(01).
           03 PX-PSG-NAME                      PIC X(40).
           03 PX-BOOKINGS                      PIC 9(05).
           03 PX-FEC-PROCESO                   PIC 9(08).
           03 FILLER                           PIC X(10).

       FD XREFRPT.
       01 PRINT-LINE                            PIC X(132).

       FD RUNLOG.
       01 RUNLOG-LINE                           PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CLIMAST-STATUS                    PIC XX.
       01  WS-PSGDTL-STATUS                     PIC XX.
       01  WS-PSGCLI-STATUS                     PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-TODAY                             PIC 9(08).
       01  WS-RUNLOG-STATUS                     PIC X(09)
           VALUE 'COMPLETE'.

      * CLIENT TABLE WITH BOTH NORMALIZED NAME ORDERS
       01  WS-CLIENT-TABLE.
           03 WS-CLT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CLT-IDX.
              05 WS-CLT-ID                      PIC X(20).
              05 WS-CLT-NAME-LNAME              PIC X(60).
              05 WS-CLT-LNAME-NAME              PIC X(60).
       01  WS-CLIENT-COUNT                      PIC 9(05) VALUE ZERO.

      * ONE ENTRY PER DISTINCT PASSENGER DOCUMENT
       01  WS-PASSENGER-TABLE.
           03 WS-PSG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PSG-IDX.
              05 WS-PSG-DOC                     PIC X(20).
              05 WS-PSG-NAME                    PIC X(40).
              05 WS-PSG-BOOKINGS                PIC 9(05).
      * M = MATCHED, A = AMBIGUOUS, U = UNMATCHED
              05 WS-PSG-RESULT                  PIC X(01).
              05 WS-PSG-METHOD                  PIC X(01).
              05 WS-PSG-CLIENT-ID               PIC X(20).
              05 WS-PSG-CANDIDATES              PIC X(62).
       01  WS-PASSENGER-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-PSG-FOUND-SW                      PIC X(01).
           88 WS-PSG-FOUND                      VALUE 'Y'.
       01  WS-TABLE-FULL-SW                     PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL                     VALUE 'Y'.

       01  WS-HIT-COUNT                         PIC 9(05).
       01  WS-HIT-CLIENT-ID                     PIC X(20).
       01  WS-PSG-NORM                          PIC X(60).
       01  WS-NORM-NAME                         PIC X(60).
       01  WS-NORM-LNAME                        PIC X(60).
      * NORMALIZACION COMPARTIDA CON EMPDUP1 Y CLIDUP1 - VER NOMNRM1
       01  WS-NRM-REQ.
           03 WS-NRM-IN                         PIC X(60).
           03 WS-NRM-OUT                        PIC X(60).

       01  WS-MATCHED-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-BY-DOC-COUNT                      PIC 9(05) VALUE ZERO.
       01  WS-BY-NAME-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-AMBIGUOUS-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-COUNT                   PIC 9(05) VALUE ZERO.

       01  SECTION-HEADING-LINE                 PIC X(60).

       01  MATCHED-DETAIL-LINE.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 MDL-DOC           PIC X(20).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 MDL-NAME          PIC X(40).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(8)  VALUE 'CLIENT: '.
           03 MDL-CLIENT-ID     PIC X(20).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 MDL-METHOD        PIC X(8).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 MDL-BOOKINGS      PIC ZZZZ9.

       01  OTHER-DETAIL-LINE.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 ODL-DOC           PIC X(20).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 ODL-NAME          PIC X(40).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 ODL-CANDIDATES    PIC X(62).

       01  TOTAL-LINE.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 TL-LABEL          PIC X(30).
           03 TL-COUNT          PIC ZZZZ9.

       01  WS-RUNLOG-DATE.
           03 WS-RL-YEAR                        PIC 9(4).
           03 WS-RL-MONTH                       PIC 99.
           03 WS-RL-DAY                         PIC 99.
       01  WS-RUNLOG-TIME.
           03 WS-RL-HH                          PIC 99.
           03 WS-RL-MN                          PIC 99.
           03 WS-RL-SS                          PIC 99.
           03 WS-RL-HS                          PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-CLIENTS-TABLE.
           IF WS-CLIENT-COUNT = ZERO
              DISPLAY "XRFPSG1 - NO CLIMAST.DAT CLIENTS TO MATCH - "
                 "PSGCLI.DAT LEFT AS IT WAS"
              MOVE 'NOT FOUND' TO WS-RUNLOG-STATUS
              PERFORM 4100-WRITE-RUNLOG
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2100-LOAD-PASSENGERS-TABLE.
           PERFORM 3000-MATCH-PASSENGERS.
           PERFORM 3500-WRITE-XREF-FILE.
           PERFORM 3600-WRITE-REPORT.
           PERFORM 4100-WRITE-RUNLOG.
           IF WS-TABLE-FULL
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
      * LOAD EVERY CLIENT WITH ITS NAME NORMALIZED IN BOTH ORDERS
       2000-LOAD-CLIENTS-TABLE.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-CLIENT
              PERFORM 2020-ADD-CLIENT-ENTRY
                 UNTIL WS-EOF OR WS-CLIENT-COUNT >= 5000
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
              CLOSE CLIMAST
           ELSE
              IF WS-CLIMAST-STATUS = "05" OR WS-CLIMAST-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
           END-IF.

       2010-READ-NEXT-CLIENT.
           READ CLIMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2020-ADD-CLIENT-ENTRY.
           ADD 1 TO WS-CLIENT-COUNT.
           SET WS-CLT-IDX TO WS-CLIENT-COUNT.
           MOVE CM-CLIENT-ID TO WS-CLT-ID (WS-CLT-IDX).
           MOVE CM-CLIENT-NAME TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-NORM-NAME.
           MOVE CM-CLIENT-LNAME TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-NORM-LNAME.
           MOVE SPACES TO WS-CLT-NAME-LNAME (WS-CLT-IDX)
                          WS-CLT-LNAME-NAME (WS-CLT-IDX).
           STRING WS-NORM-NAME DELIMITED BY SPACE
                  WS-NORM-LNAME DELIMITED BY SPACE
              INTO WS-CLT-NAME-LNAME (WS-CLT-IDX).
           STRING WS-NORM-LNAME DELIMITED BY SPACE
                  WS-NORM-NAME DELIMITED BY SPACE
              INTO WS-CLT-LNAME-NAME (WS-CLT-IDX).
           PERFORM 2010-READ-NEXT-CLIENT.
      * ...............................................................
      * ONE TABLE ENTRY PER DISTINCT DOCUMENT, COUNTING ITS BOOKINGS
       2100-LOAD-PASSENGERS-TABLE.
           OPEN INPUT PSGDTL.
           IF WS-PSGDTL-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2110-READ-NEXT-BOOKING
              PERFORM 2120-ADD-BOOKING
                 UNTIL WS-EOF
              CLOSE PSGDTL
           ELSE
              IF WS-PSGDTL-STATUS = "05" OR WS-PSGDTL-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           END-IF.

       2110-READ-NEXT-BOOKING.
           READ PSGDTL
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2120-ADD-BOOKING.
           IF PSG-DOC NOT = SPACES
              MOVE 'N' TO WS-PSG-FOUND-SW
              SET WS-PSG-IDX TO 1
              IF WS-PASSENGER-COUNT > ZERO
                 SEARCH WS-PSG-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-PSG-IDX > WS-PASSENGER-COUNT
                       CONTINUE
                    WHEN WS-PSG-DOC (WS-PSG-IDX) = PSG-DOC
                       MOVE 'Y' TO WS-PSG-FOUND-SW
                 END-SEARCH
              END-IF
              IF WS-PSG-FOUND
                 ADD 1 TO WS-PSG-BOOKINGS (WS-PSG-IDX)
              ELSE
                 IF WS-PASSENGER-COUNT >= 5000
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                 ELSE
                    ADD 1 TO WS-PASSENGER-COUNT
                    SET WS-PSG-IDX TO WS-PASSENGER-COUNT
                    MOVE PSG-DOC  TO WS-PSG-DOC (WS-PSG-IDX)
                    MOVE PSG-NAME TO WS-PSG-NAME (WS-PSG-IDX)
                    MOVE 1        TO WS-PSG-BOOKINGS (WS-PSG-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 2110-READ-NEXT-BOOKING.
      * ...............................................................
       3000-MATCH-PASSENGERS.
           IF WS-PASSENGER-COUNT > ZERO
              PERFORM 3010-MATCH-ONE-PASSENGER
                 VARYING WS-PSG-IDX FROM 1 BY 1
                 UNTIL WS-PSG-IDX > WS-PASSENGER-COUNT
           END-IF.

      * THE DOCUMENT FIRST; FAILING THAT THE NORMALIZED NAME, WHICH
      * MUST POINT AT EXACTLY ONE CLIENT
       3010-MATCH-ONE-PASSENGER.
           MOVE SPACES TO WS-PSG-CLIENT-ID (WS-PSG-IDX)
                          WS-PSG-CANDIDATES (WS-PSG-IDX)
                          WS-PSG-METHOD (WS-PSG-IDX).
           SET WS-CLT-IDX TO 1.
           SEARCH WS-CLT-ENTRY
              AT END
                 PERFORM 3020-MATCH-BY-NAME
              WHEN WS-CLT-IDX > WS-CLIENT-COUNT
                 PERFORM 3020-MATCH-BY-NAME
              WHEN WS-CLT-ID (WS-CLT-IDX) = WS-PSG-DOC (WS-PSG-IDX)
                 MOVE 'M' TO WS-PSG-RESULT (WS-PSG-IDX)
                 MOVE 'D' TO WS-PSG-METHOD (WS-PSG-IDX)
                 MOVE WS-CLT-ID (WS-CLT-IDX)
                    TO WS-PSG-CLIENT-ID (WS-PSG-IDX)
                 ADD 1 TO WS-MATCHED-COUNT WS-BY-DOC-COUNT
           END-SEARCH.

       3020-MATCH-BY-NAME.
           MOVE WS-PSG-NAME (WS-PSG-IDX) TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-PSG-NORM.
           MOVE ZERO TO WS-HIT-COUNT.
           IF WS-PSG-NORM NOT = SPACES
              PERFORM 3030-COMPARE-ONE-CLIENT
                 VARYING WS-CLT-IDX FROM 1 BY 1
                 UNTIL WS-CLT-IDX > WS-CLIENT-COUNT
           END-IF.
           EVALUATE WS-HIT-COUNT
              WHEN 0
                 MOVE 'U' TO WS-PSG-RESULT (WS-PSG-IDX)
                 ADD 1 TO WS-UNMATCHED-COUNT
              WHEN 1
                 MOVE 'M' TO WS-PSG-RESULT (WS-PSG-IDX)
                 MOVE 'N' TO WS-PSG-METHOD (WS-PSG-IDX)
                 MOVE WS-HIT-CLIENT-ID
                    TO WS-PSG-CLIENT-ID (WS-PSG-IDX)
                 ADD 1 TO WS-MATCHED-COUNT WS-BY-NAME-COUNT
              WHEN OTHER
                 MOVE 'A' TO WS-PSG-RESULT (WS-PSG-IDX)
                 ADD 1 TO WS-AMBIGUOUS-COUNT
           END-EVALUATE.

      * A HIT ON EITHER NAME ORDER; THE FIRST THREE CANDIDATES ARE
      * KEPT FOR THE AMBIGUOUS LIST
       3030-COMPARE-ONE-CLIENT.
           IF WS-CLT-NAME-LNAME (WS-CLT-IDX) = WS-PSG-NORM
              OR WS-CLT-LNAME-NAME (WS-CLT-IDX) = WS-PSG-NORM
              ADD 1 TO WS-HIT-COUNT
              MOVE WS-CLT-ID (WS-CLT-IDX) TO WS-HIT-CLIENT-ID
              EVALUATE WS-HIT-COUNT
                 WHEN 1
                    MOVE WS-CLT-ID (WS-CLT-IDX)
                       TO WS-PSG-CANDIDATES (WS-PSG-IDX) (1:20)
                 WHEN 2
                    MOVE WS-CLT-ID (WS-CLT-IDX)
                       TO WS-PSG-CANDIDATES (WS-PSG-IDX) (22:20)
                 WHEN 3
                    MOVE WS-CLT-ID (WS-CLT-IDX)
                       TO WS-PSG-CANDIDATES (WS-PSG-IDX) (43:20)
              END-EVALUATE
           END-IF.
      * ...............................................................
      * REBUILD THE KEYED CROSS-REFERENCE FROM THE MATCHED ENTRIES
       3500-WRITE-XREF-FILE.
           OPEN OUTPUT PSGCLI.
           IF WS-PASSENGER-COUNT > ZERO
              PERFORM 3510-WRITE-ONE-LINK
                 VARYING WS-PSG-IDX FROM 1 BY 1
                 UNTIL WS-PSG-IDX > WS-PASSENGER-COUNT
           END-IF.
           CLOSE PSGCLI.

       3510-WRITE-ONE-LINK.
           IF WS-PSG-RESULT (WS-PSG-IDX) = 'M'
              MOVE SPACES TO REG-PSGCLI
              MOVE WS-PSG-CLIENT-ID (WS-PSG-IDX) TO PX-CLIENT-ID
              MOVE WS-PSG-DOC (WS-PSG-IDX)       TO PX-DOC
              MOVE WS-PSG-METHOD (WS-PSG-IDX)    TO PX-METHOD
              MOVE WS-PSG-NAME (WS-PSG-IDX)      TO PX-PSG-NAME
              MOVE WS-PSG-BOOKINGS (WS-PSG-IDX)  TO PX-BOOKINGS
              MOVE WS-TODAY                      TO PX-FEC-PROCESO
              WRITE REG-PSGCLI
                 INVALID KEY
                    DISPLAY "XRFPSG1 - DUPLICATE LINK " PX-KEY
              END-WRITE
           END-IF.
      * ...............................................................
       3600-WRITE-REPORT.
           OPEN OUTPUT XREFRPT.
           MOVE 'PASSENGER / CLIENT CROSS-REFERENCE' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'MATCHED PASSENGERS' TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 3610-WRITE-IF-MATCHED
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PASSENGER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'AMBIGUOUS - NAME FITS MORE THAN ONE CLIENT, NOT LINKED'
              TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 3620-WRITE-IF-AMBIGUOUS
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PASSENGER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'UNMATCHED PASSENGERS' TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 3630-WRITE-IF-UNMATCHED
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PASSENGER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PASSENGER DOCUMENTS' TO TL-LABEL.
           MOVE WS-PASSENGER-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'MATCHED BY DOCUMENT' TO TL-LABEL.
           MOVE WS-BY-DOC-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'MATCHED BY NAME' TO TL-LABEL.
           MOVE WS-BY-NAME-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'AMBIGUOUS' TO TL-LABEL.
           MOVE WS-AMBIGUOUS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 'UNMATCHED' TO TL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-TABLE-FULL
              MOVE 'TABLE FULL (5000) - RUN WAS PARTIAL' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           CLOSE XREFRPT.

       3610-WRITE-IF-MATCHED.
           IF WS-PSG-RESULT (WS-PSG-IDX) = 'M'
              MOVE WS-PSG-DOC (WS-PSG-IDX)       TO MDL-DOC
              MOVE WS-PSG-NAME (WS-PSG-IDX)      TO MDL-NAME
              MOVE WS-PSG-CLIENT-ID (WS-PSG-IDX) TO MDL-CLIENT-ID
              MOVE WS-PSG-BOOKINGS (WS-PSG-IDX)  TO MDL-BOOKINGS
              IF WS-PSG-METHOD (WS-PSG-IDX) = 'D'
                 MOVE 'DOCUMENT' TO MDL-METHOD
              ELSE
                 MOVE 'NAME' TO MDL-METHOD
              END-IF
              WRITE PRINT-LINE FROM MATCHED-DETAIL-LINE
           END-IF.

       3620-WRITE-IF-AMBIGUOUS.
           IF WS-PSG-RESULT (WS-PSG-IDX) = 'A'
              MOVE WS-PSG-DOC (WS-PSG-IDX)        TO ODL-DOC
              MOVE WS-PSG-NAME (WS-PSG-IDX)       TO ODL-NAME
              MOVE WS-PSG-CANDIDATES (WS-PSG-IDX) TO ODL-CANDIDATES
              WRITE PRINT-LINE FROM OTHER-DETAIL-LINE
           END-IF.

       3630-WRITE-IF-UNMATCHED.
           IF WS-PSG-RESULT (WS-PSG-IDX) = 'U'
              MOVE WS-PSG-DOC (WS-PSG-IDX)  TO ODL-DOC
              MOVE WS-PSG-NAME (WS-PSG-IDX) TO ODL-NAME
              MOVE SPACES                   TO ODL-CANDIDATES
              WRITE PRINT-LINE FROM OTHER-DETAIL-LINE
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       4100-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "XRFPSG1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
              WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=" WS-RUNLOG-STATUS
              " MATCH=" WS-MATCHED-COUNT
              " AMB=" WS-AMBIGUOUS-COUNT
              " UNM=" WS-UNMATCHED-COUNT
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM XRFPSG1.
