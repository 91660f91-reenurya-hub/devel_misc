             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EMP-ID
             FILE STATUS IS WS-EMPRESA-STATUS.
      * CABIN CLASSES PER FLIGHT (FLTCAB1) AND THE PASSENGER DETAIL
      * THEY ARE COUNTED FROM - FLIGHTS WITH CLASSES GET ONE LOAD-
      * FACTOR LINE PER CLASS UNDER THEIR DETAIL LINE
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PSG-STATUS.
      * SHARED BATCH PARAMETER FILE - WHEN AN ENTRY EXISTS FOR THIS
      * PROGRAM THE CONSOLE PROMPT IS SKIPPED, SO THE NIGHT RUN CAN
      * GO UNATTENDED. PARAMETERS USED ARE ECHOED TO THE RUN-LOG
            03 EMP-ESTADO       PIC X(01).
            03 EMP-FILLER       PIC X(483).

        FD FLTCLASS.
        01  FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

        FD PSGDTL.
        01  PSG-REC.
            05 PSG-FLIGHT-CODE          PIC 9(5).
            05 PSG-NAME                 PIC X(40).
            05 PSG-DOC                  PIC X(20).
            05 PSG-FARE                 PIC 9(7)V99.
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
            05 PSG-OVB                  PIC X(01).
      * CABIN CLASS BOOKED (FLTCLASS.DAT) - BLANK = Y
            05 PSG-CLASE                PIC X(01).
            05 PSG-FILLER               PIC X(04).

        FD BATCHPRM.
        01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
                05 WS-CIA-NAME          PIC X(30).
                05 WS-CIA-PAX           PIC 9(7).
                05 WS-CIA-CAP           PIC 9(7).
      * CABIN CLASSES OF EVERY FLIGHT WITH THEIR PASSENGER COUNT
      * FROM THE DETAIL FILE - BLANK CLASS ON THE DETAIL COUNTS AS Y
        01   WS-FCL-STATUS              PIC XX.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-CAB-EOF-SW              PIC X(01).
             88 WS-CAB-EOF              VALUE "Y".
        01   WS-CAB-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-CAB-IDX                 PIC 9(04).
        01   WS-CAB-CLASE-BUS           PIC X(01).
        01   WS-CAB-TABLE.
             03 WS-CAB-ENTRY OCCURS 3000 TIMES.
                05 WS-CAB-CODE          PIC 9(5).
                05 WS-CAB-CLASE         PIC X(1).
                05 WS-CAB-CAP           PIC 9(4).
                05 WS-CAB-PAX           PIC 9(4).
        01   WS-TOTAL-PASSENGERS        PIC 9(4).
        01   WS-TOTAL-CAPACITY          PIC 9(5).
        01   WS-LOAD-FACTOR             PIC 999.
        01   WS-CLASS-LOAD-FACTOR       PIC 999.
        01   WS-RECORDS-READ            PIC 9(5).
        01   WS-RECORDS-WRITTEN         PIC 9(5).
        01   WS-RUNLOG-STATUS           PIC X(10).
            05 FILLER                   PIC X(1)  VALUE '%'.
            05 FILLER                   PIC X(14)  VALUE SPACES.

        01  CLASS-LINE.
            05 FILLER                   PIC X(25) VALUE SPACES.
            05 FILLER                   PIC X(6)  VALUE 'CLASS '.
            05 CLS-CLASE                PIC X(1).
            05 FILLER                   PIC X(17) VALUE SPACES.
            05 CLS-PASSENGERS           PIC 9(5).
            05 FILLER                   PIC X(6)  VALUE SPACES.
            05 CLS-CAPACITY             PIC 9(5).
            05 FILLER                   PIC X(6)  VALUE SPACES.
            05 CLS-LOAD-FACTOR          PIC ZZ9.
            05 FILLER                   PIC X(1)  VALUE '%'.

        01  SUBTOTAL-LINE.
            05 FILLER                  PIC X(5)  VALUE SPACES.
            05 FILLER                  PIC X(15) VALUE
                 OPEN OUTPUT PRINT-FILE
                 OPEN EXTEND FLTHIST
                 PERFORM 0075-LOAD-AIRCIA-TABLE
                 PERFORM 0080-LOAD-CABIN-TABLE
                 OPEN INPUT EMPRESA
                 IF WS-CSV-REQUESTED
                    OPEN OUTPUT CSV-FILE
           END-IF.
           PERFORM 0200-STOP-RUN.

      * LOAD THE CABIN CLASSES AND COUNT EACH CLASS'S PASSENGERS IN
      * ONE PASS OF THE DETAIL FILE - NO FLTCLASS.DAT, NO CLASS LINES
        0080-LOAD-CABIN-TABLE.
           MOVE ZERO TO WS-CAB-COUNT.
           MOVE "N" TO WS-CAB-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0081-READ-NEXT-CABIN
              PERFORM 0082-ADD-CABIN-ENTRY
                 UNTIL WS-CAB-EOF OR WS-CAB-COUNT >= 3000
              CLOSE FLTCLASS
           END-IF.
           IF WS-CAB-COUNT > ZERO
              MOVE "N" TO WS-CAB-EOF-SW
              OPEN INPUT PSGDTL
              IF WS-PSG-STATUS NOT = "00"
                 IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                    CLOSE PSGDTL
                 END-IF
              ELSE
                 PERFORM 0083-READ-NEXT-PSG
                 PERFORM 0084-COUNT-ONE-PSG
                    UNTIL WS-CAB-EOF
                 CLOSE PSGDTL
              END-IF
           END-IF.

        0081-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-CAB-EOF-SW
           END-READ.

        0082-ADD-CABIN-ENTRY.
           ADD 1 TO WS-CAB-COUNT.
           MOVE FCL-FLIGHT-CODE TO WS-CAB-CODE (WS-CAB-COUNT).
           MOVE FCL-CLASE       TO WS-CAB-CLASE (WS-CAB-COUNT).
           MOVE FCL-CAPACITY    TO WS-CAB-CAP (WS-CAB-COUNT).
           MOVE ZERO            TO WS-CAB-PAX (WS-CAB-COUNT).
           PERFORM 0081-READ-NEXT-CABIN.

        0083-READ-NEXT-PSG.
           READ PSGDTL
              AT END MOVE "Y" TO WS-CAB-EOF-SW
           END-READ.

        0084-COUNT-ONE-PSG.
           MOVE PSG-CLASE TO WS-CAB-CLASE-BUS.
           IF WS-CAB-CLASE-BUS = SPACE
              MOVE "Y" TO WS-CAB-CLASE-BUS
           END-IF.
           PERFORM 0085-MATCH-CABIN-PSG
              VARYING WS-CAB-IDX FROM 1 BY 1
              UNTIL WS-CAB-IDX > WS-CAB-COUNT.
           PERFORM 0083-READ-NEXT-PSG.

        0085-MATCH-CABIN-PSG.
           IF WS-CAB-CODE (WS-CAB-IDX) = PSG-FLIGHT-CODE
              AND WS-CAB-CLASE (WS-CAB-IDX) = WS-CAB-CLASE-BUS
              ADD 1 TO WS-CAB-PAX (WS-CAB-IDX)
           END-IF.

      * LOAD THE AIRLINE-TO-COMPANY LOOKUP INTO A TABLE SO EACH
      * AIRLINE SUBTOTAL CAN BE RESOLVED TO A COMPANY WITHOUT
      * RE-READING AIRCIA.DAT EVERY BREAK
              ADD FLIGHT-CAPACITY TO WS-SUB-CAPACITY
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM 0120-WRITE-DETAIL-LINE
              PERFORM 0160-WRITE-CLASS-LINE
                 VARYING WS-CAB-IDX FROM 1 BY 1
                 UNTIL WS-CAB-IDX > WS-CAB-COUNT
              IF WS-CSV-REQUESTED
                 PERFORM 0116-WRITE-CSV-DETAIL-LINE
              END-IF
                 (FLIGHT-PASSENGERS * 100) / FLIGHT-CAPACITY
           END-IF.

      * ONE LINE PER CABIN CLASS OF THE FLIGHT, IN CABIN ORDER, WITH
      * THE SAME PAGE-BREAK RULE AS THE DETAIL LINE
        0160-WRITE-CLASS-LINE.
           IF WS-CAB-CODE (WS-CAB-IDX) = FLIGHT-CODE
              MOVE ZERO TO WS-CLASS-LOAD-FACTOR
              IF WS-CAB-CAP (WS-CAB-IDX) > ZERO
                 COMPUTE WS-CLASS-LOAD-FACTOR ROUNDED =
                    (WS-CAB-PAX (WS-CAB-IDX) * 100)
                    / WS-CAB-CAP (WS-CAB-IDX)
              END-IF
              MOVE WS-CAB-CLASE (WS-CAB-IDX) TO CLS-CLASE
              MOVE WS-CAB-PAX (WS-CAB-IDX)   TO CLS-PASSENGERS
              MOVE WS-CAB-CAP (WS-CAB-IDX)   TO CLS-CAPACITY
              MOVE WS-CLASS-LOAD-FACTOR      TO CLS-LOAD-FACTOR
              IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                 PERFORM 0110-WRITE-HEADING-LINE
              END-IF
              MOVE CLASS-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

        0110-WRITE-HEADING-LINE.
            ADD 1 TO WS-PAGE-NUM.
            MOVE WS-RUN-DATE-DISP TO H1-RUN-DATE.
