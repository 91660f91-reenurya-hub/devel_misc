      * DEMORPT1 = DEMOGRAPHIC SUMMARY OVER THE VALIDATED CLIENT FILE
      * DATAOK.DAT. COUNTS AND PERCENTAGES BY GENDER, CIVIL STATUS,
      * AGE BAND (FROM DATE OF BIRTH), PEOPLE IN CHARGE AND SALARY
      * BAND - THE CAMPAIGN PROFILE MARKETING USED TO PIVOT BY HAND.
      * WHEN THE PASSENGER CROSS-REFERENCE PSGCLI.DAT (XRFPSG1) IS ON
      * DISK, A SECOND COLUMN PROFILES THE CLIENTS WHO FLY AGAINST THE
      * WHOLE BASE, AND THE REPORT ENDS WITH THEIR TOP DESTINATIONS
      * (PSGDTL.DAT BOOKINGS ON FLIGHTS NOT CANCELLED)
      * ===============================================================
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SELECT OPTIONAL VCLIENTS ASSIGN TO "DATAOK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VCLIENTS-STATUS.
            SELECT OPTIONAL PSGCLI ASSIGN TO "PSGCLI.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PX-KEY
                FILE STATUS IS WS-PSGCLI-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PSGDTL-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FFILE-STATUS.
            SELECT DEMOREP ASSIGN TO "DEMOG.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            03 CLIENT-PEOPLE-CHARGE                PIC 9(2).
            03 CLIENT-SALARY                       PIC 9(9).

      * PASSENGER / CLIENT LINKS (XRFPSG1)
        FD PSGCLI.
        01 REG-PSGCLI.
            03 PX-KEY.
                05 PX-CLIENT-ID                    PIC X(20).
                05 PX-DOC                          PIC X(20).
            03 PX-METHOD                           PIC X(01).
            03 PX-PSG-NAME                         PIC X(40).
            03 PX-BOOKINGS                         PIC 9(05).
            03 PX-FEC-PROCESO                      PIC 9(08).
            03 FILLER                              PIC X(10).

        FD PSGDTL.
        01 PSG-REC.
            03 PSG-FLIGHT-CODE                     PIC 9(5).
            03 PSG-NAME                            PIC X(40).
            03 PSG-DOC                             PIC X(20).
            03 PSG-FARE                            PIC 9(7)V99.
            03 PSG-CHECKIN                         PIC X(01).
            03 PSG-SEAT                            PIC 9(03).
            03 PSG-FILLER                          PIC X(06).

        FD FFILE.
        01 FLIGHTDETAILS.
            03 FLIGHT-CODE                         PIC 9(5).
            03 FLIGHT-AIRLINE                      PIC X(20).
            03 FLIGHT-DEPARTURE                    PIC X(20).
            03 FLIGHT-ARRIVAL                      PIC X(20).
            03 FLIGHT-PASSENGERS                   PIC 9(4).
            03 FLIGHT-CAPACITY                     PIC 9(4).
            03 TOTAL-FLIGHT-PASSENGERS             PIC 9(6).
            03 FLIGHT-DATE                         PIC 9(8).
            03 FLIGHT-TIME                         PIC 9(4).
            03 FLIGHT-ACFT                         PIC X(4).
            03 FLIGHT-ESTADO                       PIC X(1).
            03 FLIGHT-FILLER                       PIC X(5).

        FD DEMOREP.
        01  PRINT-LINE        PIC X(80).

           05  WS-SYS-MONTH PIC 99.
           05  WS-SYS-DAY   PIC 99.

        01  WS-CLIENT-AGE                          PIC 9(3).

      * COLUMN 1 = THE WHOLE BASE, COLUMN 2 = CLIENTS WHO FLY
        01  WS-COL                                 PIC 9(1).
        01  WS-TALLY-TABLE.
            03 WS-TALLY OCCURS 2 TIMES.
               05 WS-TOTAL-CLIENTS                 PIC 9(7).
               05 WS-CNT-GEN-M                     PIC 9(7).
               05 WS-CNT-GEN-F                     PIC 9(7).
               05 WS-CNT-CIV-M                     PIC 9(7).
               05 WS-CNT-CIV-S                     PIC 9(7).
               05 WS-CNT-AGE-0-17                  PIC 9(7).
               05 WS-CNT-AGE-18-29                 PIC 9(7).
               05 WS-CNT-AGE-30-44                 PIC 9(7).
               05 WS-CNT-AGE-45-59                 PIC 9(7).
               05 WS-CNT-AGE-60-UP                 PIC 9(7).
               05 WS-CNT-CHG-0                     PIC 9(7).
               05 WS-CNT-CHG-1-2                   PIC 9(7).
               05 WS-CNT-CHG-3-5                   PIC 9(7).
               05 WS-CNT-CHG-6-UP                  PIC 9(7).
               05 WS-CNT-SAL-B1                    PIC 9(7).
               05 WS-CNT-SAL-B2                    PIC 9(7).
               05 WS-CNT-SAL-B3                    PIC 9(7).
               05 WS-CNT-SAL-B4                    PIC 9(7).

      * CLIENTS WITH A PASSENGER LINK, IN CLIENT-ID ORDER AS PSGCLI
      * HOLDS THEM, AND THE LINKED PASSENGER DOCUMENTS
        01  WS-PSGCLI-STATUS                       PIC XX.
        01  WS-PSGDTL-STATUS                       PIC XX.
        01  WS-FFILE-STATUS                        PIC XX.
        01  WS-EOF-SW                              PIC X(01).
            88 WS-EOF                              VALUE 'Y'.
        01  WS-XREF-SW                             PIC X(01) VALUE 'N'.
            88 WS-XREF-LOADED                      VALUE 'Y'.
        01  WS-VJ-COUNT                            PIC 9(05) VALUE ZERO.
        01  WS-VJ-TABLA.
            03 WS-VJ-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-VJ-COUNT
                  ASCENDING KEY IS WS-VJ-CLIENT-ID
                  INDEXED BY WS-VJ-IDX.
               05 WS-VJ-CLIENT-ID                  PIC X(20).
        01  WS-VJ-FOUND-SW                         PIC X(01).
            88 WS-VJ-FOUND                         VALUE 'Y'.
        01  WS-DOC-COUNT                           PIC 9(05) VALUE ZERO.
        01  WS-DOC-IDX                             PIC 9(05).
        01  WS-DOC-FOUND-SW                        PIC X(01).
            88 WS-DOC-FOUND                        VALUE 'Y'.
        01  WS-DOC-TABLA.
            03 WS-DOC-ID OCCURS 5000 TIMES         PIC X(20).

      * FLIGHTS IN MEMORY AND BOOKINGS PER DESTINATION
        01  WS-FLT-COUNT                           PIC 9(04) VALUE ZERO.
        01  WS-FLT-IDX                             PIC 9(04).
        01  WS-FLT-HIT                             PIC 9(04).
        01  WS-FLT-TABLA.
            03 WS-FLT-ENTRY OCCURS 1000 TIMES.
               05 WS-TBL-CODE                      PIC 9(5).
               05 WS-TBL-ARR                       PIC X(20).
               05 WS-TBL-ESTADO                    PIC X(1).
        01  WS-DST-COUNT                           PIC 9(03) VALUE ZERO.
        01  WS-DST-IDX                             PIC 9(03).
        01  WS-DST-IDX2                            PIC 9(03).
        01  WS-DST-HIT                             PIC 9(03).
        01  WS-DST-TOTAL                           PIC 9(07) VALUE ZERO.
        01  WS-DST-TABLA.
            03 WS-DST-ENTRY OCCURS 200 TIMES.
               05 WS-DST-CITY                      PIC X(20).
               05 WS-DST-BOOKINGS                  PIC 9(07).
        01  WS-DST-SWAP.
            03 WS-SWP-CITY                         PIC X(20).
            03 WS-SWP-BOOKINGS                     PIC 9(07).

        01  WS-PCT                                 PIC 9(3)V9.
        01  WS-LINE-COUNT-IN                       PIC 9(7).
        01  WS-LINE-COUNT-VJ                       PIC 9(7).

        01  WS-SUMMARY-LINE.
            03 FILLER              PIC X(3)   VALUE SPACES.
            03 FILLER              PIC X(3)   VALUE SPACES.
            03 SUM-PCT             PIC ZZ9.9.
            03 FILLER              PIC X(2)   VALUE ' %'.
            03 SUM-VJ-PART.
               05 FILLER           PIC X(3)   VALUE SPACES.
               05 SUM-VJ-VAL       PIC ZZZZZZ9.
               05 FILLER           PIC X(3)   VALUE SPACES.
               05 SUM-VJ-PCT       PIC ZZ9.9.
               05 FILLER           PIC X(2)   VALUE ' %'.
        01  WS-COLUMN-HEADING.
            03 FILLER              PIC X(33)  VALUE SPACES.
            03 FILLER              PIC X(17)  VALUE
               'BASE COMPLETA'.
            03 FILLER              PIC X(20)  VALUE
               '  CLIENTES VIAJEROS'.
        01  WS-DEST-LINE.
            03 FILLER              PIC X(3)   VALUE SPACES.
            03 DST-CITY            PIC X(30).
            03 DST-VAL             PIC ZZZZZZ9.
            03 FILLER              PIC X(3)   VALUE SPACES.
            03 DST-PCT             PIC ZZ9.9.
            03 FILLER              PIC X(2)   VALUE ' %'.

        PROCEDURE DIVISION.
        0050-MAINLINE.
              GOBACK
           END-IF.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           INITIALIZE WS-TALLY-TABLE.
           PERFORM 0400-LOAD-TRAVELLERS.
           PERFORM 0090-READ-CLIENT.
           PERFORM 0100-TALLY-ONE-CLIENT UNTIL ENDOFCLIENTS.
           CLOSE VCLIENTS.
           IF WS-XREF-LOADED
              PERFORM 0500-TALLY-DESTINATIONS
           END-IF.
           PERFORM 0300-WRITE-REPORT.
           DISPLAY "REPORTE GENERADO: DEMOG.RPT".
           MOVE 0 TO RETURN-CODE.
              END-READ.

        0100-TALLY-ONE-CLIENT.
           MOVE 1 TO WS-COL.
           PERFORM 0105-TALLY-IN-COLUMN.
           IF WS-XREF-LOADED
              MOVE 'N' TO WS-VJ-FOUND-SW
              SEARCH ALL WS-VJ-ENTRY
                 WHEN WS-VJ-CLIENT-ID (WS-VJ-IDX) = CLIENT-ID
                    MOVE 'Y' TO WS-VJ-FOUND-SW
              END-SEARCH
              IF WS-VJ-FOUND
                 MOVE 2 TO WS-COL
                 PERFORM 0105-TALLY-IN-COLUMN
              END-IF
           END-IF.
           PERFORM 0090-READ-CLIENT.

        0105-TALLY-IN-COLUMN.
           ADD 1 TO WS-TOTAL-CLIENTS (WS-COL).
           IF CLIENT-GENDER = 'M'
              ADD 1 TO WS-CNT-GEN-M (WS-COL)
           ELSE
              IF CLIENT-GENDER = 'F'
                 ADD 1 TO WS-CNT-GEN-F (WS-COL)
              END-IF
           END-IF.
           IF CLIENT-CIVIL-STATUS = 'M'
              ADD 1 TO WS-CNT-CIV-M (WS-COL)
           ELSE
              IF CLIENT-CIVIL-STATUS = 'S'
                 ADD 1 TO WS-CNT-CIV-S (WS-COL)
              END-IF
           END-IF.
           PERFORM 0110-TALLY-AGE-BAND.
           PERFORM 0120-TALLY-CHARGE-BAND.
           PERFORM 0130-TALLY-SALARY-BAND.

        0110-TALLY-AGE-BAND.
           IF YEAR-DOB IS NUMERIC AND YEAR-DOB NOT = ZERO
              AND YEAR-DOB NOT > WS-SYS-YEAR
              COMPUTE WS-CLIENT-AGE = WS-SYS-YEAR - YEAR-DOB
              IF WS-CLIENT-AGE < 18
                 ADD 1 TO WS-CNT-AGE-0-17 (WS-COL)
              ELSE
              IF WS-CLIENT-AGE < 30
                 ADD 1 TO WS-CNT-AGE-18-29 (WS-COL)
              ELSE
              IF WS-CLIENT-AGE < 45
                 ADD 1 TO WS-CNT-AGE-30-44 (WS-COL)
              ELSE
              IF WS-CLIENT-AGE < 60
                 ADD 1 TO WS-CNT-AGE-45-59 (WS-COL)
              ELSE
                 ADD 1 TO WS-CNT-AGE-60-UP (WS-COL)
              END-IF
              END-IF
              END-IF
        0120-TALLY-CHARGE-BAND.
           IF CLIENT-PEOPLE-CHARGE IS NUMERIC
              IF CLIENT-PEOPLE-CHARGE = ZERO
                 ADD 1 TO WS-CNT-CHG-0 (WS-COL)
              ELSE
              IF CLIENT-PEOPLE-CHARGE < 3
                 ADD 1 TO WS-CNT-CHG-1-2 (WS-COL)
              ELSE
              IF CLIENT-PEOPLE-CHARGE < 6
                 ADD 1 TO WS-CNT-CHG-3-5 (WS-COL)
              ELSE
                 ADD 1 TO WS-CNT-CHG-6-UP (WS-COL)
              END-IF
              END-IF
              END-IF
        0130-TALLY-SALARY-BAND.
           IF CLIENT-SALARY IS NUMERIC
              IF CLIENT-SALARY < 1000000
                 ADD 1 TO WS-CNT-SAL-B1 (WS-COL)
              ELSE
              IF CLIENT-SALARY < 5000000
                 ADD 1 TO WS-CNT-SAL-B2 (WS-COL)
              ELSE
              IF CLIENT-SALARY < 20000000
                 ADD 1 TO WS-CNT-SAL-B3 (WS-COL)
              ELSE
                 ADD 1 TO WS-CNT-SAL-B4 (WS-COL)
              END-IF
              END-IF
              END-IF
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-XREF-LOADED
              MOVE WS-COLUMN-HEADING TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "POR GENERO" DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "MASCULINO"            TO SUM-LABEL-TXT.
           MOVE WS-CNT-GEN-M (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-GEN-M (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "FEMENINO"             TO SUM-LABEL-TXT.
           MOVE WS-CNT-GEN-F (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-GEN-F (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
              INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "CASADO"               TO SUM-LABEL-TXT.
           MOVE WS-CNT-CIV-M (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CIV-M (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "SOLTERO"              TO SUM-LABEL-TXT.
           MOVE WS-CNT-CIV-S (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CIV-S (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
              INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "MENOR DE 18"          TO SUM-LABEL-TXT.
           MOVE WS-CNT-AGE-0-17 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-AGE-0-17 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "18 A 29"              TO SUM-LABEL-TXT.
           MOVE WS-CNT-AGE-18-29 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-AGE-18-29 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "30 A 44"              TO SUM-LABEL-TXT.
           MOVE WS-CNT-AGE-30-44 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-AGE-30-44 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "45 A 59"              TO SUM-LABEL-TXT.
           MOVE WS-CNT-AGE-45-59 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-AGE-45-59 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "60 O MAS"             TO SUM-LABEL-TXT.
           MOVE WS-CNT-AGE-60-UP (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-AGE-60-UP (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
              INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "SIN PERSONAS A CARGO" TO SUM-LABEL-TXT.
           MOVE WS-CNT-CHG-0 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CHG-0 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "1 A 2"                TO SUM-LABEL-TXT.
           MOVE WS-CNT-CHG-1-2 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CHG-1-2 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "3 A 5"                TO SUM-LABEL-TXT.
           MOVE WS-CNT-CHG-3-5 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CHG-3-5 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "6 O MAS"              TO SUM-LABEL-TXT.
           MOVE WS-CNT-CHG-6-UP (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-CHG-6-UP (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
              INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "HASTA 999,999"        TO SUM-LABEL-TXT.
           MOVE WS-CNT-SAL-B1 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-SAL-B1 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "1,000,000 A 4,999,999" TO SUM-LABEL-TXT.
           MOVE WS-CNT-SAL-B2 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-SAL-B2 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "5,000,000 A 19,999,999" TO SUM-LABEL-TXT.
           MOVE WS-CNT-SAL-B3 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-SAL-B3 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE "20,000,000 O MAS"     TO SUM-LABEL-TXT.
           MOVE WS-CNT-SAL-B4 (1) TO WS-LINE-COUNT-IN.
           MOVE WS-CNT-SAL-B4 (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "TOTAL CLIENTES"       TO SUM-LABEL-TXT.
           MOVE WS-TOTAL-CLIENTS (1) TO WS-LINE-COUNT-IN.
           MOVE WS-TOTAL-CLIENTS (2) TO WS-LINE-COUNT-VJ.
           PERFORM 0310-WRITE-COUNT-LINE.
           IF WS-XREF-LOADED
              PERFORM 0320-WRITE-DESTINATIONS
           END-IF.
           CLOSE DEMOREP.

        0310-WRITE-COUNT-LINE.
           MOVE WS-LINE-COUNT-IN TO SUM-LABEL-VAL.
           IF WS-TOTAL-CLIENTS (1) > ZERO
              COMPUTE WS-PCT ROUNDED =
                 (WS-LINE-COUNT-IN * 100) / WS-TOTAL-CLIENTS (1)
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.
           MOVE WS-PCT TO SUM-PCT.
           IF WS-XREF-LOADED
              MOVE WS-LINE-COUNT-VJ TO SUM-VJ-VAL
              IF WS-TOTAL-CLIENTS (2) > ZERO
                 COMPUTE WS-PCT ROUNDED =
                    (WS-LINE-COUNT-VJ * 100) / WS-TOTAL-CLIENTS (2)
              ELSE
                 MOVE ZERO TO WS-PCT
              END-IF
              MOVE WS-PCT TO SUM-VJ-PCT
           ELSE
              MOVE SPACES TO SUM-VJ-PART
           END-IF.
           MOVE WS-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * TOP TEN DESTINATIONS OF THE CLIENTS WHO FLY
        0320-WRITE-DESTINATIONS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DESTINOS DE LOS CLIENTES VIAJEROS (RESERVAS)"
              DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-DST-COUNT = ZERO
              MOVE "   SIN RESERVAS DE CLIENTES" TO PRINT-LINE
              WRITE PRINT-LINE
           ELSE
              PERFORM 0330-WRITE-ONE-DESTINATION
                 VARYING WS-DST-IDX FROM 1 BY 1
                 UNTIL WS-DST-IDX > WS-DST-COUNT OR WS-DST-IDX > 10
           END-IF.

        0330-WRITE-ONE-DESTINATION.
           MOVE WS-DST-CITY (WS-DST-IDX) TO DST-CITY.
           MOVE WS-DST-BOOKINGS (WS-DST-IDX) TO DST-VAL.
           COMPUTE WS-PCT ROUNDED =
              (WS-DST-BOOKINGS (WS-DST-IDX) * 100) / WS-DST-TOTAL.
           MOVE WS-PCT TO DST-PCT.
           MOVE WS-DEST-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * CLIENT-IDS AND DOCUMENTS OF THE PASSENGER CROSS-REFERENCE -
      * WITHOUT IT ON DISK THE REPORT IS THE WHOLE-BASE PROFILE ONLY
        0400-LOAD-TRAVELLERS.
           OPEN INPUT PSGCLI.
           IF WS-PSGCLI-STATUS NOT = "00"
              IF WS-PSGCLI-STATUS = "05" OR WS-PSGCLI-STATUS = "35"
                 CLOSE PSGCLI
              END-IF
           ELSE
              MOVE 'Y' TO WS-XREF-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0410-READ-NEXT-LINK
              PERFORM 0420-ADD-LINK
                 UNTIL WS-EOF
              CLOSE PSGCLI
              IF WS-VJ-COUNT = ZERO
                 MOVE 'N' TO WS-XREF-SW
              END-IF
           END-IF.

        0410-READ-NEXT-LINK.
           READ PSGCLI NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * THE FILE IS IN CLIENT-ID ORDER, SO A NEW CLIENT IS ONE THAT
      * DIFFERS FROM THE LAST ONE ADDED
        0420-ADD-LINK.
           IF WS-VJ-COUNT < 5000
              IF WS-VJ-COUNT = ZERO
                 OR PX-CLIENT-ID NOT = WS-VJ-CLIENT-ID (WS-VJ-COUNT)
                 ADD 1 TO WS-VJ-COUNT
                 MOVE PX-CLIENT-ID TO WS-VJ-CLIENT-ID (WS-VJ-COUNT)
              END-IF
           END-IF.
           IF WS-DOC-COUNT < 5000
              ADD 1 TO WS-DOC-COUNT
              MOVE PX-DOC TO WS-DOC-ID (WS-DOC-COUNT)
           END-IF.
           PERFORM 0410-READ-NEXT-LINK.

      * BOOKINGS OF THE LINKED DOCUMENTS PER ARRIVAL CITY, FLIGHTS
      * NOT CANCELLED, SORTED MOST BOOKED FIRST
        0500-TALLY-DESTINATIONS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0510-READ-NEXT-FLIGHT
              PERFORM 0520-LOAD-ONE-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-COUNT >= 1000
              CLOSE FFILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSGDTL-STATUS NOT = "00"
              IF WS-PSGDTL-STATUS = "05" OR WS-PSGDTL-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              PERFORM 0530-READ-NEXT-BOOKING
              PERFORM 0540-TALLY-ONE-BOOKING
                 UNTIL WS-EOF
              CLOSE PSGDTL
           END-IF.
           IF WS-DST-COUNT > 1
              PERFORM 0570-OUTER-PASS
                 VARYING WS-DST-IDX FROM 1 BY 1
                 UNTIL WS-DST-IDX >= WS-DST-COUNT
           END-IF.

        0510-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0520-LOAD-ONE-FLIGHT.
           ADD 1 TO WS-FLT-COUNT.
           MOVE FLIGHT-CODE    TO WS-TBL-CODE (WS-FLT-COUNT).
           MOVE FLIGHT-ARRIVAL TO WS-TBL-ARR (WS-FLT-COUNT).
           MOVE FLIGHT-ESTADO  TO WS-TBL-ESTADO (WS-FLT-COUNT).
           PERFORM 0510-READ-NEXT-FLIGHT.

        0530-READ-NEXT-BOOKING.
           READ PSGDTL
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0540-TALLY-ONE-BOOKING.
           MOVE 'N' TO WS-DOC-FOUND-SW.
           PERFORM 0550-MATCH-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-DOC-FOUND.
           IF WS-DOC-FOUND
              MOVE ZERO TO WS-FLT-HIT
              PERFORM 0560-FIND-FLIGHT
                 VARYING WS-FLT-IDX FROM 1 BY 1
                 UNTIL WS-FLT-IDX > WS-FLT-COUNT OR WS-FLT-HIT > ZERO
              IF WS-FLT-HIT > ZERO
                 AND WS-TBL-ESTADO (WS-FLT-HIT) NOT = "C"
                 PERFORM 0565-ADD-DESTINATION
              END-IF
           END-IF.
           PERFORM 0530-READ-NEXT-BOOKING.

        0550-MATCH-DOC.
           IF WS-DOC-ID (WS-DOC-IDX) = PSG-DOC
              MOVE 'Y' TO WS-DOC-FOUND-SW
           END-IF.

        0560-FIND-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = PSG-FLIGHT-CODE
              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

        0565-ADD-DESTINATION.
           MOVE ZERO TO WS-DST-HIT.
           PERFORM 0566-MATCH-CITY
              VARYING WS-DST-IDX FROM 1 BY 1
              UNTIL WS-DST-IDX > WS-DST-COUNT OR WS-DST-HIT > ZERO.
           IF WS-DST-HIT = ZERO AND WS-DST-COUNT < 200
              ADD 1 TO WS-DST-COUNT
              MOVE WS-DST-COUNT TO WS-DST-HIT
              MOVE WS-TBL-ARR (WS-FLT-HIT) TO WS-DST-CITY (WS-DST-HIT)
              MOVE ZERO TO WS-DST-BOOKINGS (WS-DST-HIT)
           END-IF.
           IF WS-DST-HIT > ZERO
              ADD 1 TO WS-DST-BOOKINGS (WS-DST-HIT)
              ADD 1 TO WS-DST-TOTAL
           END-IF.

        0566-MATCH-CITY.
           IF WS-DST-CITY (WS-DST-IDX) = WS-TBL-ARR (WS-FLT-HIT)
              MOVE WS-DST-IDX TO WS-DST-HIT
           END-IF.

      * SELECTION SORT, MOST BOOKINGS FIRST
        0570-OUTER-PASS.
           PERFORM 0580-INNER-PASS
              VARYING WS-DST-IDX2 FROM WS-DST-IDX BY 1
              UNTIL WS-DST-IDX2 >= WS-DST-COUNT.

        0580-INNER-PASS.
           IF WS-DST-BOOKINGS (WS-DST-IDX2 + 1) >
              WS-DST-BOOKINGS (WS-DST-IDX)
              MOVE WS-DST-ENTRY (WS-DST-IDX) TO WS-DST-SWAP
              MOVE WS-DST-ENTRY (WS-DST-IDX2 + 1)
                 TO WS-DST-ENTRY (WS-DST-IDX)
              MOVE WS-DST-SWAP TO WS-DST-ENTRY (WS-DST-IDX2 + 1)
           END-IF.

        END PROGRAM DEMORPT1.
