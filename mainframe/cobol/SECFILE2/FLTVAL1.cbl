      * THE FILE THE FLIGHT REPORTS NOW READ - AND WRITES EVERY
      * REJECT WITH ITS REASON TO THE ERROR REPORT FLTERR.RPT. A
      * CONFIGURABLE BAD-RECORD THRESHOLD STOPS THE JOB SO A
      * SHIFTED-COLUMN FILE CANNOT FLOOD THE NIGHT RUN. FLIGHTS WITH
      * CABIN CLASSES ON FLTCLASS.DAT (FLTCAB1) ARE ALSO CHECKED: THE
      * CLASS SEATS MUST ADD UP TO THE CAPACITY, CLASS Y MUST BE
      * THERE AND, WHEN THE AIRCRAFT TYPE HAS A CABIN CONFIGURATION,
      * EVERY CLASS MUST CARRY THE SEATS THAT CONFIGURATION GIVES IT
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL ACFTYPE ASSIGN TO "ACFTYPE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACF-STATUS.
      * CABIN CLASSES PER FLIGHT (FLTCAB1) - NO FILE, NO CABIN CHECK
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.
            SELECT ERRORREP ASSIGN TO "FLTERR.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERR-STATUS.
       FD AIRLINES.
       01  AIRLINE-REC.
            05 AIR-NAME                 PIC X(20).
      * MARGEN DE SOBREVENTA Y REGLA DE COMPENSACION POR EMBARQUE
      * DENEGADO (PSGENT1 / PSGCLS1) - AQUI SOLO SE VALIDA EL NOMBRE
            05 AIR-OVB-PCT              PIC 9(03).
            05 AIR-COMP-TIPO            PIC X(01).
            05 AIR-COMP-VALOR           PIC 9(7)V99.

       FD ACFTYPE.
       01 ACF-REC.
            05 ACF-CODE                 PIC X(4).
            05 ACF-DESC                 PIC X(20).
            05 ACF-SEATS                PIC 9(4).
            05 ACF-CFG OCCURS 3 TIMES.
               07 ACF-CFG-CLASE         PIC X(1).
               07 ACF-CFG-SEATS         PIC 9(4).

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

       FD ERRORREP.
       01  PRINT-LINE                   PIC X(150).
             03 WS-ACF-ENTRY OCCURS 100 TIMES.
                05 WS-ACF-TBL-CODE      PIC X(4).
                05 WS-ACF-TBL-SEATS     PIC 9(4).
                05 WS-ACF-TBL-CFG OCCURS 3 TIMES.
                   07 WS-ACF-TBL-CFG-CLASE PIC X(1).
                   07 WS-ACF-TBL-CFG-SEATS PIC 9(4).
        01   WS-CFG-IDX                 PIC 9(01).

      * CABIN-CLASS TABLE - LOADED ONCE AT START-UP
        01   WS-FCL-STATUS              PIC XX.
        01   WS-FCL-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FCL-IDX                 PIC 9(04).
        01   WS-FCL-EOF-SW              PIC X(01).
             88 WS-FCL-EOF              VALUE "Y".
        01   WS-FCL-TABLA.
             03 WS-FCL-ENTRY OCCURS 3000 TIMES.
                05 WS-FCL-TBL-CODE      PIC 9(5).
                05 WS-FCL-TBL-CLASE     PIC X(1).
                05 WS-FCL-TBL-CAPACITY  PIC 9(4).
      * CABIN FIGURES OF THE FLIGHT BEING CHECKED
        01   WS-CAB-ACF-IDX             PIC 9(03).
        01   WS-CAB-LINES               PIC 9(02).
        01   WS-CAB-SUM                 PIC 9(04).
        01   WS-CAB-BAD-CFG             PIC 9(02).
        01   WS-CAB-CFG-HIT-SW          PIC X(01).
             88 WS-CAB-CFG-HIT          VALUE "Y".
        01   WS-CAB-Y-SW                PIC X(01).
             88 WS-CAB-HAS-Y            VALUE "Y".

        01   WS-ERR-DETAIL.
             05 ERR-RAW                 PIC X(101).
           END-IF.
           PERFORM 0060-LOAD-AIRLINES.
           PERFORM 0090-LOAD-ACFT-TYPES.
           PERFORM 0094-LOAD-CABINS.
           OPEN OUTPUT FLIGHTOK.
           OPEN OUTPUT ERRORREP.
           MOVE SPACES TO PRINT-LINE.
           ADD 1 TO WS-ACF-COUNT.
           MOVE ACF-CODE  TO WS-ACF-TBL-CODE (WS-ACF-COUNT).
           MOVE ACF-SEATS TO WS-ACF-TBL-SEATS (WS-ACF-COUNT).
           PERFORM 0093-ADD-ACF-CFG
              VARYING WS-CFG-IDX FROM 1 BY 1 UNTIL WS-CFG-IDX > 3.
           PERFORM 0091-READ-NEXT-ACF.

      * TYPES WITHOUT A CABIN CONFIGURATION COME IN BLANK
        0093-ADD-ACF-CFG.
           IF ACF-CFG-CLASE (WS-CFG-IDX) NOT = SPACE
              AND ACF-CFG-SEATS (WS-CFG-IDX) IS NUMERIC
              MOVE ACF-CFG-CLASE (WS-CFG-IDX)
                 TO WS-ACF-TBL-CFG-CLASE (WS-ACF-COUNT, WS-CFG-IDX)
              MOVE ACF-CFG-SEATS (WS-CFG-IDX)
                 TO WS-ACF-TBL-CFG-SEATS (WS-ACF-COUNT, WS-CFG-IDX)
           ELSE
              MOVE SPACE
                 TO WS-ACF-TBL-CFG-CLASE (WS-ACF-COUNT, WS-CFG-IDX)
              MOVE ZERO
                 TO WS-ACF-TBL-CFG-SEATS (WS-ACF-COUNT, WS-CFG-IDX)
           END-IF.

      * LOAD THE CABIN CLASSES - WITHOUT THE FILE EVERY FLIGHT IS A
      * SINGLE-CABIN FLIGHT AND THERE IS NOTHING TO CHECK
        0094-LOAD-CABINS.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              MOVE "N" TO WS-FCL-EOF-SW
              PERFORM 0095-READ-NEXT-CABIN
              PERFORM 0096-ADD-CABIN
                 UNTIL WS-FCL-EOF OR WS-FCL-COUNT >= 3000
              CLOSE FLTCLASS
           END-IF.

        0095-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-FCL-EOF-SW
           END-READ.

        0096-ADD-CABIN.
           ADD 1 TO WS-FCL-COUNT.
           MOVE FCL-FLIGHT-CODE TO WS-FCL-TBL-CODE (WS-FCL-COUNT).
           MOVE FCL-CLASE       TO WS-FCL-TBL-CLASE (WS-FCL-COUNT).
           MOVE FCL-CAPACITY    TO WS-FCL-TBL-CAPACITY (WS-FCL-COUNT).
           PERFORM 0095-READ-NEXT-CABIN.

        0100-VALIDATE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           MOVE "Y" TO WS-REG-VALIDO.
              END-IF
      * AIRCRAFT TYPE: BLANK PASSES (PRE-TYPE RECORDS), OTHERWISE IT
      * MUST EXIST AND THE CAPACITY MATCH ITS SEAT COUNT
              MOVE ZERO TO WS-CAB-ACF-IDX
              IF WS-REG-OK AND WS-ACF-LOADED
                 AND RAW-FLIGHT-ACFT NOT = SPACES
                 PERFORM 0400-CHECK-ACFT-TYPE
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE "CAPACITY DOES NOT MATCH TYPE"
                       TO WS-MOTIVO
                 ELSE
                    MOVE WS-ACF-IDX TO WS-CAB-ACF-IDX
                 END-IF
                 END-IF
              END-IF
              IF WS-REG-OK AND WS-FCL-COUNT > ZERO
                 PERFORM 0500-CHECK-CABINS
              END-IF.

        0300-CHECK-AIRLINE.
              MOVE "Y" TO WS-ACF-FOUND-SW
           END-IF.

      * CABIN CLASSES OF THE FLIGHT, IF IT HAS ANY ON FLTCLASS.DAT
        0500-CHECK-CABINS.
           MOVE ZERO TO WS-CAB-LINES WS-CAB-SUM WS-CAB-BAD-CFG.
           MOVE "N" TO WS-CAB-Y-SW.
           PERFORM 0510-ADD-CABIN-LINE
              VARYING WS-FCL-IDX FROM 1 BY 1
              UNTIL WS-FCL-IDX > WS-FCL-COUNT.
           IF WS-CAB-LINES > ZERO
              IF WS-CAB-SUM NOT = RAW-FLIGHT-CAPACITY
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "CABIN SEATS DO NOT ADD TO CAPACITY"
                    TO WS-MOTIVO
              ELSE
              IF NOT WS-CAB-HAS-Y
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "CABIN CLASSES WITHOUT CLASS Y" TO WS-MOTIVO
              ELSE
              IF WS-CAB-BAD-CFG > ZERO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "CABIN CLASSES DO NOT MATCH TYPE"
                    TO WS-MOTIVO
              END-IF
              END-IF
              END-IF
           END-IF.

        0510-ADD-CABIN-LINE.
           IF WS-FCL-TBL-CODE (WS-FCL-IDX) = RAW-FLIGHT-CODE
              ADD 1 TO WS-CAB-LINES
              ADD WS-FCL-TBL-CAPACITY (WS-FCL-IDX) TO WS-CAB-SUM
              IF WS-FCL-TBL-CLASE (WS-FCL-IDX) = "Y"
                 MOVE "Y" TO WS-CAB-Y-SW
              END-IF
              IF WS-CAB-ACF-IDX > ZERO
                 AND WS-ACF-TBL-CFG-CLASE (WS-CAB-ACF-IDX, 1)
                    NOT = SPACE
                 MOVE "N" TO WS-CAB-CFG-HIT-SW
                 PERFORM 0520-MATCH-CABIN-CFG
                    VARYING WS-CFG-IDX FROM 1 BY 1
                    UNTIL WS-CFG-IDX > 3
                 IF NOT WS-CAB-CFG-HIT
                    ADD 1 TO WS-CAB-BAD-CFG
                 END-IF
              END-IF
           END-IF.

        0520-MATCH-CABIN-CFG.
           IF WS-ACF-TBL-CFG-CLASE (WS-CAB-ACF-IDX, WS-CFG-IDX) =
              WS-FCL-TBL-CLASE (WS-FCL-IDX)
              AND WS-ACF-TBL-CFG-SEATS (WS-CAB-ACF-IDX, WS-CFG-IDX) =
              WS-FCL-TBL-CAPACITY (WS-FCL-IDX)
              MOVE "Y" TO WS-CAB-CFG-HIT-SW
           END-IF.

        0800-WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
