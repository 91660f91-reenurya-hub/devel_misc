       IDENTIFICATION DIVISION.
       PROGRAM-ID. FFACR1.
      * ===============================================================
      * FFACR1 = FREQUENT-FLYER ACCRUAL. WALKS EVERY BOOKING OF
      * PSGDTL.DAT AND CREDITS POINTS TO THE LOYALTY ACCOUNT OF THE
      * PASSENGER DOCUMENT (FFMST.DAT, OPENED ON THE FIRST CREDIT) FOR
      * EACH PASSENGER CHECKED IN (PSG-CHECKIN = C) ON A COMPLETED
      * FLIGHT - ONE NOT CANCELLED AND DATED BEFORE TODAY. POINTS ARE
      * THE FARE DIVIDED BY THE FARE UNIT (BATCHPRM FFACR1/FARE-UNIT,
      * DEFAULT 1000 PER POINT). CANCELLED FLIGHTS, NO-SHOWS AND
      * FLIGHTS NOT YET FLOWN EARN NOTHING.
      * EVERY CREDIT IS APPENDED TO THE LEDGER FFACR.DAT; A BOOKING
      * ALREADY ON THE LEDGER IS NEVER CREDITED AGAIN, SO THE RUN CAN
      * BE REPEATED. DETAIL OF THE CREDITS TO FFACR.RPT.
      * TIERS ARE SET AT YEAR END BY FFTIER1, STATEMENTS BY FFSTM1
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PSG-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
      * LOYALTY ACCOUNT MASTER, KEYED ON THE PASSENGER DOCUMENT
            SELECT OPTIONAL FFMST ASSIGN TO "FFMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FFM-DOC
             FILE STATUS IS WS-FFM-STATUS.
      * ACCRUAL LEDGER - ONE LINE PER BOOKING CREDITED
            SELECT OPTIONAL FFLEDGER ASSIGN TO "FFACR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFA-STATUS.
            SELECT ACRRPT ASSIGN TO "FFACR.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH PARAMETER FILE AND RUN-LOG
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.
            SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PSGDTL.
       01 PSG-REC.
            05 PSG-FLIGHT-CODE          PIC 9(5).
            05 PSG-NAME                 PIC X(40).
            05 PSG-DOC                  PIC X(20).
            05 PSG-FARE                 PIC 9(7)V99.
      * ESTADO DE PRESENTACION EN PUERTA: C = CHEQUEADO/ABORDO,
      * BLANCO = SOLO RESERVADO (LO MARCA PSGCHK1)
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

       FD FFILE.
       01 FLIGHTDETAILS.
            05 FLIGHT-CODE               PIC 9(5).
            05 FLIGHT-AIRLINE            PIC X(20).
            05 FLIGHT-DEPARTURE          PIC X(20).
            05 FLIGHT-ARRIVAL            PIC X(20).
            05 FLIGHT-PASSENGERS         PIC 9(4).
            05 FLIGHT-CAPACITY           PIC 9(4).
            05 TOTAL-FLIGHT-PASSENGERS    PIC 9(6).
            05 FLIGHT-DATE               PIC 9(8).
            05 FLIGHT-TIME               PIC 9(4).
            05 FLIGHT-ACFT               PIC X(4).
      * ESTADO DEL VUELO: A O BLANCO = ACTIVO, C = CANCELADO
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD FFMST.
       01 FFM-REC.
            05 FFM-DOC                  PIC X(20).
            05 FFM-NAME                 PIC X(40).
      * NIVEL: B = BASICO, S = PLATA, G = ORO, N = SIN NIVEL (NO
      * ALCANZO EL MINIMO DEL NIVEL BASICO EN LA ULTIMA EVALUACION)
            05 FFM-TIER                 PIC X(01).
      * SALDO DE PUNTOS ACUMULADOS
            05 FFM-PUNTOS               PIC 9(09).
            05 FFM-FEC-ALTA             PIC 9(08).
            05 FFM-FEC-ULT              PIC 9(08).
      * ULTIMA EVALUACION DE FIN DE ANO (FFTIER1): ANO, PUNTOS DEL
      * ANO Y NIVEL QUE TENIA ANTES DE ELLA
            05 FFM-ANIO-EVAL            PIC 9(04).
            05 FFM-PTS-EVAL             PIC 9(09).
            05 FFM-TIER-ANT             PIC X(01).
            05 FFM-FILLER               PIC X(20).

       FD FFLEDGER.
       01 FFA-REC.
            05 FFA-DOC                  PIC X(20).
            05 FFA-FLIGHT-CODE          PIC 9(5).
            05 FFA-FLIGHT-DATE          PIC 9(8).
            05 FFA-FARE                 PIC 9(7)V99.
            05 FFA-PUNTOS               PIC 9(7).
            05 FFA-FEC-PROCESO          PIC 9(8).

       FD ACRRPT.
       01  RPT-LINE                     PIC X(100).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD RUNLOG.
       01  RUNLOG-LINE                  PIC X(80).

        WORKING-STORAGE SECTION.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-FFM-STATUS              PIC XX.
        01   WS-FFA-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".

        01   WS-PRM-STATUS              PIC XX.
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-RUNLOG-STATUS           PIC X(10) VALUE SPACES.

      * IMPORTE DE TARIFA QUE VALE UN PUNTO
        01   WS-FARE-UNIT               PIC 9(07) VALUE 1000.
        01   WS-FARE-UNIT-X             PIC X(07).

        01   WS-HOY                     PIC 9(08).
        01   WS-PUNTOS                  PIC 9(07).
        01   WS-MIEMBRO-SW              PIC X(01).
             88 WS-MIEMBRO-NUEVO        VALUE "Y".

        01   WS-CNT-LEIDAS              PIC 9(06) VALUE ZERO.
        01   WS-CNT-ACREDITADAS         PIC 9(06) VALUE ZERO.
        01   WS-CNT-CANCELADOS          PIC 9(06) VALUE ZERO.
        01   WS-CNT-NOSHOW              PIC 9(06) VALUE ZERO.
        01   WS-CNT-PENDIENTES          PIC 9(06) VALUE ZERO.
        01   WS-CNT-YA-ACREDITADAS      PIC 9(06) VALUE ZERO.
        01   WS-CNT-SIN-VUELO           PIC 9(06) VALUE ZERO.
        01   WS-CNT-NUEVOS              PIC 9(06) VALUE ZERO.
        01   WS-TOT-PUNTOS              PIC 9(09) VALUE ZERO.

      * VUELOS EN MEMORIA: FECHA Y ESTADO DE CADA CODIGO
        01   WS-FLT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FLT-IDX                 PIC 9(04).
        01   WS-FLT-HIT                 PIC 9(04).
        01   WS-FLT-TABLA.
             03 WS-FLT-ENTRY OCCURS 1000 TIMES.
                05 WS-TBL-CODE          PIC 9(5).
                05 WS-TBL-DATE          PIC 9(8).
                05 WS-TBL-ESTADO        PIC X(1).

      * RESERVAS YA ACREDITADAS (DOCUMENTO + VUELO) DEL LIBRO
        01   WS-LED-COUNT               PIC 9(05) VALUE ZERO.
        01   WS-LED-IDX                 PIC 9(05).
        01   WS-LED-HIT-SW              PIC X(01).
             88 WS-LED-HIT              VALUE "Y".
        01   WS-LED-TABLA.
             03 WS-LED-ENTRY OCCURS 20000 TIMES.
                05 WS-LED-DOC           PIC X(20).
                05 WS-LED-CODE          PIC 9(5).

        01   WS-LIN-CREDITO.
             05 ACR-DOC                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-NAME                PIC X(30).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-CODE                PIC 9(5).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-DATE                PIC 9(8).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-FARE                PIC Z,ZZZ,ZZ9.99.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-PUNTOS              PIC Z,ZZZ,ZZ9.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ACR-NUEVO               PIC X(05).

        01   WS-RUN-DATE.
             05 WS-RUN-YY               PIC 9(04).
             05 WS-RUN-MM               PIC 9(02).
             05 WS-RUN-DD               PIC 9(02).
        01   WS-RUN-TIME.
             05 WS-RUN-HH               PIC 99.
             05 WS-RUN-MN               PIC 99.
             05 WS-RUN-SS               PIC 99.
             05 WS-RUN-HS               PIC 99.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "FARE-UNIT   " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:7) TO WS-FARE-UNIT-X
              IF WS-FARE-UNIT-X IS NUMERIC
                 AND WS-FARE-UNIT-X NOT = ZERO
                 MOVE WS-FARE-UNIT-X TO WS-FARE-UNIT
              END-IF
           END-IF.
           PERFORM 0056-ECHO-PARMS.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
              DISPLAY "PSGDTL.DAT NO DISPONIBLE - NADA QUE ACREDITAR"
              IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
              MOVE "NOT FOUND" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-FLIGHTS.
           PERFORM 0150-LOAD-LEDGER.
           IF WS-LED-COUNT >= 20000
              DISPLAY "LIBRO FFACR.DAT LLENO - SE REQUIERE AMPLIAR "
                 "LA TABLA ANTES DE ACREDITAR"
              CLOSE PSGDTL
              MOVE "ABORTED" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O FFMST.
           IF WS-FFM-STATUS NOT = "00" AND WS-FFM-STATUS NOT = "05"
              DISPLAY "FFMST.DAT NO SE PUDO ABRIR - ESTADO "
                 WS-FFM-STATUS
              CLOSE PSGDTL
              MOVE "ABORTED" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND FFLEDGER.
           OPEN OUTPUT ACRRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "VIAJERO FRECUENTE - ACREDITACION DEL " WS-HOY
              " (1 PUNTO POR CADA " WS-FARE-UNIT " DE TARIFA)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0210-READ-NEXT-PSG.
           PERFORM 0200-CHECK-ONE-BOOKING
              UNTIL WS-EOF.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE PSGDTL FFMST FFLEDGER ACRRPT.
           DISPLAY "ACREDITACION TERMINADA: " WS-CNT-ACREDITADAS
              " RESERVAS, " WS-TOT-PUNTOS " PUNTOS - FFACR.RPT".
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
        0055-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 0055-A-READ-NEXT-PARM
              PERFORM 0055-B-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

        0055-A-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.

        0055-B-MATCH-PARM.
           IF PRM-PROGRAM = "FFACR1  " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

      * ECHO THE PARAMETERS THIS RUN WILL USE TO THE SHARED RUN-LOG
        0056-ECHO-PARMS.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "P-FFACR1 FARE-UNIT=" WS-FARE-UNIT
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

        0100-LOAD-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE - NINGUN VUELO "
                 "CUENTA COMO CUMPLIDO"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-FLIGHT
              PERFORM 0120-LOAD-ONE-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-COUNT >= 1000
              CLOSE FFILE
           END-IF.

        0110-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-FLIGHT.
           ADD 1 TO WS-FLT-COUNT.
           MOVE FLIGHT-CODE      TO WS-TBL-CODE (WS-FLT-COUNT).
           IF FLIGHT-DATE IS NUMERIC
              MOVE FLIGHT-DATE TO WS-TBL-DATE (WS-FLT-COUNT)
           ELSE
              MOVE ZERO TO WS-TBL-DATE (WS-FLT-COUNT)
           END-IF.
           MOVE FLIGHT-ESTADO    TO WS-TBL-ESTADO (WS-FLT-COUNT).
           PERFORM 0110-READ-NEXT-FLIGHT.

      * THE BOOKINGS ALREADY CREDITED BY EARLIER RUNS
        0150-LOAD-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFLEDGER.
           IF WS-FFA-STATUS NOT = "00"
              IF WS-FFA-STATUS = "05" OR WS-FFA-STATUS = "35"
                 CLOSE FFLEDGER
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-LEDGER
              PERFORM 0170-LOAD-ONE-LEDGER
                 UNTIL WS-EOF OR WS-LED-COUNT >= 20000
              CLOSE FFLEDGER
           END-IF.

        0160-READ-NEXT-LEDGER.
           READ FFLEDGER
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0170-LOAD-ONE-LEDGER.
           ADD 1 TO WS-LED-COUNT.
           MOVE FFA-DOC         TO WS-LED-DOC (WS-LED-COUNT).
           MOVE FFA-FLIGHT-CODE TO WS-LED-CODE (WS-LED-COUNT).
           PERFORM 0160-READ-NEXT-LEDGER.

      * ONE BOOKING: ONLY A CHECKED-IN PASSENGER ON A FLOWN, NOT
      * CANCELLED FLIGHT, NOT YET ON THE LEDGER, EARNS POINTS
        0200-CHECK-ONE-BOOKING.
           ADD 1 TO WS-CNT-LEIDAS.
           MOVE ZERO TO WS-FLT-HIT.
           PERFORM 0230-FIND-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT
                 OR WS-FLT-HIT > ZERO.
           EVALUATE TRUE
              WHEN PSG-DOC = SPACES
                 ADD 1 TO WS-CNT-SIN-VUELO
              WHEN WS-FLT-HIT = ZERO
                 ADD 1 TO WS-CNT-SIN-VUELO
              WHEN WS-TBL-ESTADO (WS-FLT-HIT) = "C"
                 ADD 1 TO WS-CNT-CANCELADOS
              WHEN WS-TBL-DATE (WS-FLT-HIT) = ZERO
                 ADD 1 TO WS-CNT-SIN-VUELO
              WHEN WS-TBL-DATE (WS-FLT-HIT) >= WS-HOY
                 ADD 1 TO WS-CNT-PENDIENTES
              WHEN PSG-CHECKIN NOT = "C"
                 ADD 1 TO WS-CNT-NOSHOW
              WHEN OTHER
                 MOVE "N" TO WS-LED-HIT-SW
                 PERFORM 0240-FIND-LEDGER
                    VARYING WS-LED-IDX FROM 1 BY 1
                    UNTIL WS-LED-IDX > WS-LED-COUNT OR WS-LED-HIT
                 IF WS-LED-HIT
                    ADD 1 TO WS-CNT-YA-ACREDITADAS
                 ELSE
                    PERFORM 0300-CREDIT-BOOKING
                 END-IF
           END-EVALUATE.
           PERFORM 0210-READ-NEXT-PSG.

        0210-READ-NEXT-PSG.
           READ PSGDTL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0230-FIND-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = PSG-FLIGHT-CODE
              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

        0240-FIND-LEDGER.
           IF WS-LED-DOC (WS-LED-IDX) = PSG-DOC
              AND WS-LED-CODE (WS-LED-IDX) = PSG-FLIGHT-CODE
              MOVE "Y" TO WS-LED-HIT-SW
           END-IF.

      * CREDIT THE ACCOUNT (OPENING IT AT BASE TIER ON THE FIRST
      * CREDIT), THEN RECORD THE BOOKING ON THE LEDGER
        0300-CREDIT-BOOKING.
           IF WS-LED-COUNT >= 20000
              ADD 1 TO WS-CNT-PENDIENTES
           ELSE
              DIVIDE PSG-FARE BY WS-FARE-UNIT GIVING WS-PUNTOS
              MOVE "N" TO WS-MIEMBRO-SW
              MOVE PSG-DOC TO FFM-DOC
              READ FFMST
                 INVALID KEY
                    MOVE "Y" TO WS-MIEMBRO-SW
              END-READ
              IF WS-MIEMBRO-NUEVO
                 MOVE SPACES    TO FFM-REC
                 MOVE PSG-DOC   TO FFM-DOC
                 MOVE PSG-NAME  TO FFM-NAME
                 MOVE "B"       TO FFM-TIER FFM-TIER-ANT
                 MOVE ZERO      TO FFM-PUNTOS FFM-ANIO-EVAL
                                   FFM-PTS-EVAL
                 MOVE WS-HOY    TO FFM-FEC-ALTA
              END-IF
              ADD WS-PUNTOS TO FFM-PUNTOS
              MOVE WS-HOY TO FFM-FEC-ULT
              IF WS-MIEMBRO-NUEVO
                 WRITE FFM-REC
                 ADD 1 TO WS-CNT-NUEVOS
              ELSE
                 REWRITE FFM-REC
              END-IF
              MOVE PSG-DOC                     TO FFA-DOC
              MOVE PSG-FLIGHT-CODE             TO FFA-FLIGHT-CODE
              MOVE WS-TBL-DATE (WS-FLT-HIT)    TO FFA-FLIGHT-DATE
              MOVE PSG-FARE                    TO FFA-FARE
              MOVE WS-PUNTOS                   TO FFA-PUNTOS
              MOVE WS-HOY                      TO FFA-FEC-PROCESO
              WRITE FFA-REC
              ADD 1 TO WS-LED-COUNT
              MOVE PSG-DOC         TO WS-LED-DOC (WS-LED-COUNT)
              MOVE PSG-FLIGHT-CODE TO WS-LED-CODE (WS-LED-COUNT)
              ADD 1 TO WS-CNT-ACREDITADAS
              ADD WS-PUNTOS TO WS-TOT-PUNTOS
              MOVE PSG-DOC                  TO ACR-DOC
              MOVE PSG-NAME                 TO ACR-NAME
              MOVE PSG-FLIGHT-CODE          TO ACR-CODE
              MOVE WS-TBL-DATE (WS-FLT-HIT) TO ACR-DATE
              MOVE PSG-FARE                 TO ACR-FARE
              MOVE WS-PUNTOS                TO ACR-PUNTOS
              IF WS-MIEMBRO-NUEVO
                 MOVE "NUEVO" TO ACR-NUEVO
              ELSE
                 MOVE SPACES TO ACR-NUEVO
              END-IF
              MOVE WS-LIN-CREDITO TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0800-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RESERVAS LEIDAS        : " WS-CNT-LEIDAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACREDITADAS            : " WS-CNT-ACREDITADAS
              "  PUNTOS: " WS-TOT-PUNTOS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CUENTAS NUEVAS         : " WS-CNT-NUEVOS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "YA ACREDITADAS ANTES   : " WS-CNT-YA-ACREDITADAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VUELO CANCELADO        : " WS-CNT-CANCELADOS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO SE PRESENTO         : " WS-CNT-NOSHOW
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VUELO AUN NO CUMPLIDO  : " WS-CNT-PENDIENTES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SIN VUELO/FECHA/DOC    : " WS-CNT-SIN-VUELO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        0900-WRITE-RUNLOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "FFACR1   " WS-RUN-YY "-" WS-RUN-MM "-" WS-RUN-DD
              " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
              " STATUS=" WS-RUNLOG-STATUS
              " READ=" WS-CNT-LEIDAS
              " CREDITED=" WS-CNT-ACREDITADAS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
          END PROGRAM FFACR1.
