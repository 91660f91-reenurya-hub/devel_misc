       IDENTIFICATION DIVISION.
       PROGRAM-ID. FFSTM1.
      * ===============================================================
      * FFSTM1 = FREQUENT-FLYER MEMBER STATEMENT. FOR ONE DOCUMENT
      * (BATCHPRM FFSTM1/DOC, ELSE PROMPTED - ENTER = EVERY MEMBER)
      * PRINTS TO FFSTMT.RPT, ONE PAGE PER MEMBER, THE LOYALTY ACCOUNT
      * OF FFMST.DAT - TIER, POINT BALANCE, LAST YEAR-END EVALUATION
      * (FFTIER1) - AND EVERY FLIGHT CREDITED TO IT ON THE ACCRUAL
      * LEDGER FFACR.DAT (FFACR1) WITH ITS ROUTE, FARE AND POINTS
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOYALTY ACCOUNT MASTER, KEYED ON THE PASSENGER DOCUMENT
            SELECT OPTIONAL FFMST ASSIGN TO "FFMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FFM-DOC
             FILE STATUS IS WS-FFM-STATUS.
      * ACCRUAL LEDGER WRITTEN BY FFACR1
            SELECT OPTIONAL FFLEDGER ASSIGN TO "FFACR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFA-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT STMRPT ASSIGN TO "FFSTMT.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH PARAMETER FILE
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD STMRPT.
       01  RPT-LINE                     PIC X(100).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

        WORKING-STORAGE SECTION.
        01   WS-FFM-STATUS              PIC XX.
        01   WS-FFA-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
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

        01   WS-HOY                     PIC 9(08).
        01   WS-HOY-R REDEFINES WS-HOY.
             05 WS-HOY-ANIO             PIC 9(04).
             05 FILLER                  PIC 9(04).
        01   WS-ENT-DOC                 PIC X(20).
        01   WS-CNT-SOCIOS              PIC 9(06) VALUE ZERO.
        01   WS-CNT-VUELOS              PIC 9(05).
        01   WS-TOT-PUNTOS              PIC 9(09).
        01   WS-TOT-ANIO                PIC 9(09).
        01   WS-TIER-CODE               PIC X(01).
        01   WS-TIER-TXT                PIC X(10).

      * VUELOS EN MEMORIA PARA RESOLVER LA RUTA DE CADA CREDITO
        01   WS-FLT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FLT-IDX                 PIC 9(04).
        01   WS-FLT-HIT                 PIC 9(04).
        01   WS-FLT-TABLA.
             03 WS-FLT-ENTRY OCCURS 1000 TIMES.
                05 WS-TBL-CODE          PIC 9(5).
                05 WS-TBL-DEP           PIC X(20).
                05 WS-TBL-ARR           PIC X(20).

      * LIBRO DE ACREDITACIONES EN MEMORIA
        01   WS-LED-COUNT               PIC 9(05) VALUE ZERO.
        01   WS-LED-IDX                 PIC 9(05).
        01   WS-LED-TABLA.
             03 WS-LED-ENTRY OCCURS 20000 TIMES.
                05 WS-LED-DOC           PIC X(20).
                05 WS-LED-CODE          PIC 9(5).
                05 WS-LED-DATE          PIC 9(8).
                05 WS-LED-FARE          PIC 9(7)V99.
                05 WS-LED-PUNTOS        PIC 9(7).

        01   WS-LIN-TITULOS.
             05 FILLER                  PIC X(10) VALUE "FECHA".
             05 FILLER                  PIC X(07) VALUE "VUELO".
             05 FILLER                  PIC X(42) VALUE "RUTA".
             05 FILLER                  PIC X(13) VALUE "       TARIFA".
             05 FILLER                  PIC X(10) VALUE "    PUNTOS".
        01   WS-LIN-VUELO.
             05 STM-DATE                PIC 9(8).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 STM-CODE                PIC 9(5).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 STM-DEP                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 STM-ARR                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 STM-FARE                PIC Z,ZZZ,ZZ9.99.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 STM-PUNTOS              PIC Z,ZZZ,ZZ9.
        01   WS-EDIT-PUNTOS             PIC ZZZ,ZZZ,ZZ9.
        01   WS-EDIT-PUNTOS2            PIC ZZZ,ZZZ,ZZ9.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "DOC         " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR TO WS-ENT-DOC
           ELSE
              DISPLAY "DOCUMENTO DEL SOCIO (ENTER = TODOS): "
              ACCEPT WS-ENT-DOC
           END-IF.
           OPEN INPUT FFMST.
           IF WS-FFM-STATUS NOT = "00"
              DISPLAY "FFMST.DAT NO DISPONIBLE - SIN SOCIOS"
              IF WS-FFM-STATUS = "05" OR WS-FFM-STATUS = "35"
                 CLOSE FFMST
              END-IF
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-FLIGHTS.
           PERFORM 0150-LOAD-LEDGER.
           OPEN OUTPUT STMRPT.
           IF WS-ENT-DOC = SPACES OR WS-ENT-DOC = "*"
              MOVE "N" TO WS-EOF-SW
              PERFORM 0210-READ-NEXT-MEMBER
              PERFORM 0200-NEXT-STATEMENT
                 UNTIL WS-EOF
           ELSE
              MOVE WS-ENT-DOC TO FFM-DOC
              READ FFMST
                 INVALID KEY
                    DISPLAY "DOCUMENTO " WS-ENT-DOC
                       " SIN CUENTA DE VIAJERO FRECUENTE"
                 NOT INVALID KEY
                    PERFORM 0300-WRITE-STATEMENT
              END-READ
           END-IF.
           CLOSE FFMST STMRPT.
           DISPLAY "ESTADOS DE CUENTA: " WS-CNT-SOCIOS " - FFSTMT.RPT".
           IF WS-CNT-SOCIOS = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
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
           IF PRM-PROGRAM = "FFSTM1  " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

        0100-LOAD-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
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
           MOVE FLIGHT-DEPARTURE TO WS-TBL-DEP (WS-FLT-COUNT).
           MOVE FLIGHT-ARRIVAL   TO WS-TBL-ARR (WS-FLT-COUNT).
           PERFORM 0110-READ-NEXT-FLIGHT.

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
           MOVE FFA-FLIGHT-DATE TO WS-LED-DATE (WS-LED-COUNT).
           MOVE FFA-FARE        TO WS-LED-FARE (WS-LED-COUNT).
           MOVE FFA-PUNTOS      TO WS-LED-PUNTOS (WS-LED-COUNT).
           PERFORM 0160-READ-NEXT-LEDGER.

        0200-NEXT-STATEMENT.
           PERFORM 0300-WRITE-STATEMENT.
           PERFORM 0210-READ-NEXT-MEMBER.

        0210-READ-NEXT-MEMBER.
           READ FFMST NEXT RECORD
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

      * ONE MEMBER'S STATEMENT, EACH ON A NEW PAGE AFTER THE FIRST
        0300-WRITE-STATEMENT.
           IF WS-CNT-SOCIOS > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF.
           ADD 1 TO WS-CNT-SOCIOS.
           MOVE FFM-TIER TO WS-TIER-CODE.
           PERFORM 0500-TIER-TEXT.
           MOVE SPACES TO RPT-LINE.
           STRING "ESTADO DE CUENTA VIAJERO FRECUENTE AL " WS-HOY
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DOCUMENTO : " FFM-DOC "  " FFM-NAME
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE FFM-PUNTOS TO WS-EDIT-PUNTOS.
           MOVE SPACES TO RPT-LINE.
           STRING "NIVEL     : " WS-TIER-TXT
              "  SALDO: " WS-EDIT-PUNTOS " PUNTOS"
              "  SOCIO DESDE " FFM-FEC-ALTA
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF FFM-ANIO-EVAL IS NUMERIC AND FFM-ANIO-EVAL > ZERO
              MOVE FFM-TIER-ANT TO WS-TIER-CODE
              PERFORM 0500-TIER-TEXT
              MOVE FFM-PTS-EVAL TO WS-EDIT-PUNTOS
              MOVE SPACES TO RPT-LINE
              STRING "EVALUACION: ANO " FFM-ANIO-EVAL
                 " CON " WS-EDIT-PUNTOS " PUNTOS - NIVEL ANTERIOR "
                 WS-TIER-TXT
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-TITULOS TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-CNT-VUELOS WS-TOT-PUNTOS WS-TOT-ANIO.
           PERFORM 0310-WRITE-ONE-CREDIT
              VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LED-COUNT.
           IF WS-CNT-VUELOS = ZERO
              MOVE "SIN VUELOS ACREDITADOS" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-PUNTOS TO WS-EDIT-PUNTOS.
           MOVE WS-TOT-ANIO TO WS-EDIT-PUNTOS2.
           MOVE SPACES TO RPT-LINE.
           STRING "VUELOS ACREDITADOS: " WS-CNT-VUELOS
              "  PUNTOS: " WS-EDIT-PUNTOS
              "  EN EL ANO " WS-HOY-ANIO ": " WS-EDIT-PUNTOS2
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

        0310-WRITE-ONE-CREDIT.
           IF WS-LED-DOC (WS-LED-IDX) = FFM-DOC
              ADD 1 TO WS-CNT-VUELOS
              ADD WS-LED-PUNTOS (WS-LED-IDX) TO WS-TOT-PUNTOS
              IF WS-LED-DATE (WS-LED-IDX) (1:4) = WS-HOY-ANIO
                 ADD WS-LED-PUNTOS (WS-LED-IDX) TO WS-TOT-ANIO
              END-IF
              MOVE WS-LED-DATE (WS-LED-IDX)   TO STM-DATE
              MOVE WS-LED-CODE (WS-LED-IDX)   TO STM-CODE
              MOVE WS-LED-FARE (WS-LED-IDX)   TO STM-FARE
              MOVE WS-LED-PUNTOS (WS-LED-IDX) TO STM-PUNTOS
              MOVE ZERO TO WS-FLT-HIT
              PERFORM 0320-FIND-FLIGHT
                 VARYING WS-FLT-IDX FROM 1 BY 1
                 UNTIL WS-FLT-IDX > WS-FLT-COUNT
                    OR WS-FLT-HIT > ZERO
              IF WS-FLT-HIT = ZERO
                 MOVE "(NO ESTA EN FLIGHTS)" TO STM-DEP
                 MOVE SPACES TO STM-ARR
              ELSE
                 MOVE WS-TBL-DEP (WS-FLT-HIT) TO STM-DEP
                 MOVE WS-TBL-ARR (WS-FLT-HIT) TO STM-ARR
              END-IF
              MOVE WS-LIN-VUELO TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0320-FIND-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = WS-LED-CODE (WS-LED-IDX)
              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

        0500-TIER-TEXT.
           EVALUATE WS-TIER-CODE
              WHEN "G"
                 MOVE "ORO" TO WS-TIER-TXT
              WHEN "S"
                 MOVE "PLATA" TO WS-TIER-TXT
              WHEN "N"
                 MOVE "SIN NIVEL" TO WS-TIER-TXT
              WHEN OTHER
                 MOVE "BASICO" TO WS-TIER-TXT
           END-EVALUATE.
          END PROGRAM FFSTM1.
