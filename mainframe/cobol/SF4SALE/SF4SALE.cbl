       SELECT OPTIONAL TAXLEDG ASSIGN TO "TAXLEDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXL-STATUS.
      * COMMISSION CLAWBACKS FROM RETURNS POSTED BY SLSDEV1 - EACH
      * PENDING ONE IS DEDUCTED FROM THE SALESMAN'S NEXT SETTLEMENT
      * LINE AND MARKED WITH THE PERIOD THAT RECOVERED IT
       SELECT OPTIONAL SLSCLAW ASSIGN TO "SLSCLAW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLW-STATUS.
      * SALESMAN DRAWS AND ADVANCES CAPTURED BY SLSADV1 - THE
      * OUTSTANDING RECOVERABLE BALANCE IS DEDUCTED FROM THE NET OF
      * THE SETTLEMENT LINE, AND EACH DEDUCTION GOES BACK INTO THE
      * LEDGER WITH THE REMAINDER CARRIED TO THE NEXT PERIOD
       SELECT OPTIONAL SLSADV ASSIGN TO "SLSADV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADV-STATUS.
      * SALES SPLIT BETWEEN TWO SALESMEN AT CAPTURE (SLSCAP1/SLSIMP1)
      * - EACH SHARE IS ALREADY IN ITS SALESMAN'S BUCKETS; THE FILE
      * SAYS HOW MUCH OF EACH TOTAL WAS SHARED
       SELECT OPTIONAL SLSSPLT ASSIGN TO "SLSSPLT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.
      * SHARED BATCH PARAMETER FILE - WHEN AN ENTRY EXISTS FOR THIS
      * PROGRAM THE CONSOLE PROMPT IS SKIPPED, SO THE NIGHT RUN CAN
      * GO UNATTENDED. PARAMETERS USED ARE ECHOED TO THE RUN-LOG
       SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
      * BUSINESS-DAY CALENDAR MAINTAINED BY CALMNT1 - GIVES THE REAL
      * DATE BEHIND EACH Dn BUCKET AND THE PERIOD'S SALES-DAY COUNT.
      * NO FILE = BUCKETS PRINT WITHOUT DATES, AS BEFORE
       SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           03 ADJ-ANTES                    PIC 9(8).
           03 ADJ-DESPUES                  PIC 9(8).
           03 ADJ-REASON                   PIC X(30).
           03 ADJ-USUARIO                  PIC X(8).
           03 ADJ-SOLICITA                 PIC X(8).

       FD SETTLE.
       01 SETTLE-REC                       PIC X(41).
           03 TXL-GROSS                    PIC 9(10).
           03 TXL-TAX                      PIC 9(10).
           03 TXL-NET                      PIC 9(10).
      * SPACE = PAYMENT, R = WITHHOLDING REVERSAL OF A CLAWBACK
           03 TXL-TIPO                     PIC X(1).

      * P = PENDING, D = DEDUCTED IN CLW-PER-DESC, X = CANCELLED
       FD SLSCLAW.
       01 CLW-REC                          PIC X(81).

      * R = RECOVERABLE ADVANCE, G = GUARANTEED DRAW, D = RECOVERED
      * BY THE SETTLEMENT OF ITS PERIOD (WITH THE BALANCE LEFT OVER)
       FD SLSADV.
       01 ADV-REC                          PIC X(73).

      * ONE LINE PER SPLIT CAPTURE: SPL-SLSMAN KEEPS SPL-AMT-1, THE
      * SECOND SALESMAN SPL-SOCIO GETS SPL-PCT PERCENT (SPL-AMT-2)
       FD SLSSPLT.
       01 SPL-REC.
           03 SPL-FECHA                    PIC 9(8).
           03 SPL-HORA                     PIC 9(6).
           03 SPL-PERIOD                   PIC 9(6).
           03 SPL-DAY                      PIC 9(2).
           03 SPL-SLSMAN                   PIC 9(4).
           03 SPL-SOCIO                    PIC 9(4).
           03 SPL-PCT                      PIC 9(3).
           03 SPL-TOTAL                    PIC 9(8).
           03 SPL-AMT-1                    PIC 9(8).
           03 SPL-AMT-2                    PIC 9(8).
           03 SPL-ORIGEN                   PIC X(8).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-KEY                  PIC X(12).
           03 PRM-VALUE                PIC X(20).

       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                    PIC 9(8).
           03 CAL-FECHA-R REDEFINES CAL-FECHA.
              05 CAL-PERIODO               PIC 9(6).
              05 CAL-DD                    PIC 9(2).
           03 CAL-DIA-SEM                  PIC 9(1).
           03 CAL-TIPO                     PIC X(1).
           03 CAL-DIA-VENTA                PIC 9(2).
           03 CAL-DESC                     PIC X(30).

       FD RUNLOG.
            01 RUNLOG-LINE      PIC X(80).


        01  WS-ZERO-DAY-COUNT   PIC 9(02).

      * CALENDAR OF THE CURRENT PERIOD, LOADED FROM CALENDAR.DAT -
      * WS-CAL-CUBO IS THE Dn BUCKET OF EACH WORKING DATE (0 = NONE)
        01  WS-CAL-STATUS        PIC XX.
        01  WS-CAL-EOF-SW        PIC X(01).
           88 WS-CAL-EOF         VALUE 'Y'.
        01  WS-CAL-PERIODO       PIC 9(06).
        01  WS-CAL-COUNT         PIC 9(02) VALUE ZERO.
        01  WS-CAL-IDX           PIC 9(02).
        01  WS-CAL-DIAS-VENTA    PIC 9(02) VALUE ZERO.
        01  WS-CAL-TABLA.
           03 WS-CAL-ENTRY OCCURS 31 TIMES.
              05 WS-CAL-FECHA    PIC 9(8).
              05 WS-CAL-TIPO     PIC X(1).
              05 WS-CAL-CUBO     PIC 9(2).
              05 WS-CAL-DESC     PIC X(30).
        01  WS-CUBO-IDX          PIC 9(02).

      * BUCKETS HOLDING SALES WITHOUT A WORKING DATE BEHIND THEM -
      * ONE ENTRY PER SALESMAN AND BUCKET, FOR THE FLAG SECTION
        01  WS-NOLAB-COUNT       PIC 9(04) VALUE ZERO.
        01  WS-NOLAB-IDX         PIC 9(04).
        01  WS-NOLAB-TABLE.
           03 WS-NOLAB-ENTRY OCCURS 1000 TIMES.
              05 WS-NOLAB-ID     PIC 9(4).
              05 WS-NOLAB-CUBO   PIC 9(2).
              05 WS-NOLAB-AMT    PIC 9(8).

        01  CAL-HEADING-LINE     PIC X(40) VALUE
            'SALES DAY CALENDAR (BUCKET - DATE)'.

        01  CAL-DETAIL-LINE.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 FILLER            PIC X(1)  VALUE 'D'.
           03 CAL-DET-CUBO      PIC 99.
           03 FILLER            PIC X(3)  VALUE ' = '.
           03 CAL-DET-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 CAL-DET-DESC      PIC X(30).

        01  NOLAB-HEADING-LINE   PIC X(40) VALUE
            'SALES ON BUCKETS WITHOUT A WORKING DATE'.

        01  NOLAB-DETAIL-LINE.
           03 FILLER           PIC X(11) VALUE 'SALESMAN ID'.
           03 NOLAB-ID         PIC ZZZ9.
           03 FILLER           PIC X(4)  VALUE SPACES.
           03 FILLER           PIC X(5)  VALUE 'DIA D'.
           03 NOLAB-CUBO       PIC 99.
           03 FILLER           PIC X(4)  VALUE SPACES.
           03 FILLER           PIC X(7)  VALUE 'SALES: '.
           03 NOLAB-AMT        PIC ZZ,ZZZ,ZZ9.

        01  WS-GRAND-TOTALS.
           03 WS-GRAND-SALES    PIC 9(12) VALUE ZERO.
           03 WS-GRAND-COMM     PIC 9(12) VALUE ZERO.
        01  WS-TAX-AMOUNT        PIC 9(10).
        01  WS-NET-AMOUNT        PIC 9(10).

      * CLAWBACK TABLE, LOADED FROM SLSCLAW.DAT WHEN THE RUN SETTLES.
      * THE FILE IS REWRITTEN FROM THE TABLE SO THE STATUS OF EACH
      * ENTRY REFLECTS THIS RUN - A TRUNCATED LOAD APPLIES NOTHING
        01  WS-CLW-STATUS        PIC XX.
        01  WS-CLW-EOF-SW        PIC X(01).
           88 WS-CLW-EOF         VALUE 'Y'.
        01  WS-CLW-TRUNC-SW      PIC X(01) VALUE 'N'.
           88 WS-CLW-TRUNCATED   VALUE 'Y'.
        01  WS-CLW-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-CLW-IDX           PIC 9(04).
        01  WS-CLW-TABLE.
           03 WS-CLW-ENTRY OCCURS 2000 TIMES PIC X(81).
        01  WS-CLW-WORK.
           03 CWK-FECHA          PIC 9(8).
           03 CWK-HORA           PIC 9(6).
           03 CWK-SLSMAN         PIC 9(4).
           03 CWK-PERIOD         PIC 9(6).
           03 CWK-AMOUNT         PIC 9(10).
           03 CWK-COMM           PIC 9(10).
           03 CWK-TAX            PIC 9(10).
           03 CWK-ESTADO         PIC X(1).
           03 CWK-PER-DESC       PIC 9(6).
           03 CWK-REF            PIC X(20).
        01  WS-CLAW-COMM         PIC 9(10).
        01  WS-CLAW-TAX          PIC 9(10).
        01  WS-STL-GROSS         PIC 9(10).
        01  WS-STL-TAX           PIC 9(10).
        01  WS-STL-NET           PIC 9(10).

      * ADVANCES LEDGER, LOADED FROM SLSADV.DAT WHEN THE RUN SETTLES
      * AND REWRITTEN FROM THE TABLE. DEDUCTIONS LEFT BY AN EARLIER
      * RUN OF THIS SAME PERIOD ARE DROPPED AND TAKEN AGAIN FROM THE
      * NEW SETTLE.DAT - A TRUNCATED LOAD DEDUCTS NOTHING
        01  WS-ADV-STATUS        PIC XX.
        01  WS-ADV-EOF-SW        PIC X(01).
           88 WS-ADV-EOF         VALUE 'Y'.
        01  WS-ADV-TRUNC-SW      PIC X(01) VALUE 'N'.
           88 WS-ADV-TRUNCATED   VALUE 'Y'.
        01  WS-ADV-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-ADV-IDX           PIC 9(04).
        01  WS-ADV-TABLE.
           03 WS-ADV-ENTRY OCCURS 3000 TIMES PIC X(73).
        01  WS-ADV-WORK.
           03 AWK-FECHA          PIC 9(8).
           03 AWK-HORA           PIC 9(6).
           03 AWK-SLSMAN         PIC 9(4).
           03 AWK-TIPO           PIC X(1).
           03 AWK-AMOUNT         PIC 9(10).
           03 AWK-PERIOD         PIC 9(6).
           03 AWK-SALDO          PIC 9(10).
           03 AWK-USER           PIC X(8).
           03 AWK-REF            PIC X(20).
        01  WS-ADV-BALANCE       PIC S9(11).
        01  WS-ADV-DEDUCT        PIC 9(10).
        01  WS-ADV-DED-COUNT     PIC 9(04) VALUE ZERO.

        01  ADV-HEADING-LINE     PIC X(50) VALUE
            'ADVANCES RECOVERED FROM THIS SETTLEMENT (SLSADV1)'.

        01  ADV-DETAIL-LINE.
           03 FILLER            PIC X(9)  VALUE 'SALESMAN '.
           03 AVL-SLSMAN        PIC 9(4).
           03 FILLER            PIC X(9)  VALUE ' BALANCE '.
           03 AVL-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(10) VALUE ' DEDUCTED '.
           03 AVL-DEDUCT        PIC ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(17) VALUE ' CARRIED FORWARD '.
           03 AVL-SALDO         PIC ZZZ,ZZZ,ZZ9.

      * SPLIT SHARES OF THE PERIOD PER SALESMAN, FROM SLSSPLT.DAT
        01  WS-SPL-STATUS        PIC XX.
        01  WS-SPL-EOF-SW        PIC X(01).
           88 WS-SPL-EOF         VALUE 'Y'.
        01  WS-SPT-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-SPT-IDX           PIC 9(04).
        01  WS-SPT-HIT           PIC 9(04).
        01  WS-SPT-BUSCA         PIC 9(04).
        01  WS-SPT-MONTO         PIC 9(08).
        01  WS-SPT-TABLE.
           03 WS-SPT-ENTRY OCCURS 2000 TIMES.
              05 WS-SPT-SLSMAN   PIC 9(4).
              05 WS-SPT-AMT      PIC 9(10).
              05 WS-SPT-CNT      PIC 9(4).
        01  WS-SPL-SOLE          PIC 9(10).

        01  SPL-DETAIL-LINE.
           03 FILLER            PIC X(5)   VALUE SPACES.
           03 FILLER            PIC X(12)  VALUE 'SOLE SALES: '.
           03 SPD-SOLE          PIC $$$,$$$,$$9.
           03 FILLER            PIC X(15)  VALUE '  SPLIT SALES: '.
           03 SPD-SPLIT         PIC $$$,$$$,$$9.
           03 FILLER            PIC X(2)   VALUE ' ('.
           03 SPD-CNT           PIC ZZZ9.
           03 FILLER            PIC X(17)  VALUE ' SHARED CAPTURES)'.

        01  SPL-HEADING-LINE     PIC X(50) VALUE
            'SALES SPLIT BETWEEN TWO SALESMEN (SLSCAP1/SLSIMP1)'.

        01  SPL-SECTION-LINE.
           03 FILLER            PIC X(4)   VALUE 'DAY '.
           03 SPS-DAY           PIC Z9.
           03 FILLER            PIC X(7)   VALUE ' TOTAL '.
           03 SPS-TOTAL         PIC ZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(10)  VALUE ' SALESMAN '.
           03 SPS-SLSMAN        PIC 9(4).
           03 FILLER            PIC X(1)   VALUE SPACE.
           03 SPS-AMT-1         PIC ZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(8)   VALUE '  SPLIT '.
           03 SPS-SOCIO         PIC 9(4).
           03 FILLER            PIC X(1)   VALUE SPACE.
           03 SPS-AMT-2         PIC ZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(2)   VALUE ' ('.
           03 SPS-PCT           PIC ZZ9.
           03 FILLER            PIC X(3)   VALUE '%) '.
           03 SPS-ORIGEN        PIC X(8).

        01  CLW-HEADING-LINE     PIC X(50) VALUE
            'COMMISSION CLAWBACKS FROM RETURNS (SLSDEV1)'.

        01  CLW-DETAIL-LINE.
           03 FILLER            PIC X(9)  VALUE 'SALESMAN '.
           03 CLL-SLSMAN        PIC 9(4).
           03 FILLER            PIC X(8)  VALUE ' PERIOD '.
           03 CLL-PERIOD        PIC 9(6).
           03 FILLER            PIC X(1)  VALUE SPACE.
           03 CLL-REF           PIC X(20).
           03 FILLER            PIC X(6)  VALUE ' COMM '.
           03 CLL-COMM          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(5)  VALUE ' TAX '.
           03 CLL-TAX           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 CLL-ESTADO        PIC X(20).

      * QUOTA TABLE LOADED FROM SLSQUOTA.DAT, PLUS THE RUN-TIME
      * ATTAINMENT THRESHOLD AND THE EXCEPTION TABLE IT FEEDS
        01  WS-QUOTA-STATUS      PIC XX.
           03 DET-D22-SALES                    PIC 9(8).
           03 DET-D23-SALES                    PIC 9(8).
           03 DET-D24-SALES                    PIC 9(8).
        01 DETAIL-SALES-R REDEFINES DETAIL-SALES.
           03 DET-DAY-SALES                    PIC 9(8) OCCURS 24.


        01  DETAIL-TOTAL-LINE.

      * EACH ANSWER IS TAKEN FROM BATCHPRM.DAT WHEN AN ENTRY EXISTS,
      * AND ONLY PROMPTED WHEN IT DOES NOT
      * WITH NO SALES-DAYS ENTRY, THE CALENDAR'S COUNT FOR THE PERIOD
      * IS USED BEFORE FALLING BACK TO THE PROMPT
       0050-ASK-PARAMETERS.
           PERFORM 0040-LOAD-CALENDAR.
           MOVE "SALES-DAYS  " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:2) TO WS-SALES-DAYS-REPLY
           ELSE
           IF WS-CAL-DIAS-VENTA > ZERO
              MOVE WS-CAL-DIAS-VENTA TO WS-SALES-DAYS-REPLY
              DISPLAY "CALENDARIO DEL PERIODO " WS-CAL-PERIODO
                 ": " WS-CAL-DIAS-VENTA " DIAS DE VENTA"
           ELSE
              DISPLAY "SALES DAYS IN PERIOD (ENTER = 24): "
              ACCEPT WS-SALES-DAYS-REPLY
           END-IF
           END-IF.
           IF WS-SALES-DAYS-REPLY IS NUMERIC
              AND WS-SALES-DAYS-REPLY NOT = ZERO
           END-IF.
           PERFORM 0056-ECHO-PARMS.

      * LOAD THE CURRENT PERIOD'S DATES FROM THE SHARED CALENDAR
       0040-LOAD-CALENDAR.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE WS-SYSDATE (1:6) TO WS-CAL-PERIODO.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           ELSE
              MOVE 'N' TO WS-CAL-EOF-SW
              PERFORM 0041-READ-NEXT-CALENDAR
              PERFORM 0042-LOAD-ONE-DATE
                 UNTIL WS-CAL-EOF
              CLOSE CALENDAR
           END-IF.

       0041-READ-NEXT-CALENDAR.
           READ CALENDAR
              AT END MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       0042-LOAD-ONE-DATE.
           IF CAL-PERIODO = WS-CAL-PERIODO
              AND WS-CAL-COUNT < 31
              ADD 1 TO WS-CAL-COUNT
              MOVE CAL-FECHA     TO WS-CAL-FECHA (WS-CAL-COUNT)
              MOVE CAL-TIPO      TO WS-CAL-TIPO (WS-CAL-COUNT)
              MOVE CAL-DIA-VENTA TO WS-CAL-CUBO (WS-CAL-COUNT)
              MOVE CAL-DESC      TO WS-CAL-DESC (WS-CAL-COUNT)
              IF CAL-DIA-VENTA > WS-CAL-DIAS-VENTA
                 MOVE CAL-DIA-VENTA TO WS-CAL-DIAS-VENTA
              END-IF
           END-IF.
           PERFORM 0041-READ-NEXT-CALENDAR.

      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       0055-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           END-IF.
           PERFORM 0071-READ-NEXT-TIER.

      * CLAWBACKS ALREADY MARKED AS DEDUCTED BY AN EARLIER RUN OF THIS
      * SAME PERIOD GO BACK TO PENDING - SETTLE.DAT IS REBUILT EVERY
      * RUN, SO THEY MUST BE DEDUCTED AGAIN FROM THE NEW ONE
       0075-LOAD-CLAWBACK-TABLE.
           OPEN INPUT SLSCLAW.
           IF WS-CLW-STATUS = "00"
              MOVE 'N' TO WS-CLW-EOF-SW
              PERFORM 0076-READ-NEXT-CLAWBACK
              PERFORM 0077-ADD-CLAWBACK-ENTRY
                 UNTIL WS-CLW-EOF
              CLOSE SLSCLAW
              IF WS-CLW-TRUNCATED
                 DISPLAY "SLSCLAW.DAT EXCEDE LA TABLA (2000) - NO SE "
                    "DESCUENTAN DEVOLUCIONES EN ESTA CORRIDA"
              END-IF
           ELSE
              IF WS-CLW-STATUS = "05" OR WS-CLW-STATUS = "35"
                 CLOSE SLSCLAW
              END-IF
           END-IF.

       0076-READ-NEXT-CLAWBACK.
           READ SLSCLAW
              AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.

       0077-ADD-CLAWBACK-ENTRY.
           IF WS-CLW-COUNT < 2000
              ADD 1 TO WS-CLW-COUNT
              MOVE CLW-REC TO WS-CLW-WORK
              IF CWK-ESTADO = 'D' AND CWK-PER-DESC = WS-HIST-PERIOD
                 MOVE 'P' TO CWK-ESTADO
                 MOVE ZERO TO CWK-PER-DESC
              END-IF
              MOVE WS-CLW-WORK TO WS-CLW-ENTRY (WS-CLW-COUNT)
           ELSE
              MOVE 'Y' TO WS-CLW-TRUNC-SW
           END-IF.
           PERFORM 0076-READ-NEXT-CLAWBACK.

      * THE ADVANCES LEDGER, LESS ANY DEDUCTION AN EARLIER RUN OF THIS
      * SAME PERIOD ALREADY POSTED - SETTLE.DAT IS REBUILT EVERY RUN
       0078-LOAD-ADVANCE-TABLE.
           OPEN INPUT SLSADV.
           IF WS-ADV-STATUS = "00"
              MOVE 'N' TO WS-ADV-EOF-SW
              PERFORM 0079-READ-NEXT-ADVANCE
              PERFORM 0079-A-ADD-ADVANCE-ENTRY
                 UNTIL WS-ADV-EOF
              CLOSE SLSADV
              IF WS-ADV-TRUNCATED
                 DISPLAY "SLSADV.DAT EXCEDE LA TABLA (3000) - NO SE "
                    "DESCUENTAN ANTICIPOS EN ESTA CORRIDA"
              END-IF
           ELSE
              IF WS-ADV-STATUS = "05" OR WS-ADV-STATUS = "35"
                 CLOSE SLSADV
              END-IF
           END-IF.

       0079-READ-NEXT-ADVANCE.
           READ SLSADV
              AT END MOVE 'Y' TO WS-ADV-EOF-SW
           END-READ.

       0079-A-ADD-ADVANCE-ENTRY.
           MOVE ADV-REC TO WS-ADV-WORK.
           IF AWK-TIPO = 'D' AND AWK-PERIOD = WS-HIST-PERIOD
              CONTINUE
           ELSE
              IF WS-ADV-COUNT < 3000
                 ADD 1 TO WS-ADV-COUNT
                 MOVE WS-ADV-WORK TO WS-ADV-ENTRY (WS-ADV-COUNT)
              ELSE
                 MOVE 'Y' TO WS-ADV-TRUNC-SW
              END-IF
           END-IF.
           PERFORM 0079-READ-NEXT-ADVANCE.

      * LOAD THE MONTHLY QUOTAS. NO FILE = NO ATTAINMENT COLUMN AND
      * NO QUOTA EXCEPTIONS, AS BEFORE THE QUOTA FILE EXISTED
       0080-LOAD-QUOTA-TABLE.
           END-IF.
           PERFORM 0088-READ-NEXT-PRD.

      * SPLIT CAPTURES OF THE RUN PERIOD, ACCUMULATED PER SALESMAN
      * FOR BOTH SIDES OF EACH SPLIT. NO SLSSPLT.DAT = NO SPLIT LINES
       0083-LOAD-SPLIT-TABLE.
           OPEN INPUT SLSSPLT.
           IF WS-SPL-STATUS = "00"
              MOVE 'N' TO WS-SPL-EOF-SW
              PERFORM 0084-READ-NEXT-SPLIT
              PERFORM 0084-A-ADD-SPLIT-ENTRY
                 UNTIL WS-SPL-EOF
              CLOSE SLSSPLT
           ELSE
              IF WS-SPL-STATUS = "05" OR WS-SPL-STATUS = "35"
                 CLOSE SLSSPLT
              END-IF
           END-IF.

       0084-READ-NEXT-SPLIT.
           READ SLSSPLT
              AT END MOVE 'Y' TO WS-SPL-EOF-SW
           END-READ.

       0084-A-ADD-SPLIT-ENTRY.
           IF SPL-PERIOD = WS-HIST-PERIOD
              MOVE SPL-SLSMAN TO WS-SPT-BUSCA
              MOVE SPL-AMT-1 TO WS-SPT-MONTO
              PERFORM 0084-B-ADD-SPLIT-SHARE
              MOVE SPL-SOCIO TO WS-SPT-BUSCA
              MOVE SPL-AMT-2 TO WS-SPT-MONTO
              PERFORM 0084-B-ADD-SPLIT-SHARE
           END-IF.
           PERFORM 0084-READ-NEXT-SPLIT.

       0084-B-ADD-SPLIT-SHARE.
           PERFORM 0084-C-FIND-SPLIT.
           IF WS-SPT-HIT = ZERO AND WS-SPT-COUNT < 2000
              ADD 1 TO WS-SPT-COUNT
              MOVE WS-SPT-COUNT TO WS-SPT-HIT
              MOVE WS-SPT-BUSCA TO WS-SPT-SLSMAN (WS-SPT-HIT)
              MOVE ZERO TO WS-SPT-AMT (WS-SPT-HIT)
              MOVE ZERO TO WS-SPT-CNT (WS-SPT-HIT)
           END-IF.
           IF WS-SPT-HIT > ZERO
              ADD WS-SPT-MONTO TO WS-SPT-AMT (WS-SPT-HIT)
              ADD 1 TO WS-SPT-CNT (WS-SPT-HIT)
           END-IF.

       0084-C-FIND-SPLIT.
           MOVE ZERO TO WS-SPT-HIT.
           PERFORM 0084-D-MATCH-SPLIT
              VARYING WS-SPT-IDX FROM 1 BY 1
              UNTIL WS-SPT-IDX > WS-SPT-COUNT
                 OR WS-SPT-HIT > ZERO.

       0084-D-MATCH-SPLIT.
           IF WS-SPT-SLSMAN (WS-SPT-IDX) = WS-SPT-BUSCA
              MOVE WS-SPT-IDX TO WS-SPT-HIT
           END-IF.

      * PICK THE NEWEST USD RATE WITH DATE ON OR BEFORE THE RUN
      * DATE. NO CALCRATE.DAT OR NO USD RATE = NO CONVERTED COLUMN,
      * AS BEFORE - THE REPORT SAYS SO INSTEAD OF GUESSING
           END-IF.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE WS-SYSDATE (1:6) TO WS-HIST-PERIOD.
           PERFORM 0083-LOAD-SPLIT-TABLE.
           IF WS-SETTLE-REQUESTED
              PERFORM 0075-LOAD-CLAWBACK-TABLE
              PERFORM 0078-LOAD-ADVANCE-TABLE
           END-IF.
           STRING WS-SYS-MONTH "/" WS-SYS-DAY "/" WS-SYS-YEAR
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           ACCEPT WS-SYSTIME FROM TIME.
               MOVE 'Y' TO WS-COMM-FLAG
               MOVE '** COMM OUT OF RANGE **' TO DET-WARNING
            END-IF.
            IF WS-CAL-COUNT > ZERO
               PERFORM 0225-FLAG-NOLAB-BUCKET
                  VARYING WS-CUBO-IDX FROM 1 BY 1
                  UNTIL WS-CUBO-IDX > 24
            END-IF.

            MOVE COMMISSION TO WS-COMMISSION.

               ADD 1 TO WS-LINE-COUNT
            END-IF.

            IF WS-SPT-COUNT > ZERO
               PERFORM 0269-PRINT-SPLIT-LINE
            END-IF.

      * CATEGORY SUBTOTALS FOR THIS SALESMAN, FROM THE PRODUCT-LINE
      * DETAIL CAPTURED BY SLSCAP1
            IF WS-SP-COUNT > ZERO
            IF WS-SETTLE-REQUESTED AND NOT WS-COMM-OUT-OF-RANGE
               PERFORM 0246-WRITE-SETTLEMENT-LINE
            END-IF.
      * THE HELPER PARAGRAPHS BELOW SIT INSIDE THE PERFORM ... THRU
      * 0210-READ-NEXT-RECORD RANGE - SKIP THEM, OR EVERY SALESMAN
      * GETS A SECOND HISTORY, SETTLEMENT AND LEDGER LINE
            GO TO 0210-READ-NEXT-RECORD.

        0266-PRINT-ONE-CATEGORY.
            IF WS-SP-SLSMAN (WS-SP-IDX) = SLSMAN-ID
               MOVE WS-PL-DESC (WS-PL-IDX) TO WS-PL-DESC-FOUND
            END-IF.

      * A SALESMAN WITH SHARED CAPTURES THIS PERIOD GETS HIS TOTAL
      * BROKEN INTO SOLE SALES AND HIS SHARE OF SPLIT SALES
        0269-PRINT-SPLIT-LINE.
            MOVE SLSMAN-ID TO WS-SPT-BUSCA.
            PERFORM 0084-C-FIND-SPLIT.
            IF WS-SPT-HIT > ZERO
               IF WS-SPT-AMT (WS-SPT-HIT) < WS-MM-SALES
                  COMPUTE WS-SPL-SOLE =
                     WS-MM-SALES - WS-SPT-AMT (WS-SPT-HIT)
               ELSE
                  MOVE ZERO TO WS-SPL-SOLE
               END-IF
               MOVE WS-SPL-SOLE TO SPD-SOLE
               MOVE WS-SPT-AMT (WS-SPT-HIT) TO SPD-SPLIT
               MOVE WS-SPT-CNT (WS-SPT-HIT) TO SPD-CNT
               WRITE PRINT-LINE FROM SPL-DETAIL-LINE AFTER
                  ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.

      * RESOLVE THE SALESMAN'S NAME AND TERRITORY FROM THE MASTER.
      * AN ID NOT ON FILE IS FLAGGED - THAT IS HOW STRAY SLSMAN-IDS
      * IN SALES.DAT NOW ANNOUNCE THEMSELVES
      * RETENCION EN LA FUENTE: LA BANDA QUE CONTIENE EL BRUTO DA
      * LA TARIFA, EL NETO ES LO QUE VIAJA AL BANCO Y LO QUE ENTRA
      * AL HASH DEL TRAILER. CADA PAGO QUEDA TAMBIEN EN EL LIBRO
      * ACUMULADO TAXLEDG.DAT PARA EL CERTIFICADO ANUAL. LOS COBROS
      * PENDIENTES POR DEVOLUCIONES (SLSDEV1) SE DESCUENTAN DEL PAGO
      * Y SU RETENCION SE REVERSA EN EL LIBRO
        0246-WRITE-SETTLEMENT-LINE.
            MOVE ZERO TO WS-TAX-AMOUNT.
            IF WS-TAX-LOADED
                  UNTIL WS-TAX-IDX > WS-TAX-COUNT
            END-IF.
            COMPUTE WS-NET-AMOUNT = WS-SALES-COMM - WS-TAX-AMOUNT.
            MOVE ZERO TO WS-CLAW-COMM WS-CLAW-TAX.
            IF WS-CLW-COUNT > ZERO AND NOT WS-CLW-TRUNCATED
               PERFORM 0249-APPLY-ONE-CLAWBACK
                  VARYING WS-CLW-IDX FROM 1 BY 1
                  UNTIL WS-CLW-IDX > WS-CLW-COUNT
            END-IF.
            COMPUTE WS-STL-GROSS = WS-SALES-COMM - WS-CLAW-COMM.
            COMPUTE WS-STL-TAX = WS-TAX-AMOUNT - WS-CLAW-TAX.
            COMPUTE WS-STL-NET = WS-STL-GROSS - WS-STL-TAX.
            IF WS-ADV-COUNT > ZERO AND NOT WS-ADV-TRUNCATED
               PERFORM 0249-A-RECOVER-ADVANCE
            END-IF.
            MOVE SPACES TO SETTLE-REC.
            MOVE 'D' TO STL-TIPO.
            MOVE SLSMAN-ID TO STL-SLSMAN-ID.
            MOVE WS-HIST-PERIOD TO STL-PERIOD.
            MOVE WS-STL-GROSS TO STL-GROSS.
            MOVE WS-STL-TAX TO STL-TAX.
            MOVE WS-STL-NET TO STL-NET.
            WRITE SETTLE-REC.
            ADD 1 TO WS-SETTLE-COUNT.
            ADD WS-STL-NET TO WS-SETTLE-HASH.
            PERFORM 0248-WRITE-TAX-LEDGER.

        0247-FIND-TAX-BAND.
               MOVE WS-SALES-COMM TO TXL-GROSS
               MOVE WS-TAX-AMOUNT TO TXL-TAX
               MOVE WS-NET-AMOUNT TO TXL-NET
               MOVE SPACE TO TXL-TIPO
               WRITE TXL-REC
               IF WS-CLAW-COMM > ZERO
                  MOVE WS-CLAW-COMM TO TXL-GROSS
                  MOVE WS-CLAW-TAX TO TXL-TAX
                  COMPUTE TXL-NET = WS-CLAW-COMM - WS-CLAW-TAX
                  MOVE 'R' TO TXL-TIPO
                  WRITE TXL-REC
               END-IF
               CLOSE TAXLEDG
            END-IF.

      * A PENDING CLAWBACK IS TAKEN WHOLE, AND ONLY WHILE THIS
      * PAYMENT STILL COVERS THE COMMISSION, THE WITHHOLDING AND THE
      * NET IT TAKES BACK - OTHERWISE IT WAITS FOR A LATER SETTLEMENT
        0249-APPLY-ONE-CLAWBACK.
            MOVE WS-CLW-ENTRY (WS-CLW-IDX) TO WS-CLW-WORK.
            IF CWK-SLSMAN = SLSMAN-ID AND CWK-ESTADO = 'P'
               AND CWK-PERIOD < WS-HIST-PERIOD
               IF WS-CLAW-COMM + CWK-COMM NOT > WS-SALES-COMM
                  AND WS-CLAW-TAX + CWK-TAX NOT > WS-TAX-AMOUNT
                  AND WS-CLAW-COMM + CWK-COMM
                      - WS-CLAW-TAX - CWK-TAX NOT > WS-NET-AMOUNT
                  ADD CWK-COMM TO WS-CLAW-COMM
                  ADD CWK-TAX TO WS-CLAW-TAX
                  MOVE 'D' TO CWK-ESTADO
                  MOVE WS-HIST-PERIOD TO CWK-PER-DESC
                  MOVE WS-CLW-WORK TO WS-CLW-ENTRY (WS-CLW-IDX)
               END-IF
            END-IF.

      * THE OUTSTANDING RECOVERABLE BALANCE (ADVANCES LESS WHAT EARLIER
      * SETTLEMENTS RECOVERED) COMES OFF THE NET, AS FAR AS THE NET
      * GOES. THE DEDUCTION IS POSTED WITH THE REMAINDER, WHICH STAYS
      * OUTSTANDING FOR THE NEXT PERIOD. GUARANTEED DRAWS ARE NEVER
      * RECOVERED. GROSS AND WITHHOLDING ARE NOT TOUCHED
        0249-A-RECOVER-ADVANCE.
            MOVE ZERO TO WS-ADV-BALANCE.
            PERFORM 0249-B-ADD-ADVANCE-BALANCE
               VARYING WS-ADV-IDX FROM 1 BY 1
               UNTIL WS-ADV-IDX > WS-ADV-COUNT.
            IF WS-ADV-BALANCE > ZERO
               IF WS-ADV-COUNT < 3000
                  IF WS-ADV-BALANCE > WS-STL-NET
                     MOVE WS-STL-NET TO WS-ADV-DEDUCT
                  ELSE
                     MOVE WS-ADV-BALANCE TO WS-ADV-DEDUCT
                  END-IF
                  SUBTRACT WS-ADV-DEDUCT FROM WS-STL-NET
                  MOVE SPACES TO WS-ADV-WORK
                  MOVE WS-SYSDATE TO AWK-FECHA
                  MOVE WS-SYSTIME (1:6) TO AWK-HORA
                  MOVE SLSMAN-ID TO AWK-SLSMAN
                  MOVE 'D' TO AWK-TIPO
                  MOVE WS-ADV-DEDUCT TO AWK-AMOUNT
                  MOVE WS-HIST-PERIOD TO AWK-PERIOD
                  COMPUTE AWK-SALDO = WS-ADV-BALANCE - WS-ADV-DEDUCT
                  MOVE "SF4SALE " TO AWK-USER
                  MOVE "RECUPERO LIQUIDACION" TO AWK-REF
                  ADD 1 TO WS-ADV-COUNT
                  MOVE WS-ADV-WORK TO WS-ADV-ENTRY (WS-ADV-COUNT)
                  ADD 1 TO WS-ADV-DED-COUNT
               ELSE
                  DISPLAY "SLSADV.DAT LLENO - SALESMAN " SLSMAN-ID
                     " SIN DESCUENTO DE ANTICIPO"
               END-IF
            END-IF.

        0249-B-ADD-ADVANCE-BALANCE.
            MOVE WS-ADV-ENTRY (WS-ADV-IDX) TO WS-ADV-WORK.
            IF AWK-SLSMAN = SLSMAN-ID
               IF AWK-TIPO = 'R'
                  ADD AWK-AMOUNT TO WS-ADV-BALANCE
               END-IF
               IF AWK-TIPO = 'D'
                  SUBTRACT AWK-AMOUNT FROM WS-ADV-BALANCE
               END-IF
            END-IF.

        0210-READ-NEXT-RECORD.
            READ SALES
            AT END SET ENDOFSALESFILE TO TRUE
            IF DET-D23-SALES = ZERO ADD 1 TO WS-ZERO-DAY-COUNT END-IF.
            IF DET-D24-SALES = ZERO ADD 1 TO WS-ZERO-DAY-COUNT END-IF.

      * A BUCKET PAST THE LAST SALES DAY OF THE CALENDAR HAS NO
      * WORKING DATE BEHIND IT - ANY SALES IN IT ARE FLAGGED
        0225-FLAG-NOLAB-BUCKET.
            IF DET-DAY-SALES (WS-CUBO-IDX) > ZERO
               AND WS-CUBO-IDX > WS-CAL-DIAS-VENTA
               AND WS-NOLAB-COUNT < 1000
               ADD 1 TO WS-NOLAB-COUNT
               MOVE SLSMAN-ID TO WS-NOLAB-ID (WS-NOLAB-COUNT)
               MOVE WS-CUBO-IDX TO WS-NOLAB-CUBO (WS-NOLAB-COUNT)
               MOVE DET-DAY-SALES (WS-CUBO-IDX)
                  TO WS-NOLAB-AMT (WS-NOLAB-COUNT)
               IF DET-WARNING = SPACES
                  MOVE '** DIA NO LABORABLE' TO DET-WARNING
               END-IF
            END-IF.

        0230-ADD-RANK-ENTRY.
            ADD 1 TO WS-RANK-COUNT.
            SET WS-RANK-IDX TO WS-RANK-COUNT.
           PERFORM 0932-WRITE-QUOTA-EXC-SECTION.
           PERFORM 0935-WRITE-COMPANY-SECTION.
           PERFORM 0937-WRITE-ADJUSTMENT-SECTION.
           IF WS-SPT-COUNT > ZERO
              PERFORM 0942-WRITE-SPLIT-SECTION
           END-IF.
           PERFORM 0945-WRITE-CALENDAR-SECTION.
           IF WS-SETTLE-REQUESTED AND WS-CLW-COUNT > ZERO
              AND NOT WS-CLW-TRUNCATED
              PERFORM 0950-WRITE-CLAWBACK-SECTION
              PERFORM 0955-REWRITE-CLAWBACKS
           END-IF.
           IF WS-SETTLE-REQUESTED AND WS-ADV-COUNT > ZERO
              AND NOT WS-ADV-TRUNCATED
              PERFORM 0960-WRITE-ADVANCE-SECTION
              PERFORM 0965-REWRITE-ADVANCES
           END-IF.
           IF WS-GRAND-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
              MOVE "NO RECORDS" TO WS-RUNLOG-STATUS
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

      * WHICH DATE EACH Dn BUCKET WAS, AND EVERY SALE SITTING IN A
      * BUCKET WITH NO WORKING DATE - ONLY WHEN A CALENDAR EXISTS
       0945-WRITE-CALENDAR-SECTION.
           IF WS-CAL-COUNT > 0
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              WRITE PRINT-LINE FROM CAL-HEADING-LINE AFTER
                 ADVANCING 1 LINE
              PERFORM 0946-WRITE-ONE-CALENDAR-LINE
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
           END-IF.
           IF WS-NOLAB-COUNT > 0
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              WRITE PRINT-LINE FROM NOLAB-HEADING-LINE AFTER
                 ADVANCING 1 LINE
              PERFORM 0947-WRITE-ONE-NOLAB-LINE
                 VARYING WS-NOLAB-IDX FROM 1 BY 1
                 UNTIL WS-NOLAB-IDX > WS-NOLAB-COUNT
           END-IF.

       0946-WRITE-ONE-CALENDAR-LINE.
           IF WS-CAL-CUBO (WS-CAL-IDX) > ZERO
              MOVE WS-CAL-CUBO (WS-CAL-IDX)  TO CAL-DET-CUBO
              MOVE WS-CAL-FECHA (WS-CAL-IDX) TO CAL-DET-FECHA
              MOVE WS-CAL-DESC (WS-CAL-IDX)  TO CAL-DET-DESC
              WRITE PRINT-LINE FROM CAL-DETAIL-LINE AFTER
                 ADVANCING 1 LINE
           END-IF.

       0947-WRITE-ONE-NOLAB-LINE.
           MOVE WS-NOLAB-ID (WS-NOLAB-IDX)   TO NOLAB-ID.
           MOVE WS-NOLAB-CUBO (WS-NOLAB-IDX) TO NOLAB-CUBO.
           MOVE WS-NOLAB-AMT (WS-NOLAB-IDX)  TO NOLAB-AMT.
           WRITE PRINT-LINE FROM NOLAB-DETAIL-LINE AFTER
              ADVANCING 1 LINE.

       0910-WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO GT-SALESMEN.
           MOVE WS-GRAND-SALES TO GT-TOT-SALES.
           WRITE PRINT-LINE FROM ADJ-DETAIL-LINE AFTER
              ADVANCING 1 LINE.
           PERFORM 0938-READ-NEXT-ADJUSTMENT.

      * EVERY SPLIT CAPTURE OF THE PERIOD WITH BOTH SHARES - SPLITS
      * NO LONGER GO THROUGH THE ADJUSTMENT QUEUE, SO THE ADJUSTMENT
      * SECTION ABOVE LISTS ONLY REAL CORRECTIONS
       0942-WRITE-SPLIT-SECTION.
           OPEN INPUT SLSSPLT.
           IF WS-SPL-STATUS = "00"
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              WRITE PRINT-LINE FROM SPL-HEADING-LINE AFTER
                 ADVANCING 1 LINE
              MOVE 'N' TO WS-SPL-EOF-SW
              PERFORM 0084-READ-NEXT-SPLIT
              PERFORM 0943-WRITE-ONE-SPLIT
                 UNTIL WS-SPL-EOF
              CLOSE SLSSPLT
           END-IF.

       0943-WRITE-ONE-SPLIT.
           IF SPL-PERIOD = WS-HIST-PERIOD
              MOVE SPL-DAY    TO SPS-DAY
              MOVE SPL-TOTAL  TO SPS-TOTAL
              MOVE SPL-SLSMAN TO SPS-SLSMAN
              MOVE SPL-AMT-1  TO SPS-AMT-1
              MOVE SPL-SOCIO  TO SPS-SOCIO
              MOVE SPL-AMT-2  TO SPS-AMT-2
              MOVE SPL-PCT    TO SPS-PCT
              MOVE SPL-ORIGEN TO SPS-ORIGEN
              WRITE PRINT-LINE FROM SPL-SECTION-LINE AFTER
                 ADVANCING 1 LINE
           END-IF.
           PERFORM 0084-READ-NEXT-SPLIT.

      * CLAWBACKS DEDUCTED BY THIS SETTLEMENT AND THOSE STILL WAITING
      * FOR ONE - CANCELLED AND EARLIER-PERIOD ONES ARE NOT LISTED
       0950-WRITE-CLAWBACK-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM CLW-HEADING-LINE AFTER
              ADVANCING 1 LINE.
           PERFORM 0951-WRITE-ONE-CLAWBACK
              VARYING WS-CLW-IDX FROM 1 BY 1
              UNTIL WS-CLW-IDX > WS-CLW-COUNT.

       0951-WRITE-ONE-CLAWBACK.
           MOVE WS-CLW-ENTRY (WS-CLW-IDX) TO WS-CLW-WORK.
           IF CWK-ESTADO = 'P'
              OR (CWK-ESTADO = 'D' AND CWK-PER-DESC = WS-HIST-PERIOD)
              MOVE CWK-SLSMAN TO CLL-SLSMAN
              MOVE CWK-PERIOD TO CLL-PERIOD
              MOVE CWK-REF    TO CLL-REF
              MOVE CWK-COMM   TO CLL-COMM
              MOVE CWK-TAX    TO CLL-TAX
              IF CWK-ESTADO = 'D'
                 MOVE 'DEDUCTED' TO CLL-ESTADO
              ELSE
                 MOVE 'PENDING - NOT COVERED' TO CLL-ESTADO
              END-IF
              WRITE PRINT-LINE FROM CLW-DETAIL-LINE AFTER
                 ADVANCING 1 LINE
           END-IF.

       0955-REWRITE-CLAWBACKS.
           OPEN OUTPUT SLSCLAW.
           PERFORM 0956-REWRITE-ONE-CLAWBACK
              VARYING WS-CLW-IDX FROM 1 BY 1
              UNTIL WS-CLW-IDX > WS-CLW-COUNT.
           CLOSE SLSCLAW.

       0956-REWRITE-ONE-CLAWBACK.
           MOVE WS-CLW-ENTRY (WS-CLW-IDX) TO CLW-REC.
           WRITE CLW-REC.

      * ADVANCES RECOVERED BY THIS SETTLEMENT AND WHAT EACH SALESMAN
      * STILL OWES AFTER IT
       0960-WRITE-ADVANCE-SECTION.
           IF WS-ADV-DED-COUNT > ZERO
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              WRITE PRINT-LINE FROM ADV-HEADING-LINE AFTER
                 ADVANCING 1 LINE
              PERFORM 0961-WRITE-ONE-ADVANCE
                 VARYING WS-ADV-IDX FROM 1 BY 1
                 UNTIL WS-ADV-IDX > WS-ADV-COUNT
           END-IF.

       0961-WRITE-ONE-ADVANCE.
           MOVE WS-ADV-ENTRY (WS-ADV-IDX) TO WS-ADV-WORK.
           IF AWK-TIPO = 'D' AND AWK-PERIOD = WS-HIST-PERIOD
              MOVE AWK-SLSMAN TO AVL-SLSMAN
              COMPUTE AVL-BALANCE = AWK-AMOUNT + AWK-SALDO
              MOVE AWK-AMOUNT TO AVL-DEDUCT
              MOVE AWK-SALDO  TO AVL-SALDO
              WRITE PRINT-LINE FROM ADV-DETAIL-LINE AFTER
                 ADVANCING 1 LINE
           END-IF.

       0965-REWRITE-ADVANCES.
           OPEN OUTPUT SLSADV.
           PERFORM 0966-REWRITE-ONE-ADVANCE
              VARYING WS-ADV-IDX FROM 1 BY 1
              UNTIL WS-ADV-IDX > WS-ADV-COUNT.
           CLOSE SLSADV.

       0966-REWRITE-ONE-ADVANCE.
           MOVE WS-ADV-ENTRY (WS-ADV-IDX) TO ADV-REC.
           WRITE ADV-REC.
       END PROGRAM SF4SALE.
