       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSADVR1.
      * ===============================================================
      * SLSADVR1 = ANTICIPOS PENDIENTES PARA EL CONTRALOR. RECORRE EL
      * LIBRO SLSADV.DAT (CAPTURA SLSADV1, RECUPEROS DE SF4SALE) Y
      * ARMA EN SLSADV.RPT, POR VENDEDOR CON SALDO RECUPERABLE
      * PENDIENTE: NOMBRE SEGUN SLSMST.DAT, RECUPERABLE OTORGADO,
      * RECUPERADO EN LIQUIDACIONES, SALDO, GIROS GARANTIZADOS, FECHA
      * DEL ULTIMO ANTICIPO Y PERIODO DEL ULTIMO RECUPERO, ORDENADOS
      * DE MAYOR A MENOR SALDO, CON LOS TOTALES AL PIE.
      * RETURN-CODE 4 SI NO HAY LIBRO, 8 SI LA TABLA SE LLENO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSADV ASSIGN TO "SLSADV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT ADVRPT ASSIGN TO "SLSADV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SLSADV.
       01 ADV-REC.
           03 ADV-FECHA                    PIC 9(8).
           03 ADV-HORA                     PIC 9(6).
           03 ADV-SLSMAN                   PIC 9(4).
           03 ADV-TIPO                     PIC X(1).
           03 ADV-AMOUNT                   PIC 9(10).
           03 ADV-PERIOD                   PIC 9(6).
           03 ADV-SALDO                    PIC 9(10).
           03 ADV-USER                     PIC X(8).
           03 ADV-REF                      PIC X(20).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD ADVRPT.
       01 RPT-LINE                         PIC X(100).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-ADV-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-LLENA-SW         PIC X(01) VALUE 'N'.
            88 WS-TABLA-LLENA   VALUE 'Y'.
        01  WS-LIBRO-SW         PIC X(01) VALUE 'N'.
            88 WS-HAY-LIBRO     VALUE 'Y'.
        01  WS-RC               PIC 9(02) VALUE ZERO.

      * UN RENGLON POR VENDEDOR CON MOVIMIENTOS EN EL LIBRO
        01  WS-AV-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-AV-IDX           PIC 9(04).
        01  WS-AV-J             PIC 9(04).
        01  WS-AV-MAX           PIC 9(04).
        01  WS-AV-HIT           PIC 9(04).
        01  WS-AV-TABLA.
            03 WS-AV-ENTRY OCCURS 2000 TIMES.
               05 AV-SLSMAN     PIC 9(4).
               05 AV-RECUP      PIC 9(12).
               05 AV-DESC       PIC 9(12).
               05 AV-SALDO      PIC S9(12).
               05 AV-GARANT     PIC 9(12).
               05 AV-ULT-FECHA  PIC 9(8).
               05 AV-ULT-PERIOD PIC 9(6).
        01  WS-AV-SWAP          PIC X(66).

        01  WS-CNT-PEND         PIC 9(04) VALUE ZERO.
        01  WS-TOT-RECUP        PIC 9(12) VALUE ZERO.
        01  WS-TOT-DESC         PIC 9(12) VALUE ZERO.
        01  WS-TOT-SALDO        PIC 9(12) VALUE ZERO.
        01  WS-TOT-GARANT       PIC 9(12) VALUE ZERO.

        01  WS-LIN-ENCAB.
            03 FILLER           PIC X(05) VALUE 'VEND '.
            03 FILLER           PIC X(19) VALUE 'NOMBRE'.
            03 FILLER           PIC X(15) VALUE '       OTORGADO'.
            03 FILLER           PIC X(15) VALUE '     RECUPERADO'.
            03 FILLER           PIC X(15) VALUE '          SALDO'.
            03 FILLER           PIC X(15) VALUE '    GARANTIZADO'.
            03 FILLER           PIC X(16) VALUE ' ULT.ANT  U.REC.'.

        01  WS-LIN-VEND.
            03 LA-SLSMAN        PIC X(04).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LA-NAME          PIC X(18).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LA-RECUP         PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 LA-DESC          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 LA-SALDO         PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 LA-GARANT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LA-ULT-FECHA     PIC X(08).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LA-ULT-PERIOD    PIC X(06).

        01  WS-SYSDATE.
           05  WS-SYS-YEAR      PIC 9(4).
           05  WS-SYS-MONTH     PIC 99.
           05  WS-SYS-DAY       PIC 99.
        01  WS-SYSTIME.
           05  WS-SYS-HH        PIC 99.
           05  WS-SYS-MN        PIC 99.
           05  WS-SYS-SS        PIC 99.
           05  WS-SYS-HS        PIC 99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOAD-LEDGER.
           IF NOT WS-HAY-LIBRO
              DISPLAY "SIN LIBRO SLSADV.DAT - CAPTURE CON SLSADV1"
              MOVE 4 TO WS-RC
           ELSE
              PERFORM 0200-COMPUTE-BALANCE
                 VARYING WS-AV-IDX FROM 1 BY 1
                 UNTIL WS-AV-IDX > WS-AV-COUNT
              PERFORM 0300-RANK-BALANCES
              PERFORM 0400-WRITE-REPORT
              DISPLAY "REPORTE GENERADO: SLSADV.RPT"
              IF WS-TABLA-LLENA
                 DISPLAY "TABLA LLENA - REPORTE INCOMPLETO"
                 MOVE 8 TO WS-RC
              END-IF
           END-IF.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       0100-LOAD-LEDGER.
           OPEN INPUT SLSADV.
           IF WS-ADV-STATUS NOT = "00"
              IF WS-ADV-STATUS = "05" OR WS-ADV-STATUS = "35"
                 CLOSE SLSADV
              END-IF
           ELSE
              MOVE 'Y' TO WS-LIBRO-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT-ADVANCE
              PERFORM 0120-LOAD-ONE-ADVANCE
                 UNTIL WS-EOF
              CLOSE SLSADV
           END-IF.
      * ...............................................................
       0110-READ-NEXT-ADVANCE.
           READ SLSADV
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0120-LOAD-ONE-ADVANCE.
           MOVE ZERO TO WS-AV-HIT.
           PERFORM 0130-COMPARE-SALESMAN
              VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-COUNT OR WS-AV-HIT > ZERO.
           IF WS-AV-HIT = ZERO
              IF WS-AV-COUNT < 2000
                 ADD 1 TO WS-AV-COUNT
                 MOVE WS-AV-COUNT TO WS-AV-HIT
                 MOVE ADV-SLSMAN TO AV-SLSMAN (WS-AV-HIT)
                 MOVE ZERO TO AV-RECUP (WS-AV-HIT) AV-DESC (WS-AV-HIT)
                    AV-SALDO (WS-AV-HIT) AV-GARANT (WS-AV-HIT)
                    AV-ULT-FECHA (WS-AV-HIT) AV-ULT-PERIOD (WS-AV-HIT)
              ELSE
                 MOVE 'Y' TO WS-LLENA-SW
              END-IF
           END-IF.
           IF WS-AV-HIT > ZERO
              EVALUATE ADV-TIPO
                 WHEN 'R'
                    ADD ADV-AMOUNT TO AV-RECUP (WS-AV-HIT)
                 WHEN 'G'
                    ADD ADV-AMOUNT TO AV-GARANT (WS-AV-HIT)
                 WHEN 'D'
                    ADD ADV-AMOUNT TO AV-DESC (WS-AV-HIT)
                    IF ADV-PERIOD > AV-ULT-PERIOD (WS-AV-HIT)
                       MOVE ADV-PERIOD TO AV-ULT-PERIOD (WS-AV-HIT)
                    END-IF
              END-EVALUATE
              IF (ADV-TIPO = 'R' OR ADV-TIPO = 'G')
                 AND ADV-FECHA > AV-ULT-FECHA (WS-AV-HIT)
                 MOVE ADV-FECHA TO AV-ULT-FECHA (WS-AV-HIT)
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-ADVANCE.
      * ...............................................................
       0130-COMPARE-SALESMAN.
           IF AV-SLSMAN (WS-AV-IDX) = ADV-SLSMAN
              MOVE WS-AV-IDX TO WS-AV-HIT
           END-IF.
      * ...............................................................
       0200-COMPUTE-BALANCE.
           COMPUTE AV-SALDO (WS-AV-IDX) =
              AV-RECUP (WS-AV-IDX) - AV-DESC (WS-AV-IDX).
      * ...............................................................
      * ORDEN DE MAYOR A MENOR SALDO PENDIENTE
       0300-RANK-BALANCES.
           PERFORM 0310-RANK-PASS
              VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX >= WS-AV-COUNT.
      * ...............................................................
       0310-RANK-PASS.
           MOVE WS-AV-IDX TO WS-AV-MAX.
           PERFORM 0320-FIND-MAX
              VARYING WS-AV-J FROM WS-AV-IDX BY 1
              UNTIL WS-AV-J > WS-AV-COUNT.
           IF WS-AV-MAX NOT = WS-AV-IDX
              MOVE WS-AV-ENTRY (WS-AV-IDX) TO WS-AV-SWAP
              MOVE WS-AV-ENTRY (WS-AV-MAX) TO WS-AV-ENTRY (WS-AV-IDX)
              MOVE WS-AV-SWAP TO WS-AV-ENTRY (WS-AV-MAX)
           END-IF.
      * ...............................................................
       0320-FIND-MAX.
           IF AV-SALDO (WS-AV-J) > AV-SALDO (WS-AV-MAX)
              MOVE WS-AV-J TO WS-AV-MAX
           END-IF.
      * ...............................................................
       0400-WRITE-REPORT.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           OPEN INPUT SLSMST.
           OPEN OUTPUT ADVRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "ANTICIPOS PENDIENTES DE RECUPERAR AL "
              WS-SYS-YEAR "-" WS-SYS-MONTH "-" WS-SYS-DAY
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-ENCAB TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0410-WRITE-ONE-SALESMAN
              VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-COUNT.
           IF WS-CNT-PEND = ZERO
              MOVE SPACES TO RPT-LINE
              MOVE "   (NINGUN VENDEDOR CON SALDO PENDIENTE)"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO LA-SLSMAN.
           MOVE "TOTAL PENDIENTES" TO LA-NAME.
           MOVE WS-TOT-RECUP TO LA-RECUP.
           MOVE WS-TOT-DESC TO LA-DESC.
           MOVE WS-TOT-SALDO TO LA-SALDO.
           MOVE WS-TOT-GARANT TO LA-GARANT.
           MOVE SPACES TO LA-ULT-FECHA LA-ULT-PERIOD.
           MOVE WS-LIN-VEND TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VENDEDORES CON SALDO PENDIENTE: " WS-CNT-PEND
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE ADVRPT.
           IF WS-MST-STATUS = "00" OR WS-MST-STATUS = "05"
              CLOSE SLSMST
           END-IF.
      * ...............................................................
       0410-WRITE-ONE-SALESMAN.
           IF AV-SALDO (WS-AV-IDX) > ZERO
              ADD 1 TO WS-CNT-PEND
              ADD AV-RECUP (WS-AV-IDX) TO WS-TOT-RECUP
              ADD AV-DESC (WS-AV-IDX) TO WS-TOT-DESC
              ADD AV-SALDO (WS-AV-IDX) TO WS-TOT-SALDO
              ADD AV-GARANT (WS-AV-IDX) TO WS-TOT-GARANT
              MOVE AV-SLSMAN (WS-AV-IDX) TO LA-SLSMAN
              MOVE '(NO EN SLSMST)' TO LA-NAME
              IF WS-MST-STATUS = "00"
                 MOVE AV-SLSMAN (WS-AV-IDX) TO SLM-ID
                 READ SLSMST
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE SLM-NAME TO LA-NAME
                 END-READ
                 MOVE "00" TO WS-MST-STATUS
              END-IF
              MOVE AV-RECUP (WS-AV-IDX) TO LA-RECUP
              MOVE AV-DESC (WS-AV-IDX) TO LA-DESC
              MOVE AV-SALDO (WS-AV-IDX) TO LA-SALDO
              MOVE AV-GARANT (WS-AV-IDX) TO LA-GARANT
              MOVE AV-ULT-FECHA (WS-AV-IDX) TO LA-ULT-FECHA
              IF AV-ULT-PERIOD (WS-AV-IDX) = ZERO
                 MOVE 'NUNCA' TO LA-ULT-PERIOD
              ELSE
                 MOVE AV-ULT-PERIOD (WS-AV-IDX) TO LA-ULT-PERIOD
              END-IF
              MOVE WS-LIN-VEND TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SLSADVR1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " STATUS=COMPLETE RC=" WS-RC
              " PENDIENTES=" WS-CNT-PEND
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
       END PROGRAM SLSADVR1.
