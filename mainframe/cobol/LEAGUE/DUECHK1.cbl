      * ===============================================================
       IDENTIFICATION DIVISION.
      * DUECHK1 = DUES POSITION OF ONE PLAYER. READS THE PLAYER'S
      * ENTRIES OF THE DUES LEDGER DUES.DAT (KEYED ON PLAY_ID + DATE
      * + SEQUENCE), APPLIES THE PAYMENTS TO THE OLDEST CHARGES FIRST
      * AND RETURNS, AS OF THE DATE GIVEN, THE BALANCE, THE DAYS IN
      * ARREARS (AGE OF THE OLDEST CHARGE STILL OPEN) AND THE OPEN
      * AMOUNT AGED CURRENT / 30 / 60 / 90+ DAYS. IT ALSO RETURNS THE
      * LEAGUE ARREARS RULE - BATCHPRM DUECHK1/ARREARS-DAYS (DEFAULT
      * 60) AND DUECHK1/ARREARS-MODE (W = WARN, B = BLOCK, DEFAULT
      * W), READ ON THE FIRST CALL - SO STSENT1 AND STSLOAD1 APPLY
      * THE SAME RULE. DUEPAY1 AND DUEAGE1 USE THE SAME AGING.
      * RESULT: M = IN ARREARS BEYOND THE LIMIT, N = NOT, V = NO
      * LEDGER ON DISK
       PROGRAM-ID. DUECHK1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUES ASSIGN TO "DUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DU-KEY
                  STATUS ST-DUE.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD DUES.
       01 REG-DUES.
           03 DU-KEY.
              05 DU-PLAY-ID                    PIC 9(20).
              05 DU-FECHA                      PIC 9(08).
              05 DU-SEQ                        PIC 9(03).
      * I = INSCRIPCION DE TEMPORADA, M = CUOTA MENSUAL, P = PAGO
           03 DU-TIPO                          PIC X(01).
           03 DU-PERIODO                       PIC 9(06).
           03 DU-IMPORTE                       PIC 9(07)V99.
           03 DU-RECIBO                        PIC X(15).
           03 FILLER                           PIC X(18).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-DUE                               PIC XX.
       01 WS-DUE-EOF-SW                        PIC X(01).
           88 WS-DUE-EOF                       VALUE "S".
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-PRM-LEIDOS-SW                     PIC X(01) VALUE "N".
           88 WS-PRM-LEIDOS                    VALUE "S".
       01 WS-LIMITE-DIAS                       PIC 9(03) VALUE 60.
       01 WS-MODO                              PIC X(01) VALUE "W".
      *
      * THE PLAYER'S CHARGES IN DATE ORDER, WITH WHAT IS STILL OPEN
       01 WS-CHG-COUNT                         PIC 9(03).
       01 WS-CHG-IDX                           PIC 9(03).
       01 WS-CHG-TABLA.
           03 WS-CHG-ENTRY OCCURS 300 TIMES.
              05 WS-CHG-FECHA                  PIC 9(08).
              05 WS-CHG-IMPORTE                PIC 9(07)V99.
       01 WS-CARGOS                            PIC 9(09)V99.
       01 WS-PAGOS                             PIC 9(09)V99.
       01 WS-POR-APLICAR                       PIC 9(09)V99.
       01 WS-ABIERTO                           PIC 9(07)V99.
       01 WS-DIAS                              PIC S9(07).
       01 WS-INT-CORTE                         PIC 9(07).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-DUE-REQ.
           03 LNK-DUE-PLAY-ID                  PIC 9(20).
           03 LNK-DUE-FECHA                    PIC 9(08).
           03 LNK-DUE-RESULT                   PIC X(01).
           03 LNK-DUE-SALDO                    PIC S9(09)V99.
           03 LNK-DUE-DIAS-MORA                PIC 9(05).
           03 LNK-DUE-CORRIENTE                PIC 9(09)V99.
           03 LNK-DUE-30                       PIC 9(09)V99.
           03 LNK-DUE-60                       PIC 9(09)V99.
           03 LNK-DUE-90                       PIC 9(09)V99.
           03 LNK-DUE-LIMITE                   PIC 9(03).
           03 LNK-DUE-MODO                     PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-DUE-REQ.
       0000-MAINLINE.
           IF NOT WS-PRM-LEIDOS
              PERFORM 1000-GET-RULE
           END-IF.
           MOVE WS-LIMITE-DIAS TO LNK-DUE-LIMITE.
           MOVE WS-MODO TO LNK-DUE-MODO.
           MOVE "N" TO LNK-DUE-RESULT.
           MOVE ZERO TO LNK-DUE-SALDO LNK-DUE-DIAS-MORA
              LNK-DUE-CORRIENTE LNK-DUE-30 LNK-DUE-60 LNK-DUE-90.
           MOVE ZERO TO WS-CHG-COUNT WS-CARGOS WS-PAGOS.
           OPEN INPUT DUES.
           IF ST-DUE NOT = "00"
              MOVE "V" TO LNK-DUE-RESULT
              IF ST-DUE = "05" OR ST-DUE = "35"
                 CLOSE DUES
              END-IF
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-LEDGER.
           CLOSE DUES.
           COMPUTE LNK-DUE-SALDO = WS-CARGOS - WS-PAGOS.
           MOVE WS-PAGOS TO WS-POR-APLICAR.
           COMPUTE WS-INT-CORTE =
              FUNCTION INTEGER-OF-DATE (LNK-DUE-FECHA).
           PERFORM 3000-AGE-ONE-CHARGE
              VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT.
           IF LNK-DUE-DIAS-MORA > WS-LIMITE-DIAS
              MOVE "M" TO LNK-DUE-RESULT
           END-IF.
           GOBACK.
      * ...............................................................
       1000-GET-RULE.
           SET WS-PRM-LEIDOS TO TRUE.
           MOVE "ARREARS-DAYS" TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
              MOVE WS-PRM-VALOR (1:3) TO WS-LIMITE-DIAS
           END-IF.
           MOVE "ARREARS-MODE" TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:1) = "B"
              MOVE "B" TO WS-MODO
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
           IF PRM-PROGRAM = "DUECHK1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
      * POSITION ON THE PLAYER'S FIRST ENTRY AND READ WHILE THE
      * PLAY_ID DOES NOT CHANGE
       2000-LOAD-LEDGER.
           MOVE "N" TO WS-DUE-EOF-SW.
           MOVE LNK-DUE-PLAY-ID TO DU-PLAY-ID.
           MOVE ZERO TO DU-FECHA DU-SEQ.
           START DUES KEY IS NOT LESS THAN DU-KEY
              INVALID KEY SET WS-DUE-EOF TO TRUE
           END-START.
           IF NOT WS-DUE-EOF
              PERFORM 2010-READ-NEXT-ENTRY
              PERFORM 2020-ADD-ENTRY
                 UNTIL WS-DUE-EOF
           END-IF.
      * ...............................................................
       2010-READ-NEXT-ENTRY.
           READ DUES NEXT RECORD
              AT END SET WS-DUE-EOF TO TRUE
           END-READ.
           IF NOT WS-DUE-EOF AND DU-PLAY-ID NOT = LNK-DUE-PLAY-ID
              SET WS-DUE-EOF TO TRUE
           END-IF.
      * ...............................................................
       2020-ADD-ENTRY.
           IF DU-TIPO = "P"
              ADD DU-IMPORTE TO WS-PAGOS
           ELSE
              ADD DU-IMPORTE TO WS-CARGOS
              IF WS-CHG-COUNT < 300
                 ADD 1 TO WS-CHG-COUNT
                 MOVE DU-FECHA   TO WS-CHG-FECHA (WS-CHG-COUNT)
                 MOVE DU-IMPORTE TO WS-CHG-IMPORTE (WS-CHG-COUNT)
              END-IF
           END-IF.
           PERFORM 2010-READ-NEXT-ENTRY.
      * ...............................................................
      * PAYMENTS SETTLE THE OLDEST CHARGES FIRST; WHAT IS LEFT OF A
      * CHARGE IS AGED FROM ITS DATE. THE FIRST OPEN CHARGE GIVES THE
      * DAYS IN ARREARS
       3000-AGE-ONE-CHARGE.
           IF WS-POR-APLICAR >= WS-CHG-IMPORTE (WS-CHG-IDX)
              SUBTRACT WS-CHG-IMPORTE (WS-CHG-IDX) FROM WS-POR-APLICAR
           ELSE
              COMPUTE WS-ABIERTO =
                 WS-CHG-IMPORTE (WS-CHG-IDX) - WS-POR-APLICAR
              MOVE ZERO TO WS-POR-APLICAR
              COMPUTE WS-DIAS = WS-INT-CORTE
                 - FUNCTION INTEGER-OF-DATE (WS-CHG-FECHA (WS-CHG-IDX))
              IF WS-DIAS < ZERO
                 MOVE ZERO TO WS-DIAS
              END-IF
              IF LNK-DUE-DIAS-MORA = ZERO
                 MOVE WS-DIAS TO LNK-DUE-DIAS-MORA
              END-IF
              EVALUATE TRUE
                 WHEN WS-DIAS <= 30
                    ADD WS-ABIERTO TO LNK-DUE-CORRIENTE
                 WHEN WS-DIAS <= 60
                    ADD WS-ABIERTO TO LNK-DUE-30
                 WHEN WS-DIAS <= 90
                    ADD WS-ABIERTO TO LNK-DUE-60
                 WHEN OTHER
                    ADD WS-ABIERTO TO LNK-DUE-90
              END-EVALUATE
           END-IF.
      * ===============================================================
       END PROGRAM DUECHK1.
