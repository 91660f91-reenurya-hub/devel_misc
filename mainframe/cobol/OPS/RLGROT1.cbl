      * TO THE NEXT OF THREE ROTATING ARCHIVE FILES (RUNLOG.A1/A2/A3)
      * AND LEAVES A FRESH RUNLOG.DAT THAT STILL CARRIES THE LATEST
      * RECNCIL1 LINE, SO THE NIGHTLY RECONCILIATION KEEPS ITS PRIOR
      * BASELINE. RLGSRCH1 SEARCHES ACROSS THE ARCHIVES. WHEN THE
      * NIGHT CHAIN RUNS IT AT PERIOD END, BATCHPRM RLGROT1 / CONFIRMA
      * = Y ANSWERS THE CONFIRMATION PROMPT
       PROGRAM-ID. RLGROT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RLGCTL ASSIGN TO "RLGCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CTL-STATUS.
      * SHARED BATCH PARAMETER FILE - THE UNATTENDED CONFIRMATION
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FD RLGCTL.
       01 CTL-REC.
           03 CTL-NEXT-ARCH                     PIC 9(01).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                       PIC X(08).
           03 PRM-KEY                           PIC X(12).
           03 PRM-VALUE                         PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS                     PIC XX.
       01  WS-ARCH-STATUS                       PIC XX.
       01  WS-CTL-STATUS                        PIC XX.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).
       01  WS-RUNLOG-EOF-SW                     PIC X(01).
           88 WS-RUNLOG-EOF                     VALUE 'Y'.
       01  WS-CONFIRM                           PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "CONFIRMA    " TO WS-PRM-BUSCADA.
           PERFORM 7000-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:1) TO WS-CONFIRM
           ELSE
              DISPLAY "ROTAR RUNLOG.DAT A ARCHIVO MENSUAL? (Y/N): "
              ACCEPT WS-CONFIRM
           END-IF.
           IF NOT WS-CONFIRM-YES
              DISPLAY "ROTACION CANCELADA"
              MOVE 0 TO RETURN-CODE
           END-IF.
           WRITE CTL-REC.
           CLOSE RLGCTL.
      * ...............................................................
      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       7000-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 7010-READ-NEXT-PARM
              PERFORM 7020-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       7010-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       7020-MATCH-PARM.
           IF PRM-PROGRAM = "RLGROT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 7010-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM RLGROT1.
