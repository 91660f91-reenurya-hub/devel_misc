       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSCLW1.
      * ===============================================================
      * SLSCLW1 = REPORTE DE COBROS DE COMISION POR DEVOLUCIONES, POR
      * VENDEDOR. LEE SLSCLAW.DAT (SLSDEV1 LOS REGISTRA, SF4SALE LOS
      * DESCUENTA) Y ARMA SLSCLAW.RPT CON UN BLOQUE POR VENDEDOR:
      * CADA DEVOLUCION CON SU PERIODO ORIGINAL, REFERENCIA, MONTO,
      * COMISION COBRADA, RETENCION REVERSADA Y ESTADO (PENDIENTE,
      * DESCONTADO EN QUE PERIODO, ANULADO), Y SUS TOTALES DE
      * PENDIENTE Y DESCONTADO. AL FINAL LOS TOTALES GENERALES - LO
      * QUE FINANZAS CRUZABA A MANO CONTRA EL ARCHIVO DEL BANCO.
      * RETURN-CODE 4 SI NO HAY COBROS, 8 SI LA TABLA SE LLENO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSCLAW ASSIGN TO "SLSCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLW-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT CLWRPT ASSIGN TO "SLSCLAW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SLSCLAW.
       01 CLW-REC.
           03 CLW-FECHA                    PIC 9(8).
           03 CLW-HORA                     PIC 9(6).
           03 CLW-SLSMAN                   PIC 9(4).
           03 CLW-PERIOD                   PIC 9(6).
           03 CLW-AMOUNT                   PIC 9(10).
           03 CLW-COMM                     PIC 9(10).
           03 CLW-TAX                      PIC 9(10).
           03 CLW-ESTADO                   PIC X(1).
           03 CLW-PER-DESC                 PIC 9(6).
           03 CLW-REF                      PIC X(20).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD CLWRPT.
       01 RPT-LINE                         PIC X(110).

       WORKING-STORAGE SECTION.
        01  WS-CLW-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-MST-OPEN-SW      PIC X(01) VALUE 'N'.
            88 WS-MST-OPEN      VALUE 'Y'.
        01  WS-LLENA-SW         PIC X(01) VALUE 'N'.
            88 WS-TABLA-LLENA   VALUE 'Y'.

      * COBROS EN MEMORIA, ORDENADOS POR VENDEDOR, PERIODO ORIGINAL
      * Y FECHA/HORA DE REGISTRO
        01  WS-CL-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-CL-IDX           PIC 9(04).
        01  WS-CL-J             PIC 9(04).
        01  WS-CL-MIN           PIC 9(04).
        01  WS-CL-TABLA.
            03 WS-CL-ENTRY OCCURS 2000 TIMES.
               05 CL-KEY.
                  07 CL-SLSMAN  PIC 9(4).
                  07 CL-PERIOD  PIC 9(6).
                  07 CL-FECHA   PIC 9(8).
                  07 CL-HORA    PIC 9(6).
               05 CL-AMOUNT     PIC 9(10).
               05 CL-COMM       PIC 9(10).
               05 CL-TAX        PIC 9(10).
               05 CL-ESTADO     PIC X(1).
               05 CL-PER-DESC   PIC 9(6).
               05 CL-REF        PIC X(20).
        01  WS-CL-SWAP          PIC X(81).

        01  WS-CUR-SLSMAN       PIC 9(04).
        01  WS-SLSMAN-NAME      PIC X(30).
        01  WS-VEN-PEND         PIC 9(12).
        01  WS-VEN-DESC         PIC 9(12).
        01  WS-VEN-TAX          PIC 9(12).
        01  WS-TOT-DEVUELTO     PIC 9(12) VALUE ZERO.
        01  WS-TOT-PEND         PIC 9(12) VALUE ZERO.
        01  WS-TOT-DESC         PIC 9(12) VALUE ZERO.
        01  WS-TOT-TAX          PIC 9(12) VALUE ZERO.
        01  WS-CNT-VENDEDORES   PIC 9(04) VALUE ZERO.

        01  WS-LIN-VEND.
            03 FILLER           PIC X(09) VALUE 'VENDEDOR '.
            03 LV-SLSMAN        PIC 9(4).
            03 FILLER           PIC X(02) VALUE SPACES.
            03 LV-NAME          PIC X(30).

        01  WS-LIN-COBRO.
            03 FILLER           PIC X(03) VALUE SPACES.
            03 LC-FECHA         PIC 9(8).
            03 FILLER           PIC X(05) VALUE ' PER '.
            03 LC-PERIOD        PIC 9(6).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LC-REF           PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LC-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LC-COMM          PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LC-TAX           PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LC-ESTADO        PIC X(20).

        01  WS-LIN-SUBTOT.
            03 FILLER           PIC X(14) VALUE '   PENDIENTE: '.
            03 LS-PEND          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(14) VALUE '  DESCONTADO: '.
            03 LS-DESC          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(13) VALUE '  RETENCION: '.
            03 LS-TAX           PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT SLSCLAW.
           IF WS-CLW-STATUS NOT = "00"
              DISPLAY "SIN SLSCLAW.DAT - NO HAY COBROS POR DEVOLUCION"
              IF WS-CLW-STATUS = "05" OR WS-CLW-STATUS = "35"
                 CLOSE SLSCLAW
              END-IF
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0110-READ-NEXT-CLAW.
           PERFORM 0120-LOAD-ONE-CLAW
              UNTIL WS-EOF OR WS-TABLA-LLENA.
           CLOSE SLSCLAW.
           IF WS-CL-COUNT = ZERO
              DISPLAY "SLSCLAW.DAT VACIO - NO HAY COBROS POR DEVOLUCION"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0300-SORT-CLAWBACKS.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS = "00"
              MOVE 'Y' TO WS-MST-OPEN-SW
           ELSE
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
           END-IF.
           OPEN OUTPUT CLWRPT.
           MOVE "COBROS DE COMISION POR DEVOLUCIONES - POR VENDEDOR"
              TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0400-WRITE-CLAWBACKS.
           PERFORM 0700-WRITE-TOTALS.
           CLOSE CLWRPT.
           IF WS-MST-OPEN
              CLOSE SLSMST
           END-IF.
           DISPLAY "REPORTE GENERADO: SLSCLAW.RPT".
           IF WS-TABLA-LLENA
              DISPLAY "TABLA DE COBROS LLENA - REPORTE INCOMPLETO"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       0110-READ-NEXT-CLAW.
           READ SLSCLAW
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0120-LOAD-ONE-CLAW.
           IF WS-CL-COUNT < 2000
              ADD 1 TO WS-CL-COUNT
              MOVE CLW-SLSMAN   TO CL-SLSMAN (WS-CL-COUNT)
              MOVE CLW-PERIOD   TO CL-PERIOD (WS-CL-COUNT)
              MOVE CLW-FECHA    TO CL-FECHA (WS-CL-COUNT)
              MOVE CLW-HORA     TO CL-HORA (WS-CL-COUNT)
              MOVE CLW-AMOUNT   TO CL-AMOUNT (WS-CL-COUNT)
              MOVE CLW-COMM     TO CL-COMM (WS-CL-COUNT)
              MOVE CLW-TAX      TO CL-TAX (WS-CL-COUNT)
              MOVE CLW-ESTADO   TO CL-ESTADO (WS-CL-COUNT)
              MOVE CLW-PER-DESC TO CL-PER-DESC (WS-CL-COUNT)
              MOVE CLW-REF      TO CL-REF (WS-CL-COUNT)
              PERFORM 0110-READ-NEXT-CLAW
           ELSE
              MOVE 'Y' TO WS-LLENA-SW
           END-IF.
      * ...............................................................
       0300-SORT-CLAWBACKS.
           PERFORM 0310-SORT-PASS
              VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX >= WS-CL-COUNT.
      * ...............................................................
       0310-SORT-PASS.
           MOVE WS-CL-IDX TO WS-CL-MIN.
           PERFORM 0320-FIND-MIN
              VARYING WS-CL-J FROM WS-CL-IDX BY 1
              UNTIL WS-CL-J > WS-CL-COUNT.
           IF WS-CL-MIN NOT = WS-CL-IDX
              MOVE WS-CL-ENTRY (WS-CL-IDX) TO WS-CL-SWAP
              MOVE WS-CL-ENTRY (WS-CL-MIN) TO WS-CL-ENTRY (WS-CL-IDX)
              MOVE WS-CL-SWAP TO WS-CL-ENTRY (WS-CL-MIN)
           END-IF.
      * ...............................................................
       0320-FIND-MIN.
           IF CL-KEY (WS-CL-J) < CL-KEY (WS-CL-MIN)
              MOVE WS-CL-J TO WS-CL-MIN
           END-IF.
      * ...............................................................
      * CORTE DE CONTROL POR VENDEDOR
       0400-WRITE-CLAWBACKS.
           MOVE 9999 TO WS-CUR-SLSMAN.
           PERFORM 0410-WRITE-ONE-CLAW
              VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT.
           IF WS-CNT-VENDEDORES > ZERO
              PERFORM 0450-CLOSE-SALESMAN
           END-IF.
      * ...............................................................
       0410-WRITE-ONE-CLAW.
           IF WS-CNT-VENDEDORES = ZERO
              OR CL-SLSMAN (WS-CL-IDX) NOT = WS-CUR-SLSMAN
              IF WS-CNT-VENDEDORES > ZERO
                 PERFORM 0450-CLOSE-SALESMAN
              END-IF
              PERFORM 0420-OPEN-SALESMAN
           END-IF.
           MOVE CL-FECHA (WS-CL-IDX)  TO LC-FECHA.
           MOVE CL-PERIOD (WS-CL-IDX) TO LC-PERIOD.
           MOVE CL-REF (WS-CL-IDX)    TO LC-REF.
           MOVE CL-AMOUNT (WS-CL-IDX) TO LC-AMOUNT.
           MOVE CL-COMM (WS-CL-IDX)   TO LC-COMM.
           MOVE CL-TAX (WS-CL-IDX)    TO LC-TAX.
           MOVE SPACES TO LC-ESTADO.
           IF CL-ESTADO (WS-CL-IDX) = 'D'
              STRING "DESCONTADO " CL-PER-DESC (WS-CL-IDX)
                 DELIMITED BY SIZE INTO LC-ESTADO
              ADD CL-COMM (WS-CL-IDX) TO WS-VEN-DESC
              ADD CL-TAX (WS-CL-IDX) TO WS-VEN-TAX
              ADD CL-AMOUNT (WS-CL-IDX) TO WS-TOT-DEVUELTO
           ELSE
           IF CL-ESTADO (WS-CL-IDX) = 'X'
              MOVE "ANULADO" TO LC-ESTADO
           ELSE
              MOVE "PENDIENTE" TO LC-ESTADO
              ADD CL-COMM (WS-CL-IDX) TO WS-VEN-PEND
              ADD CL-TAX (WS-CL-IDX) TO WS-VEN-TAX
              ADD CL-AMOUNT (WS-CL-IDX) TO WS-TOT-DEVUELTO
           END-IF
           END-IF.
           MOVE WS-LIN-COBRO TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       0420-OPEN-SALESMAN.
           ADD 1 TO WS-CNT-VENDEDORES.
           MOVE CL-SLSMAN (WS-CL-IDX) TO WS-CUR-SLSMAN.
           MOVE ZERO TO WS-VEN-PEND WS-VEN-DESC WS-VEN-TAX.
           MOVE '(SIN MAESTRO DE VENDEDORES)' TO WS-SLSMAN-NAME.
           IF WS-MST-OPEN
              MOVE WS-CUR-SLSMAN TO SLM-ID
              READ SLSMST
                 INVALID KEY
                    MOVE '** NO EN MAESTRO **' TO WS-SLSMAN-NAME
                 NOT INVALID KEY
                    MOVE SLM-NAME TO WS-SLSMAN-NAME
              END-READ
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CUR-SLSMAN TO LV-SLSMAN.
           MOVE WS-SLSMAN-NAME TO LV-NAME.
           MOVE WS-LIN-VEND TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       0450-CLOSE-SALESMAN.
           MOVE WS-VEN-PEND TO LS-PEND.
           MOVE WS-VEN-DESC TO LS-DESC.
           MOVE WS-VEN-TAX TO LS-TAX.
           MOVE WS-LIN-SUBTOT TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-VEN-PEND TO WS-TOT-PEND.
           ADD WS-VEN-DESC TO WS-TOT-DESC.
           ADD WS-VEN-TAX TO WS-TOT-TAX.
      * ...............................................................
       0700-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTALES - VENDEDORES: " WS-CNT-VENDEDORES
              "  COBROS: " WS-CL-COUNT
              "  MONTO DEVUELTO: " WS-TOT-DEVUELTO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-PEND TO LS-PEND.
           MOVE WS-TOT-DESC TO LS-DESC.
           MOVE WS-TOT-TAX TO LS-TAX.
           MOVE WS-LIN-SUBTOT TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM SLSCLW1.
