       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSDEV1.
      * ===============================================================
      * SLSDEV1 = DEVOLUCIONES DE VENTAS DE UN PERIODO YA CERRADO Y
      * LIQUIDADO. SLSADJ1 SOLO CORRIGE CUBOS DEL PERIODO ABIERTO; LA
      * COMISION DE UN PERIODO QUE YA FUE AL BANCO SE RECUPERA AQUI.
      * CADA DEVOLUCION (SLSMAN-ID, PERIODO ORIGINAL, MONTO, REFERENCIA)
      * SE VALIDA CONTRA LA VENTA DEL PERIODO EN SLSHIST.DAT (MENOS LO
      * YA DEVUELTO), Y SE CALCULA LA COMISION QUE ESE MONTO GANO:
      * LA DIFERENCIA DE LAS BANDAS DE COMMTIER.DAT DEL PERIODO
      * (COPIA TIPO T DEJADA POR SLSROL1 EN SLSPARC.DAT, O LA TABLA
      * VIGENTE SI EL PERIODO NO TIENE COPIA) ENTRE LA VENTA ANTES Y
      * DESPUES DE LA DEVOLUCION. SIN BANDAS, LA PROPORCION DE LA
      * COMISION DEL PERIODO. LA RETENCION A REVERSAR SALE DE LA
      * MISMA PROPORCION RETENIDA EN TAXLEDG.DAT PARA ESE PAGO.
      * EL COBRO QUEDA PENDIENTE (P) EN SLSCLAW.DAT HASTA QUE SF4SALE
      * LO DESCUENTA DE LA SIGUIENTE LIQUIDACION
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSHIST ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL SLSPLOCK ASSIGN TO "SLSPLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL COMMTIER ASSIGN TO "COMMTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.
           SELECT OPTIONAL SLSPARC ASSIGN TO "SLSPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT OPTIONAL TAXLEDG ASSIGN TO "TAXLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-STATUS.
           SELECT OPTIONAL SLSCLAW ASSIGN TO "SLSCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLW-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SLSHIST.
       01 HIST-REC.
           03 HIST-PERIOD                  PIC 9(6).
           03 HIST-SLSMAN-ID               PIC 9(4).
           03 HIST-MM-SALES                PIC 9(10).
           03 HIST-SALES-COMM              PIC 9(10).

       FD SLSPLOCK.
       01 PLK-REC.
           03 PLK-PERIOD                   PIC 9(6).
           03 PLK-ESTADO                   PIC X(1).

       FD COMMTIER.
       01 TIER-REC.
           03 TIER-FLOOR                   PIC 9(10).
           03 TIER-CEILING                 PIC 9(10).
           03 TIER-RATE                    PIC 9(3)V99.

       FD SLSPARC.
       01 PAR-REC.
           03 PAR-PERIOD                   PIC 9(6).
           03 PAR-STAMP                    PIC X(14).
           03 PAR-TIPO                     PIC X(1).
           03 PAR-DATOS                    PIC X(199).
           03 PAR-TIER REDEFINES PAR-DATOS.
              05 PAR-TIER-FLOOR            PIC 9(10).
              05 PAR-TIER-CEILING          PIC 9(10).
              05 PAR-TIER-RATE             PIC 9(3)V99.
              05 FILLER                    PIC X(174).

       FD TAXLEDG.
       01 TXL-REC.
           03 TXL-FECHA                    PIC 9(8).
           03 TXL-SLSMAN                   PIC 9(4).
           03 TXL-PERIOD                   PIC 9(6).
           03 TXL-GROSS                    PIC 9(10).
           03 TXL-TAX                      PIC 9(10).
           03 TXL-NET                      PIC 9(10).
           03 TXL-TIPO                     PIC X(1).

      * COBROS DE COMISION POR DEVOLUCION - P = PENDIENTE, D = YA
      * DESCONTADO POR SF4SALE EN CLW-PER-DESC, X = ANULADO
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

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-HIST-STATUS      PIC XX.
        01  WS-LOCK-STATUS      PIC XX.
        01  WS-TIER-STATUS      PIC XX.
        01  WS-ARC-STATUS       PIC XX.
        01  WS-TXL-STATUS       PIC XX.
        01  WS-CLW-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-SIGUE            PIC X(01).
            88 WS-SIGUE-SI      VALUE 'Y' 'y' 'S' 's'.
        01  WS-CONFIRM          PIC X(01).

        01  WS-ENT-SLSMAN       PIC X(04).
        01  WS-ENT-PERIOD       PIC X(06).
        01  WS-ENT-AMOUNT       PIC X(10).
        01  WS-ENT-REF          PIC X(20).
        01  WS-SLSMAN-NUM       PIC 9(04).
        01  WS-PERIOD-NUM       PIC 9(06).
        01  WS-PERIOD-DET REDEFINES WS-PERIOD-NUM.
            03 WS-PER-AAAA      PIC 9(04).
            03 WS-PER-MM        PIC 9(02).
        01  WS-AMT-NUM          PIC 9(10).
        01  WS-PERIODO-ACTUAL   PIC 9(06).
        01  WS-ESTADO-PER       PIC X(01).

      * VENTA Y COMISION DEL PERIODO ORIGINAL - LA ULTIMA LINEA DE
      * SLSHIST.DAT DEL VENDEDOR PARA ESE PERIODO MANDA
        01  WS-HIST-SW          PIC X(01).
            88 WS-HIST-HALLADA  VALUE 'Y'.
        01  WS-HIST-SALES       PIC 9(10).
        01  WS-HIST-COMM        PIC 9(10).
        01  WS-YA-DEVUELTO      PIC 9(10).
        01  WS-DISPONIBLE       PIC 9(10).

      * BANDAS DEL PERIODO - COPIA DE SLSPARC.DAT O TABLA VIGENTE
        01  WS-TIER-ORIGEN      PIC X(08).
        01  WS-MEJOR-STAMP      PIC X(14).
        01  WS-TIER-COUNT       PIC 9(02) VALUE ZERO.
        01  WS-TIER-IDX         PIC 9(02).
        01  WS-TIER-TABLE.
            03 WS-TIER-ENTRY OCCURS 20 TIMES.
               05 WS-TIER-FLOOR PIC 9(10).
               05 WS-TIER-CEIL  PIC 9(10).
               05 WS-TIER-RATE  PIC 9(3)V99.
        01  WS-TIER-SLICE       PIC 9(10).
        01  WS-TIER-COMM        PIC 9(10).
        01  WS-BASE-SALES       PIC 9(10).
        01  WS-BASE-COMM        PIC 9(10).
        01  WS-COMM-ANTES       PIC 9(10).
        01  WS-COMM-DESPUES     PIC 9(10).
        01  WS-CLAW-COMM        PIC 9(10).
        01  WS-CLAW-TAX         PIC 9(10).

      * RETENCION DEL PAGO ORIGINAL EN TAXLEDG.DAT
        01  WS-TXL-SW           PIC X(01).
            88 WS-TXL-HALLADO   VALUE 'Y'.
        01  WS-TXL-GROSS        PIC 9(10).
        01  WS-TXL-TAX          PIC 9(10).

        01  WS-CNT-REGISTRADAS  PIC 9(05) VALUE ZERO.
        01  WS-CNT-RECHAZADAS   PIC 9(05) VALUE ZERO.

        01  WS-SYSDATE.
           05  WS-SYS-YEAR      PIC 9(4).
           05  WS-SYS-MONTH     PIC 99.
           05  WS-SYS-DAY       PIC 99.
        01  WS-SYSDATE-N REDEFINES WS-SYSDATE PIC 9(8).
        01  WS-SYSTIME.
           05  WS-SYS-HH        PIC 99.
           05  WS-SYS-MN        PIC 99.
           05  WS-SYS-SS        PIC 99.
           05  WS-SYS-HS        PIC 99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ACTUAL =
              WS-SYS-YEAR * 100 + WS-SYS-MONTH.
           MOVE "Y" TO WS-SIGUE.
           PERFORM 0200-CAPTURE-ONE-RETURN
              UNTIL NOT WS-SIGUE-SI.
           DISPLAY "DEVOLUCIONES REGISTRADAS: " WS-CNT-REGISTRADAS.
           DISPLAY "DEVOLUCIONES RECHAZADAS : " WS-CNT-RECHAZADAS.
           PERFORM 0900-WRITE-RUNLOG.
           IF WS-CNT-RECHAZADAS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0200-CAPTURE-ONE-RETURN.
           DISPLAY "SLSMAN-ID DE LA DEVOLUCION : ".
           ACCEPT WS-ENT-SLSMAN.
           DISPLAY "PERIODO ORIGINAL AAAAMM    : ".
           ACCEPT WS-ENT-PERIOD.
           DISPLAY "MONTO DEVUELTO (10 DIGITOS): ".
           ACCEPT WS-ENT-AMOUNT.
           DISPLAY "REFERENCIA (NOTA CREDITO)  : ".
           ACCEPT WS-ENT-REF.
           PERFORM 0300-VALIDATE-RETURN THRU 0300-EXIT.
           DISPLAY "OTRA DEVOLUCION? (Y/N): ".
           ACCEPT WS-SIGUE.

       0300-VALIDATE-RETURN.
           IF WS-ENT-SLSMAN NOT NUMERIC
              OR WS-ENT-PERIOD NOT NUMERIC
              OR WS-ENT-AMOUNT NOT NUMERIC
              DISPLAY "ID, PERIODO Y MONTO DEBEN SER NUMERICOS"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           IF WS-ENT-REF = SPACES
              DISPLAY "LA REFERENCIA ES OBLIGATORIA"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           MOVE WS-ENT-SLSMAN TO WS-SLSMAN-NUM.
           MOVE WS-ENT-PERIOD TO WS-PERIOD-NUM.
           MOVE FUNCTION NUMVAL(WS-ENT-AMOUNT) TO WS-AMT-NUM.
           IF WS-AMT-NUM = ZERO
              DISPLAY "EL MONTO DEBE SER MAYOR QUE CERO"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
              OR WS-PERIOD-NUM NOT < WS-PERIODO-ACTUAL
              DISPLAY "PERIODO INVALIDO - DEBE SER UN PERIODO ANTERIOR"
                 " (EL PERIODO EN CURSO SE CORRIGE CON SLSADJ1)"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           PERFORM 0310-READ-PERIOD-STATE.
           IF WS-ESTADO-PER NOT = "C"
              DISPLAY "EL PERIODO " WS-PERIOD-NUM " NO ESTA CERRADO "
                 "- CORRIJA CON SLSADJ1"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           PERFORM 0400-FIND-HISTORY.
           IF NOT WS-HIST-HALLADA
              DISPLAY "SIN LIQUIDACION EN SLSHIST.DAT PARA "
                 WS-SLSMAN-NUM " PERIODO " WS-PERIOD-NUM
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           PERFORM 0450-SUM-PRIOR-RETURNS.
           COMPUTE WS-DISPONIBLE = WS-HIST-SALES - WS-YA-DEVUELTO.
           IF WS-AMT-NUM > WS-DISPONIBLE
              DISPLAY "LA DEVOLUCION EXCEDE LA VENTA DEL PERIODO - "
                 "DISPONIBLE: " WS-DISPONIBLE
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           PERFORM 0500-LOAD-PERIOD-TIERS.
           PERFORM 0600-COMPUTE-CLAWBACK.
           PERFORM 0650-COMPUTE-TAX-REVERSAL.
           DISPLAY "VENTA DEL PERIODO : " WS-HIST-SALES
              "  YA DEVUELTO: " WS-YA-DEVUELTO.
           DISPLAY "BANDAS USADAS     : " WS-TIER-ORIGEN.
           DISPLAY "COMISION A COBRAR : " WS-CLAW-COMM.
           DISPLAY "RETENCION REVERSA : " WS-CLAW-TAX.
           DISPLAY "REGISTRAR EL COBRO? (S/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
              DISPLAY "DEVOLUCION NO REGISTRADA"
              ADD 1 TO WS-CNT-RECHAZADAS
              GO TO 0300-EXIT
           END-IF.
           PERFORM 0700-WRITE-CLAWBACK.
       0300-EXIT.
           EXIT.

      * LA ULTIMA LINEA DEL PERIODO EN SLSPLOCK.DAT DA SU ESTADO
       0310-READ-PERIOD-STATE.
           MOVE SPACE TO WS-ESTADO-PER.
           OPEN INPUT SLSPLOCK.
           IF WS-LOCK-STATUS NOT = "00"
              IF WS-LOCK-STATUS = "05" OR WS-LOCK-STATUS = "35"
                 CLOSE SLSPLOCK
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0320-READ-NEXT-LOCK
              PERFORM 0330-CHECK-ONE-LOCK
                 UNTIL WS-EOF
              CLOSE SLSPLOCK
           END-IF.

       0320-READ-NEXT-LOCK.
           READ SLSPLOCK
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0330-CHECK-ONE-LOCK.
           IF PLK-PERIOD = WS-PERIOD-NUM
              MOVE PLK-ESTADO TO WS-ESTADO-PER
           END-IF.
           PERFORM 0320-READ-NEXT-LOCK.

       0400-FIND-HISTORY.
           MOVE 'N' TO WS-HIST-SW.
           OPEN INPUT SLSHIST.
           IF WS-HIST-STATUS NOT = "00"
              IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                 CLOSE SLSHIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0410-READ-NEXT-HIST
              PERFORM 0420-CHECK-ONE-HIST
                 UNTIL WS-EOF
              CLOSE SLSHIST
           END-IF.

       0410-READ-NEXT-HIST.
           READ SLSHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0420-CHECK-ONE-HIST.
           IF HIST-PERIOD = WS-PERIOD-NUM
              AND HIST-SLSMAN-ID = WS-SLSMAN-NUM
              MOVE 'Y' TO WS-HIST-SW
              MOVE HIST-MM-SALES TO WS-HIST-SALES
              MOVE HIST-SALES-COMM TO WS-HIST-COMM
           END-IF.
           PERFORM 0410-READ-NEXT-HIST.

      * LO YA DEVUELTO DEL MISMO PERIODO NO SE PUEDE VOLVER A DEVOLVER
      * Y CORRE LA BASE SOBRE LA QUE SE CALCULA ESTA DEVOLUCION
       0450-SUM-PRIOR-RETURNS.
           MOVE ZERO TO WS-YA-DEVUELTO.
           OPEN INPUT SLSCLAW.
           IF WS-CLW-STATUS NOT = "00"
              IF WS-CLW-STATUS = "05" OR WS-CLW-STATUS = "35"
                 CLOSE SLSCLAW
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0460-READ-NEXT-CLAW
              PERFORM 0470-ADD-ONE-CLAW
                 UNTIL WS-EOF
              CLOSE SLSCLAW
           END-IF.

       0460-READ-NEXT-CLAW.
           READ SLSCLAW
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0470-ADD-ONE-CLAW.
           IF CLW-SLSMAN = WS-SLSMAN-NUM
              AND CLW-PERIOD = WS-PERIOD-NUM
              AND CLW-ESTADO NOT = 'X'
              ADD CLW-AMOUNT TO WS-YA-DEVUELTO
           END-IF.
           PERFORM 0460-READ-NEXT-CLAW.

      * LAS BANDAS CON QUE SE PAGO EL PERIODO: LA COPIA MAS RECIENTE
      * DEL PERIODO EN SLSPARC.DAT; SI NO LA HAY, COMMTIER.DAT
       0500-LOAD-PERIOD-TIERS.
           MOVE ZERO TO WS-TIER-COUNT.
           MOVE SPACES TO WS-MEJOR-STAMP.
           OPEN INPUT SLSPARC.
           IF WS-ARC-STATUS NOT = "00"
              IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                 CLOSE SLSPARC
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0510-READ-NEXT-ARC
              PERFORM 0520-FIND-LAST-STAMP
                 UNTIL WS-EOF
              CLOSE SLSPARC
           END-IF.
           IF WS-MEJOR-STAMP NOT = SPACES
              MOVE "SLSPARC " TO WS-TIER-ORIGEN
              OPEN INPUT SLSPARC
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0510-READ-NEXT-ARC
              PERFORM 0530-ADD-ARC-TIER
                 UNTIL WS-EOF
              CLOSE SLSPARC
           ELSE
              MOVE "COMMTIER" TO WS-TIER-ORIGEN
              OPEN INPUT COMMTIER
              IF WS-TIER-STATUS NOT = "00"
                 IF WS-TIER-STATUS = "05" OR WS-TIER-STATUS = "35"
                    CLOSE COMMTIER
                 END-IF
              ELSE
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 0540-READ-NEXT-TIER
                 PERFORM 0550-ADD-ONE-TIER
                    UNTIL WS-EOF
                 CLOSE COMMTIER
              END-IF
           END-IF.
           IF WS-TIER-COUNT = ZERO
              MOVE "PLANA   " TO WS-TIER-ORIGEN
           END-IF.

       0510-READ-NEXT-ARC.
           READ SLSPARC
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0520-FIND-LAST-STAMP.
           IF PAR-PERIOD = WS-PERIOD-NUM AND PAR-TIPO = 'T'
              AND (WS-MEJOR-STAMP = SPACES
                   OR PAR-STAMP > WS-MEJOR-STAMP)
              MOVE PAR-STAMP TO WS-MEJOR-STAMP
           END-IF.
           PERFORM 0510-READ-NEXT-ARC.

       0530-ADD-ARC-TIER.
           IF PAR-PERIOD = WS-PERIOD-NUM AND PAR-TIPO = 'T'
              AND PAR-STAMP = WS-MEJOR-STAMP
              AND WS-TIER-COUNT < 20
              ADD 1 TO WS-TIER-COUNT
              MOVE PAR-TIER-FLOOR   TO WS-TIER-FLOOR (WS-TIER-COUNT)
              MOVE PAR-TIER-CEILING TO WS-TIER-CEIL (WS-TIER-COUNT)
              MOVE PAR-TIER-RATE    TO WS-TIER-RATE (WS-TIER-COUNT)
           END-IF.
           PERFORM 0510-READ-NEXT-ARC.

       0540-READ-NEXT-TIER.
           READ COMMTIER
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0550-ADD-ONE-TIER.
           IF WS-TIER-COUNT < 20
              ADD 1 TO WS-TIER-COUNT
              MOVE TIER-FLOOR   TO WS-TIER-FLOOR (WS-TIER-COUNT)
              MOVE TIER-CEILING TO WS-TIER-CEIL (WS-TIER-COUNT)
              MOVE TIER-RATE    TO WS-TIER-RATE (WS-TIER-COUNT)
           END-IF.
           PERFORM 0540-READ-NEXT-TIER.

      * LA COMISION DE LA DEVOLUCION ES LO QUE PAGAN LAS BANDAS SOBRE
      * LA VENTA VIGENTE DEL PERIODO MENOS LO QUE PAGARIAN SIN ESTE
      * MONTO - ASI UNA DEVOLUCION QUE BAJA DE BANDA COBRA LA TARIFA
      * DE LA BANDA DE ARRIBA. SIN BANDAS SE COBRA LA PROPORCION
       0600-COMPUTE-CLAWBACK.
           IF WS-TIER-COUNT = ZERO
              COMPUTE WS-CLAW-COMM ROUNDED =
                 WS-HIST-COMM * WS-AMT-NUM / WS-HIST-SALES
           ELSE
              COMPUTE WS-BASE-SALES = WS-HIST-SALES - WS-YA-DEVUELTO
              PERFORM 0610-COMMISSION-ON-BASE
              MOVE WS-BASE-COMM TO WS-COMM-ANTES
              COMPUTE WS-BASE-SALES =
                 WS-HIST-SALES - WS-YA-DEVUELTO - WS-AMT-NUM
              PERFORM 0610-COMMISSION-ON-BASE
              MOVE WS-BASE-COMM TO WS-COMM-DESPUES
              COMPUTE WS-CLAW-COMM = WS-COMM-ANTES - WS-COMM-DESPUES
           END-IF.

       0610-COMMISSION-ON-BASE.
           MOVE ZERO TO WS-BASE-COMM.
           PERFORM 0620-APPLY-ONE-TIER
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT.

       0620-APPLY-ONE-TIER.
           MOVE ZERO TO WS-TIER-SLICE.
           IF WS-BASE-SALES > WS-TIER-FLOOR (WS-TIER-IDX)
              IF WS-BASE-SALES > WS-TIER-CEIL (WS-TIER-IDX)
                 COMPUTE WS-TIER-SLICE =
                    WS-TIER-CEIL (WS-TIER-IDX)
                    - WS-TIER-FLOOR (WS-TIER-IDX)
              ELSE
                 COMPUTE WS-TIER-SLICE =
                    WS-BASE-SALES - WS-TIER-FLOOR (WS-TIER-IDX)
              END-IF
              COMPUTE WS-TIER-COMM ROUNDED =
                 WS-TIER-SLICE * WS-TIER-RATE (WS-TIER-IDX) / 100
              ADD WS-TIER-COMM TO WS-BASE-COMM
           END-IF.

      * SE REVERSA LA MISMA PROPORCION QUE SE RETUVO AL PAGAR EL
      * PERIODO - EL ULTIMO PAGO DEL VENDEDOR PARA ESE PERIODO
       0650-COMPUTE-TAX-REVERSAL.
           MOVE 'N' TO WS-TXL-SW.
           MOVE ZERO TO WS-CLAW-TAX.
           OPEN INPUT TAXLEDG.
           IF WS-TXL-STATUS NOT = "00"
              IF WS-TXL-STATUS = "05" OR WS-TXL-STATUS = "35"
                 CLOSE TAXLEDG
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0660-READ-NEXT-TXL
              PERFORM 0670-CHECK-ONE-TXL
                 UNTIL WS-EOF
              CLOSE TAXLEDG
           END-IF.
           IF WS-TXL-HALLADO AND WS-TXL-GROSS > ZERO
              COMPUTE WS-CLAW-TAX ROUNDED =
                 WS-CLAW-COMM * WS-TXL-TAX / WS-TXL-GROSS
           END-IF.

       0660-READ-NEXT-TXL.
           READ TAXLEDG
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0670-CHECK-ONE-TXL.
           IF TXL-SLSMAN = WS-SLSMAN-NUM
              AND TXL-PERIOD = WS-PERIOD-NUM
              AND TXL-TIPO NOT = 'R'
              MOVE 'Y' TO WS-TXL-SW
              MOVE TXL-GROSS TO WS-TXL-GROSS
              MOVE TXL-TAX TO WS-TXL-TAX
           END-IF.
           PERFORM 0660-READ-NEXT-TXL.

       0700-WRITE-CLAWBACK.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND SLSCLAW.
           IF WS-CLW-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SLSCLAW.DAT"
              ADD 1 TO WS-CNT-RECHAZADAS
           ELSE
              MOVE WS-SYSDATE-N TO CLW-FECHA
              MOVE WS-SYSTIME (1:6) TO CLW-HORA
              MOVE WS-SLSMAN-NUM TO CLW-SLSMAN
              MOVE WS-PERIOD-NUM TO CLW-PERIOD
              MOVE WS-AMT-NUM TO CLW-AMOUNT
              MOVE WS-CLAW-COMM TO CLW-COMM
              MOVE WS-CLAW-TAX TO CLW-TAX
              MOVE 'P' TO CLW-ESTADO
              MOVE ZERO TO CLW-PER-DESC
              MOVE WS-ENT-REF TO CLW-REF
              WRITE CLW-REC
              CLOSE SLSCLAW
              ADD 1 TO WS-CNT-REGISTRADAS
              DISPLAY "COBRO PENDIENTE REGISTRADO - SE DESCUENTA EN "
                 "LA PROXIMA LIQUIDACION"
           END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SLSDEV1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " STATUS=COMPLETE POSTED=" WS-CNT-REGISTRADAS
              " REJECTED=" WS-CNT-RECHAZADAS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
       END PROGRAM SLSDEV1.
