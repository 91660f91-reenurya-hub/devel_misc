      * REGISTRO SI NO HAY TABLA DE BANDAS, IGUAL QUE SF4SALE), LOS
      * AJUSTES DE SLSADJT.DAT CON SUS MOTIVOS, EL CUMPLIMIENTO DE
      * CUOTA CONTRA SLSQUOTA.DAT Y EL MONTO FINAL ENVIADO EN
      * SETTLE.DAT, CON LOS COBROS POR DEVOLUCIONES (SLSCLAW.DAT)
      * QUE ESA LIQUIDACION DESCONTO Y LOS QUE SIGUEN PENDIENTES, Y
      * EL ANTICIPO (SLSADV.DAT) QUE LA LIQUIDACION RECUPERO CON EL
      * SALDO QUE PASA AL PERIODO SIGUIENTE. LAS VENTAS COMPARTIDAS
      * CON OTRO VENDEDOR (SLSSPLT.DAT) SE LISTAN APARTE Y LA VENTA
      * DEL PERIODO SE ABRE EN PROPIA Y COMPARTIDA
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SETTLE ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.
           SELECT OPTIONAL SLSCLAW ASSIGN TO "SLSCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLW-STATUS.
           SELECT OPTIONAL SLSADV ASSIGN TO "SLSADV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL SLSSPLT ASSIGN TO "SLSSPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           03 ADJ-ANTES                    PIC 9(8).
           03 ADJ-DESPUES                  PIC 9(8).
           03 ADJ-REASON                   PIC X(30).
           03 ADJ-USUARIO                  PIC X(8).
           03 ADJ-SOLICITA                 PIC X(8).

       FD SETTLE.
       01 SETTLE-REC                       PIC X(41).
           03 STL-TAX                      PIC 9(10).
           03 STL-NET                      PIC 9(10).

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

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
        01  WS-ADJT-STATUS      PIC XX.
        01  WS-STL-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-CLW-STATUS       PIC XX.
        01  WS-ADV-STATUS       PIC XX.
        01  WS-SPL-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-STL-HALLADO-SW   PIC X(01) VALUE 'N'.
            88 WS-STL-HALLADO   VALUE 'Y'.
        01  WS-CNT-AJUSTES      PIC 9(04) VALUE ZERO.
        01  WS-CNT-COBROS       PIC 9(04) VALUE ZERO.

      * ANTICIPOS DEL VENDEDOR: RECUPERABLE OTORGADO, RECUPERADO Y LO
      * QUE DESCONTO LA LIQUIDACION DEL ESTADO
        01  WS-CNT-ANTICIPOS    PIC 9(04) VALUE ZERO.
        01  WS-ADV-RECUP        PIC 9(11) VALUE ZERO.
        01  WS-ADV-DESC         PIC 9(11) VALUE ZERO.
        01  WS-ADV-SALDO        PIC S9(11) VALUE ZERO.
        01  WS-ADV-DESC-PER     PIC 9(10) VALUE ZERO.
        01  WS-ADV-SALDO-PER    PIC 9(10) VALUE ZERO.
        01  WS-ADV-NETO-ANTES   PIC 9(10) VALUE ZERO.
        01  WS-ADV-DESC-SW      PIC X(01) VALUE 'N'.
            88 WS-ADV-DESCONTADO VALUE 'Y'.
        01  WS-ADV-EDIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.
        01  WS-ADV-EDIT-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.

      * VENTAS COMPARTIDAS DEL PERIODO EN CURSO (AAAAMM DE HOY) - LA
      * PARTE DE ESTE VENDEDOR YA ESTA SUMADA EN SUS CUBOS DIARIOS
        01  WS-SPL-HOY          PIC 9(08).
        01  WS-SPL-PERIODO      PIC 9(06).
        01  WS-CNT-COMPARTIDAS  PIC 9(04) VALUE ZERO.
        01  WS-SPL-COMPARTIDA   PIC 9(10) VALUE ZERO.
        01  WS-SPL-PROPIA       PIC 9(10) VALUE ZERO.

        01  WS-SPL-LINE.
            03 FILLER           PIC X(04) VALUE 'DIA '.
            03 STM-SPL-DAY      PIC Z9.
            03 FILLER           PIC X(08) VALUE '  VENTA '.
            03 STM-SPL-TOTAL    PIC ZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(14) VALUE '  CON VENDEDOR'.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 STM-SPL-SOCIO    PIC 9(4).
            03 FILLER           PIC X(12) VALUE '  SU PARTE: '.
            03 STM-SPL-PCT      PIC ZZ9.
            03 FILLER           PIC X(03) VALUE '%  '.
            03 STM-SPL-AMT      PIC ZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(02) VALUE SPACES.
            03 STM-SPL-ORIGEN   PIC X(8).

        01  WS-DAY-LINE.
            03 FILLER           PIC X(04) VALUE 'DIA '.
            03 FILLER           PIC X(02) VALUE SPACES.
            03 STM-ADJ-REASON   PIC X(30).

        01  WS-CLW-LINE.
            03 FILLER           PIC X(08) VALUE 'PERIODO '.
            03 STM-CLW-PERIOD   PIC 9(6).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 STM-CLW-REF      PIC X(20).
            03 FILLER           PIC X(10) VALUE ' COMISION '.
            03 STM-CLW-COMM     PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(11) VALUE ' RETENCION '.
            03 STM-CLW-TAX      PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 STM-CLW-ESTADO   PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "SLSMAN-ID DEL ESTADO DE CUENTA: ".
           STRING "VENTAS DEL PERIODO: " WS-MM-SALES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0600-WRITE-SPLITS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TIER-LOADED
              MOVE "SIN DETALLE EN SETTLE.DAT" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM 0560-WRITE-CLAWBACKS.
           PERFORM 0590-WRITE-ADVANCES.
           CLOSE STMTRPT.

       0510-WRITE-ONE-DAY.
              WRITE RPT-LINE
           END-IF.
           PERFORM 0540-READ-NEXT-ADJ.

      * LOS COBROS QUE DESCONTO LA LIQUIDACION DEL ESTADO Y LOS QUE
      * SIGUEN PENDIENTES - EL BRUTO Y EL NETO DE ARRIBA YA VIENEN
      * CON LOS DESCONTADOS RESTADOS
       0560-WRITE-CLAWBACKS.
           OPEN INPUT SLSCLAW.
           IF WS-CLW-STATUS NOT = "00"
              IF WS-CLW-STATUS = "05" OR WS-CLW-STATUS = "35"
                 CLOSE SLSCLAW
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0570-READ-NEXT-CLAW
              PERFORM 0580-WRITE-ONE-CLAW
                 UNTIL WS-EOF
              CLOSE SLSCLAW
           END-IF.

       0570-READ-NEXT-CLAW.
           READ SLSCLAW
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0580-WRITE-ONE-CLAW.
           IF CLW-SLSMAN = WS-SLSMAN-NUM
              AND (CLW-ESTADO = 'P'
                   OR (CLW-ESTADO = 'D' AND WS-STL-HALLADO
                       AND CLW-PER-DESC = WS-STL-PERIOD))
              IF WS-CNT-COBROS = ZERO
                 MOVE SPACES TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE "COBROS POR DEVOLUCIONES (SLSDEV1)" TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              ADD 1 TO WS-CNT-COBROS
              MOVE CLW-PERIOD TO STM-CLW-PERIOD
              MOVE CLW-REF    TO STM-CLW-REF
              MOVE CLW-COMM   TO STM-CLW-COMM
              MOVE CLW-TAX    TO STM-CLW-TAX
              IF CLW-ESTADO = 'D'
                 MOVE 'DESCONTADO' TO STM-CLW-ESTADO
              ELSE
                 MOVE 'PENDIENTE' TO STM-CLW-ESTADO
              END-IF
              MOVE WS-CLW-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM 0570-READ-NEXT-CLAW.

      * ANTICIPOS CONTRA COMISION - EL NETO DE ARRIBA YA VIENE CON EL
      * DESCUENTO RESTADO; LO QUE NO ALCANZO A RECUPERARSE PASA AL
      * PERIODO SIGUIENTE
       0590-WRITE-ADVANCES.
           OPEN INPUT SLSADV.
           IF WS-ADV-STATUS NOT = "00"
              IF WS-ADV-STATUS = "05" OR WS-ADV-STATUS = "35"
                 CLOSE SLSADV
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0595-READ-NEXT-ADVANCE
              PERFORM 0597-SUM-ONE-ADVANCE
                 UNTIL WS-EOF
              CLOSE SLSADV
           END-IF.
           IF WS-CNT-ANTICIPOS > ZERO
              COMPUTE WS-ADV-SALDO = WS-ADV-RECUP - WS-ADV-DESC
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "ANTICIPOS CONTRA COMISION (SLSADV1)" TO RPT-LINE
              WRITE RPT-LINE
              IF WS-ADV-DESCONTADO
                 COMPUTE WS-ADV-NETO-ANTES =
                    WS-STL-AMOUNT + WS-ADV-DESC-PER
                 MOVE WS-ADV-NETO-ANTES TO WS-ADV-EDIT
                 MOVE SPACES TO RPT-LINE
                 STRING "NETO ANTES DEL DESCUENTO: " WS-ADV-EDIT
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
                 MOVE WS-ADV-DESC-PER TO WS-ADV-EDIT
                 MOVE WS-ADV-SALDO-PER TO WS-ADV-EDIT-2
                 MOVE SPACES TO RPT-LINE
                 STRING "DESCONTADO EN ESTA LIQUIDACION: " WS-ADV-EDIT
                    "  SALDO AL PERIODO SIGUIENTE: " WS-ADV-EDIT-2
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              ELSE
                 IF WS-ADV-SALDO < ZERO
                    MOVE ZERO TO WS-ADV-SALDO
                 END-IF
                 MOVE WS-ADV-SALDO TO WS-ADV-EDIT
                 MOVE SPACES TO RPT-LINE
                 STRING "SIN DESCUENTO EN ESTA LIQUIDACION"
                    "  SALDO PENDIENTE: " WS-ADV-EDIT
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.

       0595-READ-NEXT-ADVANCE.
           READ SLSADV
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0597-SUM-ONE-ADVANCE.
           IF ADV-SLSMAN = WS-SLSMAN-NUM
              ADD 1 TO WS-CNT-ANTICIPOS
              EVALUATE ADV-TIPO
                 WHEN 'R'
                    ADD ADV-AMOUNT TO WS-ADV-RECUP
                 WHEN 'D'
                    ADD ADV-AMOUNT TO WS-ADV-DESC
                    IF WS-STL-HALLADO
                       AND ADV-PERIOD = WS-STL-PERIOD
                       MOVE 'Y' TO WS-ADV-DESC-SW
                       ADD ADV-AMOUNT TO WS-ADV-DESC-PER
                       MOVE ADV-SALDO TO WS-ADV-SALDO-PER
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 0595-READ-NEXT-ADVANCE.

      * VENTAS COMPARTIDAS DEL PERIODO: EL VENDEDOR PUEDE SER EL
      * PRIMERO DEL REPARTO (SE QUEDA CON SPL-AMT-1) O EL SEGUNDO
      * (RECIBE SPL-PCT POR CIENTO, SPL-AMT-2)
       0600-WRITE-SPLITS.
           ACCEPT WS-SPL-HOY FROM DATE YYYYMMDD.
           MOVE WS-SPL-HOY (1:6) TO WS-SPL-PERIODO.
           OPEN INPUT SLSSPLT.
           IF WS-SPL-STATUS NOT = "00"
              IF WS-SPL-STATUS = "05" OR WS-SPL-STATUS = "35"
                 CLOSE SLSSPLT
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0610-READ-NEXT-SPLIT
              PERFORM 0620-WRITE-ONE-SPLIT
                 UNTIL WS-EOF
              CLOSE SLSSPLT
           END-IF.
           IF WS-CNT-COMPARTIDAS > ZERO
              IF WS-MM-SALES > WS-SPL-COMPARTIDA
                 COMPUTE WS-SPL-PROPIA =
                    WS-MM-SALES - WS-SPL-COMPARTIDA
              ELSE
                 MOVE ZERO TO WS-SPL-PROPIA
              END-IF
              MOVE SPACES TO RPT-LINE
              STRING "  VENTA PROPIA: " WS-SPL-PROPIA
                 "  VENTA COMPARTIDA: " WS-SPL-COMPARTIDA
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       0610-READ-NEXT-SPLIT.
           READ SLSSPLT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0620-WRITE-ONE-SPLIT.
           IF SPL-PERIOD = WS-SPL-PERIODO
              AND (SPL-SLSMAN = WS-SLSMAN-NUM
                   OR SPL-SOCIO = WS-SLSMAN-NUM)
              IF WS-CNT-COMPARTIDAS = ZERO
                 MOVE SPACES TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE "VENTAS COMPARTIDAS CON OTRO VENDEDOR" TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              ADD 1 TO WS-CNT-COMPARTIDAS
              MOVE SPL-DAY    TO STM-SPL-DAY
              MOVE SPL-TOTAL  TO STM-SPL-TOTAL
              MOVE SPL-ORIGEN TO STM-SPL-ORIGEN
              IF SPL-SLSMAN = WS-SLSMAN-NUM
                 MOVE SPL-SOCIO TO STM-SPL-SOCIO
                 COMPUTE STM-SPL-PCT = 100 - SPL-PCT
                 MOVE SPL-AMT-1 TO STM-SPL-AMT
                 ADD SPL-AMT-1 TO WS-SPL-COMPARTIDA
              ELSE
                 MOVE SPL-SLSMAN TO STM-SPL-SOCIO
                 MOVE SPL-PCT   TO STM-SPL-PCT
                 MOVE SPL-AMT-2 TO STM-SPL-AMT
                 ADD SPL-AMT-2 TO WS-SPL-COMPARTIDA
              END-IF
              MOVE WS-SPL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM 0610-READ-NEXT-SPLIT.
       END PROGRAM SLSSTM1.
