       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSTER1.
      * ===============================================================
      * SLSTER1 = VENTAS POR TERRITORIO PARA LOS GERENTES REGIONALES.
      * TOMA DE SLSHIST.DAT LOS DOS PERIODOS MAS RECIENTES (LA ULTIMA
      * LINEA DE UN PERIODO GANA, IGUAL QUE SLSCMP1), UBICA A CADA
      * VENDEDOR EN SU TERRITORIO SEGUN SLSMST.DAT Y ARMA EN
      * SLSTERR.RPT, POR TERRITORIO DE TERRMST.DAT: GERENTE, VENDEDORES,
      * VENTAS, COMISION, CUMPLIMIENTO DE CUOTA (LA CUOTA DEL
      * TERRITORIO, O LA SUMA DE SLSQUOTA.DAT DE SUS VENDEDORES SI EL
      * MAESTRO NO LA TRAE), PARTICIPACION EN EL TOTAL Y CAMBIO CONTRA
      * EL PERIODO ANTERIOR, ORDENADOS DE MAYOR A MENOR VENTA.
      * UN TERRITORIO QUE NO ESTA EN TERRMST SALE MARCADO.
      * RETURN-CODE 4 SI NO HAY HISTORIA O HAY TERRITORIOS FUERA DEL
      * MAESTRO, 8 SI ALGUNA TABLA SE LLENO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSHIST ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL SLSQUOTA ASSIGN TO "SLSQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT OPTIONAL TERRMST ASSIGN TO "TERRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CODE
               FILE STATUS IS WS-TER-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT TERRPT ASSIGN TO "SLSTERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SLSHIST.
       01 HIST-REC.
           03 HIST-PERIOD                  PIC 9(6).
           03 HIST-SLSMAN-ID               PIC 9(4).
           03 HIST-MM-SALES                PIC 9(10).
           03 HIST-SALES-COMM              PIC 9(10).

       FD SLSQUOTA.
       01 QUOTA-REC.
           03 QTA-SLSMAN-ID                PIC 9(4).
           03 QTA-TARGET                   PIC 9(10).

       FD TERRMST.
       01 REG-TERRMST.
           03 TER-CODE                     PIC X(20).
           03 TER-DESC                     PIC X(30).
           03 TER-MANAGER                  PIC X(30).
           03 TER-QUOTA                    PIC 9(10).
           03 FILLER                       PIC X(10).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD TERRPT.
       01 RPT-LINE                         PIC X(100).

       WORKING-STORAGE SECTION.
        01  WS-HIST-STATUS      PIC XX.
        01  WS-QUOTA-STATUS     PIC XX.
        01  WS-TER-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-LLENA-SW         PIC X(01) VALUE 'N'.
            88 WS-TABLA-LLENA   VALUE 'Y'.

      * LOS DOS PERIODOS MAS RECIENTES DE LA HISTORIA
        01  WS-PERIOD-CUR       PIC 9(6) VALUE ZERO.
        01  WS-PERIOD-PREV      PIC 9(6) VALUE ZERO.

      * VENDEDORES: TERRITORIO DEL MAESTRO Y SUS CIFRAS DE LOS DOS
      * PERIODOS. UN VENDEDOR DE LA HISTORIA QUE NO ESTA EN SLSMST
      * QUEDA CON TERRITORIO EN BLANCO
        01  WS-VEN-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-VEN-IDX          PIC 9(04).
        01  WS-VEN-HIT          PIC 9(04).
        01  WS-BUSCA-ID         PIC 9(04).
        01  WS-VEN-TABLA.
            03 WS-VEN-ENTRY OCCURS 2000 TIMES.
               05 VEN-SLSMAN    PIC 9(4).
               05 VEN-TERR      PIC X(20).
               05 VEN-CUR       PIC 9(10).
               05 VEN-COMM      PIC 9(10).
               05 VEN-PREV      PIC 9(10).
               05 VEN-QUOTA     PIC 9(10).
               05 VEN-HAS-CUR   PIC X(01).
               05 VEN-HAS-PREV  PIC X(01).

      * TERRITORIOS: LOS DEL MAESTRO MAS LOS QUE APARECEN EN SLSMST
      * SIN ESTAR EN TERRMST (TT-MAESTRO = 'N')
        01  WS-TT-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-TT-IDX           PIC 9(04).
        01  WS-TT-J             PIC 9(04).
        01  WS-TT-MAX           PIC 9(04).
        01  WS-TT-HIT           PIC 9(04).
        01  WS-TT-TABLA.
            03 WS-TT-ENTRY OCCURS 200 TIMES.
               05 TT-CODE       PIC X(20).
               05 TT-DESC       PIC X(30).
               05 TT-MANAGER    PIC X(30).
               05 TT-QUOTA      PIC 9(12).
               05 TT-MAESTRO    PIC X(01).
               05 TT-VEND       PIC 9(04).
               05 TT-SALES      PIC 9(12).
               05 TT-COMM       PIC 9(12).
               05 TT-QTA-VEND   PIC 9(12).
               05 TT-PREV       PIC 9(12).
        01  WS-TT-SWAP          PIC X(145).

      * CIFRAS DE LA LINEA EN CURSO (UN TERRITORIO O EL TOTAL)
        01  WS-FIG-SALES        PIC 9(12).
        01  WS-FIG-COMM         PIC 9(12).
        01  WS-FIG-PREV         PIC 9(12).
        01  WS-QUOTA-USADA      PIC 9(12).
        01  WS-ATTAIN-PCT       PIC 9(05).
        01  WS-SHARE-PCT        PIC 9(03)V99.
        01  WS-CHANGE-PCT       PIC S9(05).
        01  WS-FUERA-MAESTRO    PIC 9(04) VALUE ZERO.
        01  WS-TOT-VEND         PIC 9(04) VALUE ZERO.
        01  WS-TOT-SALES        PIC 9(12) VALUE ZERO.
        01  WS-TOT-COMM         PIC 9(12) VALUE ZERO.
        01  WS-TOT-QUOTA        PIC 9(12) VALUE ZERO.
        01  WS-TOT-PREV         PIC 9(12) VALUE ZERO.

        01  WS-LIN-TERR.
            03 LT-RANK          PIC ZZ9.
            03 FILLER           PIC X(02) VALUE '. '.
            03 LT-CODE          PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LT-DESC          PIC X(30).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LT-FLAG          PIC X(20).

        01  WS-LIN-GTE.
            03 FILLER           PIC X(13) VALUE '    GERENTE: '.
            03 LG-MANAGER       PIC X(30).
            03 FILLER           PIC X(14) VALUE '  VENDEDORES: '.
            03 LG-VEND          PIC ZZZ9.

        01  WS-LIN-VENTAS.
            03 FILLER           PIC X(12) VALUE '    VENTAS: '.
            03 LV-SALES         PIC ZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(12) VALUE '  COMISION: '.
            03 LV-COMM          PIC ZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(17) VALUE '  PARTICIPACION: '.
            03 LV-SHARE         PIC ZZ9.99.
            03 FILLER           PIC X(01) VALUE '%'.

        01  WS-LIN-CUOTA.
            03 FILLER           PIC X(11) VALUE '    CUOTA: '.
            03 LQ-QUOTA         PIC ZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(16) VALUE '  CUMPLIMIENTO: '.
            03 LQ-ATTAIN        PIC X(10).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LQ-ORIGEN        PIC X(18).

        01  WS-LIN-CAMBIO.
            03 FILLER           PIC X(22)
                                VALUE '    PERIODO ANTERIOR: '.
            03 LC-PREV          PIC ZZ,ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(10) VALUE '  CAMBIO: '.
            03 LC-CHANGE        PIC X(12).

        01  WS-PCT-EDIT         PIC ZZZZ9.
        01  WS-CHG-EDIT         PIC +ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-FIND-PERIODS.
           IF WS-PERIOD-CUR = ZERO
              DISPLAY "SIN HISTORIA EN SLSHIST.DAT - CORRA SF4SALE"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0200-LOAD-TERRITORIES.
           PERFORM 0300-LOAD-SALESMEN.
           PERFORM 0400-LOAD-HISTORY.
           PERFORM 0450-LOAD-QUOTAS.
           PERFORM 0500-ROLLUP
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-VEN-COUNT.
           PERFORM 0600-RANK-TERRITORIES.
           PERFORM 0700-WRITE-REPORT.
           DISPLAY "REPORTE GENERADO: SLSTERR.RPT".
           IF WS-TABLA-LLENA
              DISPLAY "TABLA LLENA - REPORTE INCOMPLETO"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FUERA-MAESTRO > ZERO
                 DISPLAY "TERRITORIOS FUERA DE TERRMST.DAT: "
                    WS-FUERA-MAESTRO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      * ...............................................................
      * PRIMERA PASADA - LOS DOS PERIODOS DISTINTOS MAS ALTOS
       0100-FIND-PERIODS.
           OPEN INPUT SLSHIST.
           IF WS-HIST-STATUS NOT = "00"
              IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                 CLOSE SLSHIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT-HIST
              PERFORM 0120-NOTE-PERIOD
                 UNTIL WS-EOF
              CLOSE SLSHIST
           END-IF.
      * ...............................................................
       0110-READ-NEXT-HIST.
           READ SLSHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0120-NOTE-PERIOD.
           IF HIST-PERIOD > WS-PERIOD-CUR
              IF WS-PERIOD-CUR > WS-PERIOD-PREV
                 MOVE WS-PERIOD-CUR TO WS-PERIOD-PREV
              END-IF
              MOVE HIST-PERIOD TO WS-PERIOD-CUR
           ELSE
              IF HIST-PERIOD < WS-PERIOD-CUR
                 AND HIST-PERIOD > WS-PERIOD-PREV
                 MOVE HIST-PERIOD TO WS-PERIOD-PREV
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-HIST.
      * ...............................................................
       0200-LOAD-TERRITORIES.
           OPEN INPUT TERRMST.
           IF WS-TER-STATUS NOT = "00"
              DISPLAY "AVISO: NO HAY TERRMST.DAT"
              IF WS-TER-STATUS = "05" OR WS-TER-STATUS = "35"
                 CLOSE TERRMST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0210-READ-NEXT-TERR
              PERFORM 0220-LOAD-ONE-TERR
                 UNTIL WS-EOF
              CLOSE TERRMST
           END-IF.
      * ...............................................................
       0210-READ-NEXT-TERR.
           READ TERRMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0220-LOAD-ONE-TERR.
           IF WS-TT-COUNT < 200
              ADD 1 TO WS-TT-COUNT
              MOVE TER-CODE    TO TT-CODE (WS-TT-COUNT)
              MOVE TER-DESC    TO TT-DESC (WS-TT-COUNT)
              MOVE TER-MANAGER TO TT-MANAGER (WS-TT-COUNT)
              MOVE TER-QUOTA   TO TT-QUOTA (WS-TT-COUNT)
              MOVE 'Y'         TO TT-MAESTRO (WS-TT-COUNT)
              MOVE ZERO TO TT-VEND (WS-TT-COUNT)
              MOVE ZERO TO TT-SALES (WS-TT-COUNT)
              MOVE ZERO TO TT-COMM (WS-TT-COUNT)
              MOVE ZERO TO TT-QTA-VEND (WS-TT-COUNT)
              MOVE ZERO TO TT-PREV (WS-TT-COUNT)
           ELSE
              MOVE 'Y' TO WS-LLENA-SW
           END-IF.
           PERFORM 0210-READ-NEXT-TERR.
      * ...............................................................
       0300-LOAD-SALESMEN.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS NOT = "00"
              DISPLAY "AVISO: NO HAY SLSMST.DAT"
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0310-READ-NEXT-SALESMAN
              PERFORM 0320-LOAD-ONE-SALESMAN
                 UNTIL WS-EOF
              CLOSE SLSMST
           END-IF.
      * ...............................................................
       0310-READ-NEXT-SALESMAN.
           READ SLSMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0320-LOAD-ONE-SALESMAN.
           IF WS-VEN-COUNT < 2000
              ADD 1 TO WS-VEN-COUNT
              MOVE SLM-ID        TO VEN-SLSMAN (WS-VEN-COUNT)
              MOVE SLM-TERRITORY TO VEN-TERR (WS-VEN-COUNT)
              PERFORM 0330-CLEAR-FIGURES
           ELSE
              MOVE 'Y' TO WS-LLENA-SW
           END-IF.
           PERFORM 0310-READ-NEXT-SALESMAN.
      * ...............................................................
       0330-CLEAR-FIGURES.
           MOVE ZERO TO VEN-CUR (WS-VEN-COUNT).
           MOVE ZERO TO VEN-COMM (WS-VEN-COUNT).
           MOVE ZERO TO VEN-PREV (WS-VEN-COUNT).
           MOVE ZERO TO VEN-QUOTA (WS-VEN-COUNT).
           MOVE 'N' TO VEN-HAS-CUR (WS-VEN-COUNT).
           MOVE 'N' TO VEN-HAS-PREV (WS-VEN-COUNT).
      * ...............................................................
      * SEGUNDA PASADA - CIFRAS DE LOS DOS PERIODOS; UNA CORRIDA
      * REPETIDA DEL PERIODO REEMPLAZA, LA ULTIMA LINEA GANA
       0400-LOAD-HISTORY.
           OPEN INPUT SLSHIST.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0110-READ-NEXT-HIST.
           PERFORM 0410-LOAD-ONE-LINE
              UNTIL WS-EOF.
           CLOSE SLSHIST.
      * ...............................................................
       0410-LOAD-ONE-LINE.
           IF HIST-PERIOD = WS-PERIOD-CUR
              OR HIST-PERIOD = WS-PERIOD-PREV
              MOVE HIST-SLSMAN-ID TO WS-BUSCA-ID
              PERFORM 0420-FIND-SALESMAN
              IF WS-VEN-HIT = ZERO
                 IF WS-VEN-COUNT < 2000
                    ADD 1 TO WS-VEN-COUNT
                    MOVE HIST-SLSMAN-ID TO VEN-SLSMAN (WS-VEN-COUNT)
                    MOVE SPACES TO VEN-TERR (WS-VEN-COUNT)
                    PERFORM 0330-CLEAR-FIGURES
                    MOVE WS-VEN-COUNT TO WS-VEN-HIT
                 ELSE
                    MOVE 'Y' TO WS-LLENA-SW
                 END-IF
              END-IF
              IF WS-VEN-HIT > ZERO
                 IF HIST-PERIOD = WS-PERIOD-CUR
                    MOVE HIST-MM-SALES   TO VEN-CUR (WS-VEN-HIT)
                    MOVE HIST-SALES-COMM TO VEN-COMM (WS-VEN-HIT)
                    MOVE 'Y' TO VEN-HAS-CUR (WS-VEN-HIT)
                 ELSE
                    MOVE HIST-MM-SALES TO VEN-PREV (WS-VEN-HIT)
                    MOVE 'Y' TO VEN-HAS-PREV (WS-VEN-HIT)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-HIST.
      * ...............................................................
       0420-FIND-SALESMAN.
           MOVE ZERO TO WS-VEN-HIT.
           PERFORM 0430-COMPARE-SALESMAN
              VARYING WS-VEN-IDX FROM 1 BY 1
              UNTIL WS-VEN-IDX > WS-VEN-COUNT
                 OR WS-VEN-HIT > ZERO.
      * ...............................................................
       0430-COMPARE-SALESMAN.
           IF VEN-SLSMAN (WS-VEN-IDX) = WS-BUSCA-ID
              MOVE WS-VEN-IDX TO WS-VEN-HIT
           END-IF.
      * ...............................................................
       0450-LOAD-QUOTAS.
           OPEN INPUT SLSQUOTA.
           IF WS-QUOTA-STATUS NOT = "00"
              IF WS-QUOTA-STATUS = "05" OR WS-QUOTA-STATUS = "35"
                 CLOSE SLSQUOTA
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0460-READ-NEXT-QUOTA
              PERFORM 0470-LOAD-ONE-QUOTA
                 UNTIL WS-EOF
              CLOSE SLSQUOTA
           END-IF.
      * ...............................................................
       0460-READ-NEXT-QUOTA.
           READ SLSQUOTA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0470-LOAD-ONE-QUOTA.
           MOVE QTA-SLSMAN-ID TO WS-BUSCA-ID.
           PERFORM 0420-FIND-SALESMAN.
           IF WS-VEN-HIT > ZERO
              MOVE QTA-TARGET TO VEN-QUOTA (WS-VEN-HIT)
           END-IF.
           PERFORM 0460-READ-NEXT-QUOTA.
      * ...............................................................
      * ACUMULA CADA VENDEDOR CON MOVIMIENTO EN SU TERRITORIO
       0500-ROLLUP.
           IF VEN-HAS-CUR (WS-VEN-IDX) = 'Y'
              OR VEN-HAS-PREV (WS-VEN-IDX) = 'Y'
              PERFORM 0510-FIND-TERRITORY
              IF WS-TT-HIT > ZERO
                 IF VEN-HAS-CUR (WS-VEN-IDX) = 'Y'
                    ADD 1 TO TT-VEND (WS-TT-HIT)
                    ADD VEN-CUR (WS-VEN-IDX) TO TT-SALES (WS-TT-HIT)
                    ADD VEN-COMM (WS-VEN-IDX) TO TT-COMM (WS-TT-HIT)
                    ADD VEN-QUOTA (WS-VEN-IDX)
                       TO TT-QTA-VEND (WS-TT-HIT)
                 END-IF
                 ADD VEN-PREV (WS-VEN-IDX) TO TT-PREV (WS-TT-HIT)
              END-IF
           END-IF.
      * ...............................................................
       0510-FIND-TERRITORY.
           MOVE ZERO TO WS-TT-HIT.
           PERFORM 0520-COMPARE-TERRITORY
              VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT
                 OR WS-TT-HIT > ZERO.
           IF WS-TT-HIT = ZERO
              IF WS-TT-COUNT < 200
                 ADD 1 TO WS-TT-COUNT
                 MOVE VEN-TERR (WS-VEN-IDX) TO TT-CODE (WS-TT-COUNT)
                 MOVE SPACES TO TT-DESC (WS-TT-COUNT)
                 MOVE SPACES TO TT-MANAGER (WS-TT-COUNT)
                 MOVE ZERO   TO TT-QUOTA (WS-TT-COUNT)
                 MOVE 'N'    TO TT-MAESTRO (WS-TT-COUNT)
                 MOVE ZERO TO TT-VEND (WS-TT-COUNT)
                 MOVE ZERO TO TT-SALES (WS-TT-COUNT)
                 MOVE ZERO TO TT-COMM (WS-TT-COUNT)
                 MOVE ZERO TO TT-QTA-VEND (WS-TT-COUNT)
                 MOVE ZERO TO TT-PREV (WS-TT-COUNT)
                 MOVE WS-TT-COUNT TO WS-TT-HIT
                 ADD 1 TO WS-FUERA-MAESTRO
              ELSE
                 MOVE 'Y' TO WS-LLENA-SW
              END-IF
           END-IF.
      * ...............................................................
       0520-COMPARE-TERRITORY.
           IF TT-CODE (WS-TT-IDX) = VEN-TERR (WS-VEN-IDX)
              MOVE WS-TT-IDX TO WS-TT-HIT
           END-IF.
      * ...............................................................
      * RANKING - SELECCION DE MAYOR A MENOR VENTA
       0600-RANK-TERRITORIES.
           PERFORM 0610-RANK-PASS
              VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX >= WS-TT-COUNT.
      * ...............................................................
       0610-RANK-PASS.
           MOVE WS-TT-IDX TO WS-TT-MAX.
           PERFORM 0620-FIND-MAX
              VARYING WS-TT-J FROM WS-TT-IDX BY 1
              UNTIL WS-TT-J > WS-TT-COUNT.
           IF WS-TT-MAX NOT = WS-TT-IDX
              MOVE WS-TT-ENTRY (WS-TT-IDX) TO WS-TT-SWAP
              MOVE WS-TT-ENTRY (WS-TT-MAX) TO WS-TT-ENTRY (WS-TT-IDX)
              MOVE WS-TT-SWAP TO WS-TT-ENTRY (WS-TT-MAX)
           END-IF.
      * ...............................................................
       0620-FIND-MAX.
           IF TT-SALES (WS-TT-J) > TT-SALES (WS-TT-MAX)
              MOVE WS-TT-J TO WS-TT-MAX
           END-IF.
      * ...............................................................
       0700-WRITE-REPORT.
           PERFORM 0710-SUM-TOTALS
              VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT.
           OPEN OUTPUT TERRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "VENTAS POR TERRITORIO - PERIODO " WS-PERIOD-CUR
              " VS PERIODO " WS-PERIOD-PREV
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0720-WRITE-ONE-TERR
              VARYING WS-TT-IDX FROM 1 BY 1
              UNTIL WS-TT-IDX > WS-TT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL GENERAL - TERRITORIOS: " WS-TT-COUNT
              "  VENDEDORES: " WS-TOT-VEND
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-SALES TO WS-FIG-SALES.
           MOVE WS-TOT-COMM  TO WS-FIG-COMM.
           MOVE WS-TOT-PREV  TO WS-FIG-PREV.
           MOVE WS-TOT-QUOTA TO WS-QUOTA-USADA.
           MOVE SPACES TO LQ-ORIGEN.
           PERFORM 0750-WRITE-FIGURES.
           CLOSE TERRPT.
      * ...............................................................
       0710-SUM-TOTALS.
           ADD TT-VEND (WS-TT-IDX)  TO WS-TOT-VEND.
           ADD TT-SALES (WS-TT-IDX) TO WS-TOT-SALES.
           ADD TT-COMM (WS-TT-IDX)  TO WS-TOT-COMM.
           ADD TT-PREV (WS-TT-IDX)  TO WS-TOT-PREV.
           IF TT-QUOTA (WS-TT-IDX) > ZERO
              ADD TT-QUOTA (WS-TT-IDX) TO WS-TOT-QUOTA
           ELSE
              ADD TT-QTA-VEND (WS-TT-IDX) TO WS-TOT-QUOTA
           END-IF.
      * ...............................................................
       0720-WRITE-ONE-TERR.
           MOVE WS-TT-IDX TO LT-RANK.
           IF TT-CODE (WS-TT-IDX) = SPACES
              MOVE '(SIN TERRITORIO)' TO LT-CODE
           ELSE
              MOVE TT-CODE (WS-TT-IDX) TO LT-CODE
           END-IF.
           MOVE TT-DESC (WS-TT-IDX) TO LT-DESC.
           IF TT-MAESTRO (WS-TT-IDX) = 'N'
              MOVE '** NO EN TERRMST **' TO LT-FLAG
           ELSE
              MOVE SPACES TO LT-FLAG
           END-IF.
           MOVE WS-LIN-TERR TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TT-MANAGER (WS-TT-IDX) TO LG-MANAGER.
           MOVE TT-VEND (WS-TT-IDX) TO LG-VEND.
           MOVE WS-LIN-GTE TO RPT-LINE.
           WRITE RPT-LINE.
           IF TT-QUOTA (WS-TT-IDX) > ZERO
              MOVE TT-QUOTA (WS-TT-IDX) TO WS-QUOTA-USADA
              MOVE '(TERRMST)' TO LQ-ORIGEN
           ELSE
              MOVE TT-QTA-VEND (WS-TT-IDX) TO WS-QUOTA-USADA
              MOVE '(SUMA VENDEDORES)' TO LQ-ORIGEN
           END-IF.
           MOVE TT-SALES (WS-TT-IDX) TO WS-FIG-SALES.
           MOVE TT-COMM (WS-TT-IDX)  TO WS-FIG-COMM.
           MOVE TT-PREV (WS-TT-IDX)  TO WS-FIG-PREV.
           PERFORM 0750-WRITE-FIGURES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       0750-WRITE-FIGURES.
           MOVE WS-FIG-SALES TO LV-SALES.
           MOVE WS-FIG-COMM TO LV-COMM.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-TOT-SALES > ZERO
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-FIG-SALES * 100) / WS-TOT-SALES
           END-IF.
           MOVE WS-SHARE-PCT TO LV-SHARE.
           MOVE WS-LIN-VENTAS TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-QUOTA-USADA TO LQ-QUOTA.
           IF WS-QUOTA-USADA > ZERO
              COMPUTE WS-ATTAIN-PCT =
                 (WS-FIG-SALES * 100) / WS-QUOTA-USADA
              MOVE WS-ATTAIN-PCT TO WS-PCT-EDIT
              MOVE SPACES TO LQ-ATTAIN
              STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
                 INTO LQ-ATTAIN
           ELSE
              MOVE 'SIN CUOTA' TO LQ-ATTAIN
              MOVE SPACES TO LQ-ORIGEN
           END-IF.
           MOVE WS-LIN-CUOTA TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FIG-PREV TO LC-PREV.
           IF WS-FIG-PREV > ZERO
              COMPUTE WS-CHANGE-PCT =
                 ((WS-FIG-SALES - WS-FIG-PREV) * 100)
                 / WS-FIG-PREV
              MOVE WS-CHANGE-PCT TO WS-CHG-EDIT
              MOVE SPACES TO LC-CHANGE
              STRING WS-CHG-EDIT "%" DELIMITED BY SIZE
                 INTO LC-CHANGE
           ELSE
              MOVE 'SIN ANTERIOR' TO LC-CHANGE
           END-IF.
           MOVE WS-LIN-CAMBIO TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM SLSTER1.
