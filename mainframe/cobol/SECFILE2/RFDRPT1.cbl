       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFDRPT1.
      * ===============================================================
      * RFDRPT1 = REPORTE DE REEMBOLSOS POR AEROLINEA Y PERIODO. LEE
      * EL LIBRO REFUND.DAT (FLTCNL1, RFDAPR1) Y LISTA EN RFDRPT.RPT
      * LOS REEMBOLSOS GENERADOS ENTRE DOS FECHAS, AGRUPADOS POR
      * AEROLINEA, CON SUBTOTALES POR ESTADO (PENDIENTE, APROBADO,
      * PAGADO, RECHAZADO) Y UN TOTAL GENERAL. PERIODO Y AEROLINEA
      * SALEN DE BATCHPRM RFDRPT1/FROM, TO Y AIRLINE, SI NO SE PIDEN
      * - FECHAS EN BLANCO = TODO EL LIBRO, AEROLINEA EN BLANCO =
      * TODAS
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LIBRO DE REEMBOLSOS ESCRITO POR FLTCNL1
            SELECT OPTIONAL REFUND ASSIGN TO "REFUND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RFD-STATUS.
            SELECT RFDRPT ASSIGN TO "RFDRPT.RPT"
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
      * LIBRO DE REEMBOLSOS - UNA LINEA POR PASAJERO NO REACOMODADO
       FD REFUND.
       01 RFD-REC.
            05 RFD-NUM                  PIC 9(6).
            05 RFD-FECHA                PIC 9(8).
            05 RFD-DOC                  PIC X(20).
            05 RFD-NAME                 PIC X(40).
            05 RFD-FLIGHT-CODE          PIC 9(5).
            05 RFD-AIRLINE              PIC X(20).
            05 RFD-FLIGHT-DATE          PIC 9(8).
            05 RFD-MONTO                PIC 9(7)V99.
      * MOTIVO: S = SIN VUELO ALTERNO, R = NO ACEPTO EL TRASLADO
            05 RFD-MOTIVO               PIC X(1).
      * ESTADO: P = PENDIENTE, A = APROBADO, G = PAGADO,
      * R = RECHAZADO (RFDAPR1)
            05 RFD-ESTADO               PIC X(1).
            05 RFD-FEC-APR              PIC 9(8).
            05 RFD-USR-APR              PIC X(8).
            05 RFD-FEC-PAGO             PIC 9(8).
            05 RFD-FILLER               PIC X(10).

       FD RFDRPT.
       01  RPT-LINE                     PIC X(132).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD RUNLOG.
       01  RUNLOG-LINE                  PIC X(80).

        WORKING-STORAGE SECTION.
        01   WS-RFD-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-RUNLOG-STATUS           PIC X(10) VALUE SPACES.

        01   WS-PRM-STATUS              PIC XX.
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).

      * PERIODO Y AEROLINEA PEDIDOS
        01   WS-ENT-FECHA               PIC X(08).
        01   WS-FEC-DESDE               PIC 9(08) VALUE ZERO.
        01   WS-FEC-HASTA               PIC 9(08) VALUE 99999999.
        01   WS-ENT-AIRLINE             PIC X(20).

      * REEMBOLSOS DEL PERIODO EN MEMORIA
        01   WS-RFD-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-RFD-IDX                 PIC 9(04).
        01   WS-RFD-TABLA.
             03 WS-RFD-ENTRY OCCURS 5000 TIMES.
                05 WS-RTB-NUM           PIC 9(6).
                05 WS-RTB-FECHA         PIC 9(8).
                05 WS-RTB-DOC           PIC X(20).
                05 WS-RTB-NAME          PIC X(40).
                05 WS-RTB-FLIGHT-CODE   PIC 9(5).
                05 WS-RTB-AIRLINE       PIC X(20).
                05 WS-RTB-MONTO         PIC 9(7)V99.
                05 WS-RTB-ESTADO        PIC X(1).

      * AEROLINEAS EN EL ORDEN EN QUE APARECEN EN EL LIBRO
        01   WS-AIR-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-AIR-IDX                 PIC 9(03).
        01   WS-AIR-HIT                 PIC 9(03).
        01   WS-AIR-TABLA.
             03 WS-AIR-ENTRY OCCURS 200 TIMES.
                05 WS-AIR-NAME          PIC X(20).

      * SUBTOTALES POR ESTADO: 1 = PENDIENTE, 2 = APROBADO,
      * 3 = PAGADO, 4 = RECHAZADO. 1 = AEROLINEA, 2 = GENERAL
        01   WS-EST-IDX                 PIC 9(01).
        01   WS-TOTALES.
             03 WS-TOT-NIVEL OCCURS 2 TIMES.
                05 WS-TOT-ESTADO OCCURS 4 TIMES.
                   07 WS-TOT-CNT        PIC 9(05).
                   07 WS-TOT-MONTO      PIC 9(11)V99.
        01   WS-NIVEL                   PIC 9(01).
        01   WS-EST-NOMBRES.
             05 FILLER                  PIC X(10) VALUE "PENDIENTE".
             05 FILLER                  PIC X(10) VALUE "APROBADO".
             05 FILLER                  PIC X(10) VALUE "PAGADO".
             05 FILLER                  PIC X(10) VALUE "RECHAZADO".
        01   WS-EST-NOMBRES-R REDEFINES WS-EST-NOMBRES.
             05 WS-EST-NOMBRE OCCURS 4 TIMES PIC X(10).

        01   WS-LIN-TITULOS.
             05 FILLER                  PIC X(08) VALUE "NUMERO".
             05 FILLER                  PIC X(10) VALUE "FECHA".
             05 FILLER                  PIC X(07) VALUE "VUELO".
             05 FILLER                  PIC X(21) VALUE "DOCUMENTO".
             05 FILLER                  PIC X(41) VALUE "PASAJERO".
             05 FILLER                  PIC X(11) VALUE "ESTADO".
             05 FILLER                  PIC X(13) VALUE "        MONTO".
        01   WS-LIN-REEMBOLSO.
             05 DET-NUM                 PIC 9(6).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 DET-FECHA               PIC 9(8).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 DET-CODE                PIC 9(5).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 DET-DOC                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-NAME                PIC X(40).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-ESTADO              PIC X(10).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-MONTO               PIC Z,ZZZ,ZZ9.99.
        01   WS-LIN-SUBTOTAL.
             05 FILLER                  PIC X(04) VALUE SPACES.
             05 SUB-ESTADO              PIC X(10).
             05 FILLER                  PIC X(10) VALUE " CANTIDAD:".
             05 SUB-CNT                 PIC ZZZZ9.
             05 FILLER                  PIC X(08) VALUE "  MONTO:".
             05 SUB-MONTO               PIC $$$,$$$,$$$,$$9.99.
        01   WS-EDIT-FECHA1             PIC X(08).
        01   WS-EDIT-FECHA2             PIC X(08).

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
           MOVE "FROM        " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:8) TO WS-ENT-FECHA
           ELSE
              DISPLAY "DESDE FECHA AAAAMMDD (ENTER = INICIO): "
              ACCEPT WS-ENT-FECHA
           END-IF.
           IF WS-ENT-FECHA IS NUMERIC
              MOVE WS-ENT-FECHA TO WS-FEC-DESDE
           END-IF.
           MOVE "TO          " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:8) TO WS-ENT-FECHA
           ELSE
              DISPLAY "HASTA FECHA AAAAMMDD (ENTER = SIN "
                 "LIMITE): "
              ACCEPT WS-ENT-FECHA
           END-IF.
           IF WS-ENT-FECHA IS NUMERIC
              MOVE WS-ENT-FECHA TO WS-FEC-HASTA
           END-IF.
           MOVE "AIRLINE     " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR TO WS-ENT-AIRLINE
           ELSE
              DISPLAY "AEROLINEA (ENTER = TODAS): "
              ACCEPT WS-ENT-AIRLINE
           END-IF.
           PERFORM 0056-ECHO-PARMS.
           IF WS-FEC-DESDE > WS-FEC-HASTA
              DISPLAY "PERIODO INVALIDO: " WS-FEC-DESDE " A "
                 WS-FEC-HASTA
              MOVE "ABORTED" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-REFUNDS.
           MOVE ZERO TO WS-TOTALES.
           OPEN OUTPUT RFDRPT.
           PERFORM 0200-WRITE-HEADING.
           PERFORM 0300-REPORT-ONE-AIRLINE
              VARYING WS-AIR-IDX FROM 1 BY 1
              UNTIL WS-AIR-IDX > WS-AIR-COUNT.
           IF WS-RFD-COUNT = ZERO
              MOVE "SIN REEMBOLSOS EN EL PERIODO" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL GENERAL" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 2 TO WS-NIVEL.
           PERFORM 0350-WRITE-SUBTOTAL
              VARYING WS-EST-IDX FROM 1 BY 1
              UNTIL WS-EST-IDX > 4.
           CLOSE RFDRPT.
           DISPLAY "REEMBOLSOS EN EL PERIODO: " WS-RFD-COUNT
              " - RFDRPT.RPT".
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           PERFORM 0900-WRITE-RUNLOG.
           IF WS-RFD-COUNT = ZERO
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
           IF PRM-PROGRAM = "RFDRPT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

        0056-ECHO-PARMS.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "P-RFDRPT1 FROM=" WS-FEC-DESDE
              " TO=" WS-FEC-HASTA
              " AIRLINE=" WS-ENT-AIRLINE
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

        0100-LOAD-REFUNDS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REFUND.
           IF WS-RFD-STATUS NOT = "00"
              DISPLAY "SIN REFUND.DAT - NO HAY REEMBOLSOS"
              IF WS-RFD-STATUS = "05" OR WS-RFD-STATUS = "35"
                 CLOSE REFUND
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-REFUND
              PERFORM 0120-LOAD-ONE-REFUND
                 UNTIL WS-EOF OR WS-RFD-COUNT >= 5000
              CLOSE REFUND
           END-IF.

        0110-READ-NEXT-REFUND.
           READ REFUND
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-REFUND.
           IF RFD-FECHA IS NUMERIC
              AND RFD-FECHA NOT < WS-FEC-DESDE
              AND RFD-FECHA NOT > WS-FEC-HASTA
              AND (WS-ENT-AIRLINE = SPACES
                   OR RFD-AIRLINE = WS-ENT-AIRLINE)
              ADD 1 TO WS-RFD-COUNT
              MOVE RFD-NUM         TO WS-RTB-NUM (WS-RFD-COUNT)
              MOVE RFD-FECHA       TO WS-RTB-FECHA (WS-RFD-COUNT)
              MOVE RFD-DOC         TO WS-RTB-DOC (WS-RFD-COUNT)
              MOVE RFD-NAME        TO WS-RTB-NAME (WS-RFD-COUNT)
              MOVE RFD-FLIGHT-CODE
                 TO WS-RTB-FLIGHT-CODE (WS-RFD-COUNT)
              MOVE RFD-AIRLINE     TO WS-RTB-AIRLINE (WS-RFD-COUNT)
              MOVE RFD-MONTO       TO WS-RTB-MONTO (WS-RFD-COUNT)
              MOVE RFD-ESTADO      TO WS-RTB-ESTADO (WS-RFD-COUNT)
              PERFORM 0130-ADD-AIRLINE
           END-IF.
           PERFORM 0110-READ-NEXT-REFUND.

        0130-ADD-AIRLINE.
           MOVE ZERO TO WS-AIR-HIT.
           PERFORM 0140-FIND-AIRLINE
              VARYING WS-AIR-IDX FROM 1 BY 1
              UNTIL WS-AIR-IDX > WS-AIR-COUNT
                 OR WS-AIR-HIT > ZERO.
           IF WS-AIR-HIT = ZERO AND WS-AIR-COUNT < 200
              ADD 1 TO WS-AIR-COUNT
              MOVE RFD-AIRLINE TO WS-AIR-NAME (WS-AIR-COUNT)
           END-IF.

        0140-FIND-AIRLINE.
           IF WS-AIR-NAME (WS-AIR-IDX) = RFD-AIRLINE
              MOVE WS-AIR-IDX TO WS-AIR-HIT
           END-IF.

        0200-WRITE-HEADING.
           MOVE WS-FEC-DESDE TO WS-EDIT-FECHA1.
           MOVE WS-FEC-HASTA TO WS-EDIT-FECHA2.
           IF WS-FEC-DESDE = ZERO
              MOVE "INICIO" TO WS-EDIT-FECHA1
           END-IF.
           IF WS-FEC-HASTA = 99999999
              MOVE "FIN" TO WS-EDIT-FECHA2
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "REEMBOLSOS POR AEROLINEA DEL " DELIMITED BY SIZE
              WS-EDIT-FECHA1 DELIMITED BY SPACE
              " AL " DELIMITED BY SIZE
              WS-EDIT-FECHA2 DELIMITED BY SPACE
              INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ENT-AIRLINE NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "SOLO AEROLINEA " WS-ENT-AIRLINE
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      * LOS REEMBOLSOS DE UNA AEROLINEA Y SUS SUBTOTALES POR ESTADO
        0300-REPORT-ONE-AIRLINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "AEROLINEA " WS-AIR-NAME (WS-AIR-IDX)
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-TITULOS TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-TOT-NIVEL (1).
           PERFORM 0310-REPORT-ONE-REFUND
              VARYING WS-RFD-IDX FROM 1 BY 1
              UNTIL WS-RFD-IDX > WS-RFD-COUNT.
           MOVE 1 TO WS-NIVEL.
           PERFORM 0350-WRITE-SUBTOTAL
              VARYING WS-EST-IDX FROM 1 BY 1
              UNTIL WS-EST-IDX > 4.

        0310-REPORT-ONE-REFUND.
           IF WS-RTB-AIRLINE (WS-RFD-IDX) = WS-AIR-NAME (WS-AIR-IDX)
              EVALUATE WS-RTB-ESTADO (WS-RFD-IDX)
                 WHEN "A"
                    MOVE 2 TO WS-EST-IDX
                 WHEN "G"
                    MOVE 3 TO WS-EST-IDX
                 WHEN "R"
                    MOVE 4 TO WS-EST-IDX
                 WHEN OTHER
                    MOVE 1 TO WS-EST-IDX
              END-EVALUATE
              MOVE WS-RTB-NUM (WS-RFD-IDX)   TO DET-NUM
              MOVE WS-RTB-FECHA (WS-RFD-IDX) TO DET-FECHA
              MOVE WS-RTB-FLIGHT-CODE (WS-RFD-IDX) TO DET-CODE
              MOVE WS-RTB-DOC (WS-RFD-IDX)   TO DET-DOC
              MOVE WS-RTB-NAME (WS-RFD-IDX)  TO DET-NAME
              MOVE WS-EST-NOMBRE (WS-EST-IDX) TO DET-ESTADO
              MOVE WS-RTB-MONTO (WS-RFD-IDX) TO DET-MONTO
              MOVE WS-LIN-REEMBOLSO TO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-TOT-CNT (1, WS-EST-IDX)
                       WS-TOT-CNT (2, WS-EST-IDX)
              ADD WS-RTB-MONTO (WS-RFD-IDX)
                 TO WS-TOT-MONTO (1, WS-EST-IDX)
                    WS-TOT-MONTO (2, WS-EST-IDX)
           END-IF.

        0350-WRITE-SUBTOTAL.
           MOVE WS-EST-NOMBRE (WS-EST-IDX) TO SUB-ESTADO.
           MOVE WS-TOT-CNT (WS-NIVEL, WS-EST-IDX) TO SUB-CNT.
           MOVE WS-TOT-MONTO (WS-NIVEL, WS-EST-IDX) TO SUB-MONTO.
           MOVE WS-LIN-SUBTOTAL TO RPT-LINE.
           WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        0900-WRITE-RUNLOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "RFDRPT1  " WS-RUN-YY "-" WS-RUN-MM "-" WS-RUN-DD
              " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
              " STATUS=" WS-RUNLOG-STATUS
              " REFUNDS=" WS-RFD-COUNT
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
          END PROGRAM RFDRPT1.
