      * TODAY) LISTS EVERY FLIGHT ON FLIGHTS.DAT LEAVING THAT DAY,
      * ORDERED BY DEPARTURE TIME, TO FLTBOARD.RPT - THE SHEET OPS
      * PULLS EACH MORNING NOW THAT THE FLIGHT RECORD CARRIES DATE
      * AND TIME (FLTMNT1). EACH LINE CARRIES THE FLIGHT STATUS FROM
      * THE ACTUAL TIMES OPS KEYS IN FLTOPS1 (FLTACT.DAT): LLEGO WITH
      * THE ARRIVAL TIME, SALIO WITH THE DEPARTURE TIME (MARKED
      * DEMORADO WHEN LATER THAN THE TOLERANCE IN BATCHPRM FLTOTP1 /
      * TOLERANCIA, 15 MINUTES BY DEFAULT), DEMORADO WHEN NOT YET
      * GONE AND ALREADY PAST THAT TOLERANCE, OTHERWISE PROGRAMADO
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL FLTACT ASSIGN TO "FLTACT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACT-STATUS.
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.
            SELECT BRDRPT ASSIGN TO "FLTBOARD.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD FLTACT.
       01 ACT-REC.
            05 ACT-FLIGHT-CODE          PIC 9(5).
            05 ACT-SALE-FECHA           PIC 9(8).
            05 ACT-SALE-HORA            PIC 9(4).
            05 ACT-LLEGA-FECHA          PIC 9(8).
            05 ACT-LLEGA-HORA           PIC 9(4).
            05 ACT-CAUSA                PIC X(2).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD BRDRPT.
       01  RPT-LINE                     PIC X(110).

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-ACT-STATUS              PIC XX.
        01   WS-PRM-STATUS              PIC XX.
        01   WS-ACT-EOF-SW              PIC X(01).
             88 WS-ACT-EOF              VALUE "Y".
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-TOLERANCIA-X            PIC X(03).
        01   WS-TOLERANCIA              PIC 9(03) VALUE 15.
        01   WS-FECHA-HOY               PIC 9(08).
        01   WS-HORA-AHORA              PIC 9(08).
        01   WS-ENT-FECHA               PIC X(08).
        01   WS-FECHA-TABLERO           PIC 9(08).
        01   WS-CNT-VUELOS              PIC 9(04) VALUE ZERO.

      * MINUTOS ABSOLUTOS PARA COMPARAR HORAS DE DIAS DISTINTOS
        01   WS-HHMM                    PIC 9(04).
        01   WS-HHMM-R REDEFINES WS-HHMM.
             05 WS-HH                   PIC 9(02).
             05 WS-MM                   PIC 9(02).
        01   WS-FECHA-CALC              PIC 9(08).
        01   WS-DIA-INT                 PIC 9(07).
        01   WS-MIN-CALC                PIC 9(11).
        01   WS-MIN-PROG                PIC 9(11).

      * VUELOS DEL DIA, ORDENADOS POR HORA DE SALIDA
        01   WS-BRD-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-BRD-IDX                 PIC 9(03).
                05 WS-BRD-AIRLINE       PIC X(20).
                05 WS-BRD-DEP           PIC X(20).
                05 WS-BRD-ARR           PIC X(20).
                05 WS-BRD-SALE-FECHA    PIC 9(8).
                05 WS-BRD-SALE-HORA     PIC 9(4).
                05 WS-BRD-LLEGA-FECHA   PIC 9(8).
                05 WS-BRD-LLEGA-HORA    PIC 9(4).
        01   WS-SWAP-ENTRY.
             03 WS-SWP-TIME             PIC 9(4).
             03 WS-SWP-CODE             PIC 9(5).
             03 WS-SWP-AIRLINE          PIC X(20).
             03 WS-SWP-DEP              PIC X(20).
             03 WS-SWP-ARR              PIC X(20).
             03 WS-SWP-SALE-FECHA       PIC 9(8).
             03 WS-SWP-SALE-HORA        PIC 9(4).
             03 WS-SWP-LLEGA-FECHA      PIC 9(8).
             03 WS-SWP-LLEGA-HORA       PIC 9(4).

        01   WS-LIN-VUELO.
             05 BRD-TIME-HH             PIC 99.
             05 BRD-DEP                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 BRD-ARR                 PIC X(20).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 BRD-ESTADO              PIC X(24).

        01   WS-LIN-ESTADO.
             05 EST-TEXTO               PIC X(06).
             05 EST-HH                  PIC 99.
             05 FILLER                  PIC X(01) VALUE ':'.
             05 EST-MM                  PIC 99.
             05 EST-DEMORA              PIC X(13).

        PROCEDURE DIVISION.

           ELSE
              ACCEPT WS-FECHA-TABLERO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE "TOLERANCIA  " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-TOLERANCIA-X
              IF WS-TOLERANCIA-X IS NUMERIC
                 MOVE WS-TOLERANCIA-X TO WS-TOLERANCIA
              END-IF
           END-IF.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
           PERFORM 0100-SELECT-ONE-FLIGHT
              UNTIL ENDOFFILE.
           CLOSE FFILE.
           PERFORM 0200-LOAD-ACTUALS.
           PERFORM 0300-SORT-BY-TIME.
           PERFORM 0400-WRITE-BOARD.
           DISPLAY "TABLERO GENERADO: FLTBOARD.RPT ("
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * TOLERANCE IS SHARED WITH THE ON-TIME REPORT, SO IT IS READ
      * UNDER FLTOTP1 RATHER THAN THIS PROGRAM
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
           IF PRM-PROGRAM = "FLTOTP1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

        0100-SELECT-ONE-FLIGHT.
           IF FLIGHT-DATE IS NUMERIC
              AND FLIGHT-DATE = WS-FECHA-TABLERO
              MOVE FLIGHT-AIRLINE   TO WS-BRD-AIRLINE (WS-BRD-COUNT)
              MOVE FLIGHT-DEPARTURE TO WS-BRD-DEP (WS-BRD-COUNT)
              MOVE FLIGHT-ARRIVAL   TO WS-BRD-ARR (WS-BRD-COUNT)
              MOVE ZERO TO WS-BRD-SALE-FECHA (WS-BRD-COUNT)
                           WS-BRD-SALE-HORA (WS-BRD-COUNT)
                           WS-BRD-LLEGA-FECHA (WS-BRD-COUNT)
                           WS-BRD-LLEGA-HORA (WS-BRD-COUNT)
           END-IF.
           READ FFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.

      * ACTUAL TIMES ONLY FOR THE FLIGHTS ALREADY ON THE BOARD
        0200-LOAD-ACTUALS.
           OPEN INPUT FLTACT.
           IF WS-ACT-STATUS NOT = "00"
              IF WS-ACT-STATUS = "05" OR WS-ACT-STATUS = "35"
                 CLOSE FLTACT
              END-IF
           ELSE
              MOVE "N" TO WS-ACT-EOF-SW
              PERFORM 0210-READ-NEXT-ACTUAL
              PERFORM 0220-TAKE-ACTUAL UNTIL WS-ACT-EOF
              CLOSE FLTACT
           END-IF.

        0210-READ-NEXT-ACTUAL.
           READ FLTACT
              AT END MOVE "Y" TO WS-ACT-EOF-SW
           END-READ.

        0220-TAKE-ACTUAL.
           PERFORM 0230-MATCH-ACTUAL
              VARYING WS-BRD-IDX FROM 1 BY 1
              UNTIL WS-BRD-IDX > WS-BRD-COUNT.
           PERFORM 0210-READ-NEXT-ACTUAL.

        0230-MATCH-ACTUAL.
           IF WS-BRD-CODE (WS-BRD-IDX) = ACT-FLIGHT-CODE
              MOVE ACT-SALE-FECHA  TO WS-BRD-SALE-FECHA (WS-BRD-IDX)
              MOVE ACT-SALE-HORA   TO WS-BRD-SALE-HORA (WS-BRD-IDX)
              MOVE ACT-LLEGA-FECHA TO WS-BRD-LLEGA-FECHA (WS-BRD-IDX)
              MOVE ACT-LLEGA-HORA  TO WS-BRD-LLEGA-HORA (WS-BRD-IDX)
           END-IF.

      * SELECTION SORT ASCENDING BY DEPARTURE TIME
        0300-SORT-BY-TIME.
           IF WS-BRD-COUNT > 1
           MOVE WS-BRD-AIRLINE (WS-BRD-IDX) TO BRD-AIRLINE.
           MOVE WS-BRD-DEP (WS-BRD-IDX)     TO BRD-DEP.
           MOVE WS-BRD-ARR (WS-BRD-IDX)     TO BRD-ARR.
           PERFORM 0420-FLIGHT-STATUS.
           MOVE WS-LIN-VUELO TO RPT-LINE.
           WRITE RPT-LINE.

        0420-FLIGHT-STATUS.
           MOVE SPACES TO EST-DEMORA.
           MOVE WS-FECHA-TABLERO TO WS-FECHA-CALC.
           MOVE WS-BRD-TIME (WS-BRD-IDX) TO WS-HHMM.
           PERFORM 0430-MINUTES-OF.
           MOVE WS-MIN-CALC TO WS-MIN-PROG.
           IF WS-BRD-LLEGA-FECHA (WS-BRD-IDX) NOT = ZERO
              MOVE "LLEGO " TO EST-TEXTO
              MOVE WS-BRD-LLEGA-HORA (WS-BRD-IDX) TO WS-HHMM
              MOVE WS-HH TO EST-HH
              MOVE WS-MM TO EST-MM
              MOVE WS-LIN-ESTADO TO BRD-ESTADO
           ELSE
           IF WS-BRD-SALE-FECHA (WS-BRD-IDX) NOT = ZERO
              MOVE "SALIO " TO EST-TEXTO
              MOVE WS-BRD-SALE-FECHA (WS-BRD-IDX) TO WS-FECHA-CALC
              MOVE WS-BRD-SALE-HORA (WS-BRD-IDX) TO WS-HHMM
              MOVE WS-HH TO EST-HH
              MOVE WS-MM TO EST-MM
              PERFORM 0430-MINUTES-OF
              IF WS-MIN-CALC > WS-MIN-PROG + WS-TOLERANCIA
                 MOVE " (DEMORADO)" TO EST-DEMORA
              END-IF
              MOVE WS-LIN-ESTADO TO BRD-ESTADO
           ELSE
              MOVE WS-FECHA-HOY TO WS-FECHA-CALC
              MOVE WS-HORA-AHORA (1:4) TO WS-HHMM
              PERFORM 0430-MINUTES-OF
              IF WS-MIN-CALC > WS-MIN-PROG + WS-TOLERANCIA
                 MOVE "DEMORADO" TO BRD-ESTADO
              ELSE
                 MOVE "PROGRAMADO" TO BRD-ESTADO
              END-IF
           END-IF
           END-IF.

        0430-MINUTES-OF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) TO WS-DIA-INT.
           COMPUTE WS-MIN-CALC = WS-DIA-INT * 1440 + WS-HH * 60 + WS-MM.
          END PROGRAM FLTBRD1.
