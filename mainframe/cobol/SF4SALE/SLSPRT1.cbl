       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSPRT1.
      * ===============================================================
      * SLSPRT1 = REPORTE DE CARTERA POR VENDEDOR. RECORRE CLIMAST.DAT,
      * TOMA EL VENDEDOR DUENO DE CLIASG.DAT (CLIASG1) Y EL SEGMENTO
      * DE CLISEG.DAT, Y LISTA LA CARTERA DE CADA VENDEDOR AGRUPADA
      * POR SEGMENTO CON SUS CONTEOS. SE MARCAN LOS CLIENTES SIN
      * VENDEDOR, LOS ASIGNADOS A UN VENDEDOR INACTIVO (SLM-STATUS = I)
      * Y LOS ASIGNADOS A UN SLSMAN-ID QUE YA NO ESTA EN SLSMST.DAT.
      * AL FINAL VAN LOS VENDEDORES ACTIVOS SIN CARTERA.
      * RETURN-CODE 4 SI HAY ALGUNA MARCA, 8 SI LA TABLA SE LLENO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS WS-CLIMAST-STATUS.
           SELECT OPTIONAL CLIASG ASSIGN TO "CLIASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CLIENT-ID
               FILE STATUS IS WS-ASG-STATUS.
           SELECT OPTIONAL CLISEG ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENT-ID
               FILE STATUS IS WS-SEG-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT PRTRPT ASSIGN TO "SLSPRTF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                 PIC X(20).
           03 CM-LNAME                     PIC X(50).
           03 CM-NAME                      PIC X(50).
           03 CM-RESTO                     PIC X(21).

       FD CLIASG.
       01 REG-CLIASG.
           03 ASG-CLIENT-ID                PIC X(20).
           03 ASG-SLSMAN-ID                PIC 9(4).
           03 ASG-FECHA                    PIC 9(8).
           03 FILLER                       PIC X(8).

       FD CLISEG.
       01 REG-CLISEG.
           03 SEG-CLIENT-ID                PIC X(20).
           03 SEG-CODIGO                   PIC X(3).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD PRTRPT.
       01 RPT-LINE                         PIC X(100).

       WORKING-STORAGE SECTION.
        01  WS-CLIMAST-STATUS   PIC XX.
        01  WS-ASG-STATUS       PIC XX.
        01  WS-SEG-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-TRUNC-SW         PIC X(01) VALUE 'N'.
            88 WS-TABLA-LLENA   VALUE 'Y'.

      * VENDEDORES DE SLSMST.DAT
        01  WS-SLM-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-SLM-IDX          PIC 9(04).
        01  WS-SLM-HIT          PIC 9(04).
        01  WS-SLM-TABLA.
            03 WS-SLM-ENTRY OCCURS 1000 TIMES.
               05 WS-SLM-ID     PIC 9(4).
               05 WS-SLM-NAME   PIC X(30).
               05 WS-SLM-STAT   PIC X(1).
               05 WS-SLM-CLIS   PIC 9(5).

      * UNA FILA POR CLIENTE. LOS SIN VENDEDOR LLEVAN PF-ASIG = N Y
      * VENDEDOR CERO, ASI QUE EL ORDEN LOS DEJA AL PRINCIPIO
        01  WS-PF-COUNT         PIC 9(05) VALUE ZERO.
        01  WS-PF-IDX           PIC 9(05).
        01  WS-PF-J             PIC 9(05).
        01  WS-PF-MIN           PIC 9(05).
        01  WS-PF-TABLA.
            03 WS-PF-ENTRY OCCURS 5000 TIMES.
               05 PF-KEY.
                  07 PF-SLSMAN  PIC 9(4).
                  07 PF-SEG     PIC X(3).
                  07 PF-CLIENT  PIC X(20).
               05 PF-NAME       PIC X(50).
               05 PF-ASIG       PIC X(1).
        01  WS-PF-SWAP          PIC X(78).

        01  WS-CUR-SLSMAN       PIC 9(4).
        01  WS-CUR-SEG          PIC X(3).
        01  WS-CNT-SEG          PIC 9(05).
        01  WS-CNT-VEND         PIC 9(05).
        01  WS-CNT-CLIENTES     PIC 9(05) VALUE ZERO.
        01  WS-CNT-SIN-ASIG     PIC 9(05) VALUE ZERO.
        01  WS-CNT-INACTIVO     PIC 9(05) VALUE ZERO.
        01  WS-CNT-NO-MAESTRO   PIC 9(05) VALUE ZERO.
        01  WS-CNT-SIN-CARTERA  PIC 9(05) VALUE ZERO.
        01  WS-MARCA            PIC X(36).

        01  WS-DET-LINE.
            03 FILLER           PIC X(06) VALUE SPACES.
            03 DET-CLIENT       PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DET-NAME         PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-STATUS NOT = "00"
              DISPLAY "CLIMAST.DAT NO DISPONIBLE"
              IF WS-CLIMAST-STATUS = "05" OR WS-CLIMAST-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-SALESMEN.
           OPEN INPUT CLIASG.
           OPEN INPUT CLISEG.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0200-READ-NEXT-CLIENT.
           PERFORM 0210-LOAD-ONE-CLIENT
              UNTIL WS-EOF OR WS-TABLA-LLENA.
           CLOSE CLIMAST CLIASG CLISEG.
           PERFORM 0300-SORT-PORTFOLIO.
           OPEN OUTPUT PRTRPT.
           MOVE "CARTERA DE CLIENTES POR VENDEDOR Y SEGMENTO"
              TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0400-WRITE-PORTFOLIOS.
           PERFORM 0500-WRITE-UNASSIGNED.
           PERFORM 0600-WRITE-IDLE-SALESMEN.
           PERFORM 0700-WRITE-TOTALS.
           CLOSE PRTRPT.
           DISPLAY "REPORTE GENERADO: SLSPRTF.RPT".
           IF WS-TABLA-LLENA
              DISPLAY "TABLA DE CLIENTES LLENA - REPORTE INCOMPLETO"
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-CNT-SIN-ASIG > ZERO OR WS-CNT-INACTIVO > ZERO
              OR WS-CNT-NO-MAESTRO > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.
      * ...............................................................
       0100-LOAD-SALESMEN.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS NOT = "00"
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT-SALESMAN
              PERFORM 0120-LOAD-ONE-SALESMAN
                 UNTIL WS-EOF OR WS-SLM-COUNT >= 1000
              CLOSE SLSMST
           END-IF.
      * ...............................................................
       0110-READ-NEXT-SALESMAN.
           READ SLSMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0120-LOAD-ONE-SALESMAN.
           ADD 1 TO WS-SLM-COUNT.
           MOVE SLM-ID     TO WS-SLM-ID (WS-SLM-COUNT).
           MOVE SLM-NAME   TO WS-SLM-NAME (WS-SLM-COUNT).
           MOVE SLM-STATUS TO WS-SLM-STAT (WS-SLM-COUNT).
           MOVE ZERO       TO WS-SLM-CLIS (WS-SLM-COUNT).
           PERFORM 0110-READ-NEXT-SALESMAN.
      * ...............................................................
       0200-READ-NEXT-CLIENT.
           READ CLIMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0210-LOAD-ONE-CLIENT.
           IF WS-PF-COUNT >= 5000
              MOVE 'Y' TO WS-TRUNC-SW
           ELSE
              ADD 1 TO WS-PF-COUNT WS-CNT-CLIENTES
              MOVE CM-CLIENT-ID TO PF-CLIENT (WS-PF-COUNT)
              MOVE CM-LNAME     TO PF-NAME (WS-PF-COUNT)
              MOVE 'N'          TO PF-ASIG (WS-PF-COUNT)
              MOVE ZERO         TO PF-SLSMAN (WS-PF-COUNT)
              MOVE '---'        TO PF-SEG (WS-PF-COUNT)
              IF WS-ASG-STATUS = "00"
                 MOVE CM-CLIENT-ID TO ASG-CLIENT-ID
                 READ CLIASG
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO PF-ASIG (WS-PF-COUNT)
                       MOVE ASG-SLSMAN-ID TO PF-SLSMAN (WS-PF-COUNT)
                 END-READ
              END-IF
              IF WS-SEG-STATUS = "00"
                 MOVE CM-CLIENT-ID TO SEG-CLIENT-ID
                 READ CLISEG
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SEG-CODIGO TO PF-SEG (WS-PF-COUNT)
                 END-READ
              END-IF
              PERFORM 0200-READ-NEXT-CLIENT
           END-IF.
      * ...............................................................
      * SELECTION SORT ON VENDEDOR + SEGMENTO + CLIENT-ID
       0300-SORT-PORTFOLIO.
           PERFORM 0310-SORT-PASS
              VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX >= WS-PF-COUNT.
      * ...............................................................
       0310-SORT-PASS.
           MOVE WS-PF-IDX TO WS-PF-MIN.
           PERFORM 0320-FIND-MIN
              VARYING WS-PF-J FROM WS-PF-IDX BY 1
              UNTIL WS-PF-J > WS-PF-COUNT.
           IF WS-PF-MIN NOT = WS-PF-IDX
              MOVE WS-PF-ENTRY (WS-PF-IDX) TO WS-PF-SWAP
              MOVE WS-PF-ENTRY (WS-PF-MIN) TO WS-PF-ENTRY (WS-PF-IDX)
              MOVE WS-PF-SWAP TO WS-PF-ENTRY (WS-PF-MIN)
           END-IF.
      * ...............................................................
       0320-FIND-MIN.
           IF PF-KEY (WS-PF-J) < PF-KEY (WS-PF-MIN)
              MOVE WS-PF-J TO WS-PF-MIN
           END-IF.
      * ...............................................................
      * CORTE DE CONTROL POR VENDEDOR Y, DENTRO DE EL, POR SEGMENTO
       0400-WRITE-PORTFOLIOS.
           MOVE 9999 TO WS-CUR-SLSMAN.
           MOVE ZERO TO WS-CNT-VEND WS-CNT-SEG.
           PERFORM 0410-WRITE-ONE-CLIENT
              VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-COUNT.
           IF WS-CNT-VEND > ZERO
              PERFORM 0440-CLOSE-SEGMENT
              PERFORM 0450-CLOSE-SALESMAN
           END-IF.
      * ...............................................................
       0410-WRITE-ONE-CLIENT.
           IF PF-ASIG (WS-PF-IDX) = 'Y'
              IF PF-SLSMAN (WS-PF-IDX) NOT = WS-CUR-SLSMAN
                 OR WS-CNT-VEND = ZERO
                 IF WS-CNT-VEND > ZERO
                    PERFORM 0440-CLOSE-SEGMENT
                    PERFORM 0450-CLOSE-SALESMAN
                 END-IF
                 PERFORM 0420-OPEN-SALESMAN
              ELSE
              IF PF-SEG (WS-PF-IDX) NOT = WS-CUR-SEG
                 PERFORM 0440-CLOSE-SEGMENT
                 PERFORM 0430-OPEN-SEGMENT
              END-IF
              END-IF
              MOVE PF-CLIENT (WS-PF-IDX) TO DET-CLIENT
              MOVE PF-NAME (WS-PF-IDX) TO DET-NAME
              MOVE WS-DET-LINE TO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-CNT-SEG WS-CNT-VEND
           END-IF.
      * ...............................................................
       0420-OPEN-SALESMAN.
           MOVE PF-SLSMAN (WS-PF-IDX) TO WS-CUR-SLSMAN.
           MOVE ZERO TO WS-CNT-VEND.
           PERFORM 0460-FIND-SALESMAN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-SLM-HIT = ZERO
              MOVE "** NO ESTA EN SLSMST - REASIGNAR **" TO WS-MARCA
              STRING "VENDEDOR " WS-CUR-SLSMAN " " WS-MARCA
                 DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              MOVE SPACES TO WS-MARCA
              IF WS-SLM-STAT (WS-SLM-HIT) = 'I'
                 MOVE "** INACTIVO - REASIGNAR **" TO WS-MARCA
              END-IF
              STRING "VENDEDOR " WS-CUR-SLSMAN " "
                 WS-SLM-NAME (WS-SLM-HIT) " " WS-MARCA
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           PERFORM 0430-OPEN-SEGMENT.
      * ...............................................................
       0430-OPEN-SEGMENT.
           MOVE PF-SEG (WS-PF-IDX) TO WS-CUR-SEG.
           MOVE ZERO TO WS-CNT-SEG.
           MOVE SPACES TO RPT-LINE.
           STRING "   SEGMENTO " WS-CUR-SEG
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       0440-CLOSE-SEGMENT.
           MOVE SPACES TO RPT-LINE.
           STRING "      CLIENTES EN SEGMENTO " WS-CUR-SEG ": "
              WS-CNT-SEG DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       0450-CLOSE-SALESMAN.
           MOVE SPACES TO RPT-LINE.
           STRING "   TOTAL CARTERA DEL VENDEDOR " WS-CUR-SLSMAN ": "
              WS-CNT-VEND DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SLM-HIT = ZERO
              ADD WS-CNT-VEND TO WS-CNT-NO-MAESTRO
           ELSE
              MOVE WS-CNT-VEND TO WS-SLM-CLIS (WS-SLM-HIT)
              IF WS-SLM-STAT (WS-SLM-HIT) = 'I'
                 ADD WS-CNT-VEND TO WS-CNT-INACTIVO
              END-IF
           END-IF.
      * ...............................................................
       0460-FIND-SALESMAN.
           MOVE ZERO TO WS-SLM-HIT.
           PERFORM 0470-MATCH-SALESMAN
              VARYING WS-SLM-IDX FROM 1 BY 1
              UNTIL WS-SLM-IDX > WS-SLM-COUNT OR WS-SLM-HIT > ZERO.
      * ...............................................................
       0470-MATCH-SALESMAN.
           IF WS-SLM-ID (WS-SLM-IDX) = WS-CUR-SLSMAN
              MOVE WS-SLM-IDX TO WS-SLM-HIT
           END-IF.
      * ...............................................................
       0500-WRITE-UNASSIGNED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "** CLIENTES SIN VENDEDOR ASIGNADO **" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0510-WRITE-ONE-UNASSIGNED
              VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-COUNT.
           IF WS-CNT-SIN-ASIG = ZERO
              MOVE "      NINGUNO" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       0510-WRITE-ONE-UNASSIGNED.
           IF PF-ASIG (WS-PF-IDX) = 'N'
              MOVE PF-CLIENT (WS-PF-IDX) TO DET-CLIENT
              MOVE PF-NAME (WS-PF-IDX) TO DET-NAME
              MOVE WS-DET-LINE TO RPT-LINE
              MOVE PF-SEG (WS-PF-IDX) TO RPT-LINE (2:3)
              WRITE RPT-LINE
              ADD 1 TO WS-CNT-SIN-ASIG
           END-IF.
      * ...............................................................
       0600-WRITE-IDLE-SALESMEN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "VENDEDORES ACTIVOS SIN CARTERA" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0610-WRITE-ONE-IDLE
              VARYING WS-SLM-IDX FROM 1 BY 1
              UNTIL WS-SLM-IDX > WS-SLM-COUNT.
           IF WS-CNT-SIN-CARTERA = ZERO
              MOVE "      NINGUNO" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
       0610-WRITE-ONE-IDLE.
           IF WS-SLM-STAT (WS-SLM-IDX) = 'A'
              AND WS-SLM-CLIS (WS-SLM-IDX) = ZERO
              MOVE SPACES TO RPT-LINE
              STRING "      " WS-SLM-ID (WS-SLM-IDX) " "
                 WS-SLM-NAME (WS-SLM-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-CNT-SIN-CARTERA
           END-IF.
      * ...............................................................
       0700-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CLIENTES EN MAESTRO          : " WS-CNT-CLIENTES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SIN VENDEDOR ASIGNADO        : " WS-CNT-SIN-ASIG
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CON VENDEDOR INACTIVO        : " WS-CNT-INACTIVO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CON VENDEDOR FUERA DE SLSMST : " WS-CNT-NO-MAESTRO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TABLA-LLENA
              MOVE "** TABLA LLENA (5000) - REPORTE INCOMPLETO **"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
       END PROGRAM SLSPRT1.
