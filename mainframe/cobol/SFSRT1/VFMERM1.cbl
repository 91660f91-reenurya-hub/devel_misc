        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFMERM1.
      * ===============================================================
      * VFMERM1 = MERMA POR ARTICULO Y MES VEGFRUT. RECORRE EL LIBRO
      * DE MOVIMIENTOS VFSTKLG.DAT, JUNTA POR CODVF Y MES LO DADO DE
      * BAJA COMO MERMA (M) Y LO QUE ENTRO (E), Y LISTA EN VFMERM.RPT
      * CADA ARTICULO Y MES CON MERMA: CANTIDAD, LO QUE VALE A PRECIO
      * ACTUAL DE VFPRICE.DAT Y QUE PORCENTAJE ES DE LO RECIBIDO ESE
      * MES, CON TOTAL POR ARTICULO Y TOTAL GENERAL. UN PORCENTAJE
      * ALTO Y REPETIDO SENALA DONDE SE ESTA COMPRANDO DE MAS
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT MERMRPT ASSIGN TO "VFMERM.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD VFSTKLG.
        01 MOV-REC.
            03 MOV-FECHA        PIC 9(8).
            03 MOV-FECHA-R REDEFINES MOV-FECHA.
               05 MOV-MES       PIC 9(6).
               05 FILLER        PIC 9(2).
            03 MOV-HORA         PIC 9(6).
            03 MOV-CODVF        PIC 9(5).
      * TIPO DE MOVIMIENTO: E = ENTRADA, S = SALIDA, A = AJUSTE,
      * M = MERMA (MOV-REF LLEVA EL MOTIVO), C = AJUSTE POR CONTEO
            03 MOV-TIPO         PIC X(1).
            03 MOV-SIGNO        PIC X(1).
            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD MERMRPT.
        01 RPT-LINE             PIC X(100).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-LOG-STATUS       PIC X(2).
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-PRECIO-OK-SW     PIC X(01).
            88 WS-PRECIO-OK     VALUE 'Y'.

        01  WS-CNT-LEIDOS       PIC 9(7) VALUE ZERO.
        01  WS-CNT-LINEAS       PIC 9(5) VALUE ZERO.
        01  WS-PRECIO           PIC 9(7)V99.
        01  WS-VALOR            PIC 9(12)V99.
        01  WS-PCT              PIC 9(5)V9.
        01  WS-CODVF-ANT        PIC 9(5).
        01  WS-ART-MERMA        PIC 9(9).
        01  WS-ART-ENTRADA      PIC 9(9).
        01  WS-ART-VALOR        PIC 9(13)V99.
        01  WS-TOT-MERMA        PIC 9(9) VALUE ZERO.
        01  WS-TOT-ENTRADA      PIC 9(9) VALUE ZERO.
        01  WS-TOT-VALOR        PIC 9(13)V99 VALUE ZERO.

      * MERMA Y ENTRADAS ACUMULADAS POR ARTICULO Y MES
        01  WS-MER-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-MER-IDX          PIC 9(04).
        01  WS-MER-JDX          PIC 9(04).
        01  WS-MER-HIT          PIC 9(04).
        01  WS-MER-TABLA.
            03 WS-MER-ENTRY OCCURS 3000 TIMES.
               05 WS-MER-CLAVE.
                  07 WS-MER-CODVF PIC 9(5).
                  07 WS-MER-MES PIC 9(6).
               05 WS-MER-MERMA  PIC 9(9).
               05 WS-MER-ENTRADA PIC 9(9).
        01  WS-MER-CAMBIO.
            03 WS-CAM-CLAVE     PIC X(11).
            03 WS-CAM-MERMA     PIC 9(9).
            03 WS-CAM-ENTRADA   PIC 9(9).

        01  WS-DET-LINE.
            05 DET-CODVF        PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-MES          PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-MERMA        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-ENTRADA      PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-PCT          PIC X(12).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-VALOR        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

        01  WS-PCT-FMT          PIC ZZZZ9.9.

        01  WS-RUNLOG-DATE.
            05 WS-RL-YEAR       PIC 9(4).
            05 WS-RL-MONTH      PIC 99.
            05 WS-RL-DAY        PIC 99.
        01  WS-RUNLOG-TIME.
            05 WS-RL-HH         PIC 99.
            05 WS-RL-MN         PIC 99.
            05 WS-RL-SS         PIC 99.
            05 WS-RL-HS         PIC 99.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            OPEN INPUT VFSTKLG.
            IF WS-LOG-STATUS NOT = "00"
               DISPLAY "SIN LIBRO DE MOVIMIENTOS EN DISCO"
               IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                  CLOSE VFSTKLG
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 1010-READ-NEXT-MOV.
            PERFORM 1000-TALLY-ONE-MOV
               UNTIL WS-EOF.
            CLOSE VFSTKLG.
            PERFORM 1200-SORT-PASS
               VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX NOT < WS-MER-COUNT.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS = "00"
               MOVE 'Y' TO WS-PRECIO-OK-SW
            ELSE
               MOVE 'N' TO WS-PRECIO-OK-SW
               DISPLAY "VFPRICE.DAT NO DISPONIBLE - SIN VALORES"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
            END-IF.
            OPEN OUTPUT MERMRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "MERMA POR ARTICULO Y MES VEGFRUT"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF  AAAAMM       MERMA    RECIBIDO  % RECIBIDO"
               "                VALOR"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE ZERO TO WS-CODVF-ANT.
            PERFORM 2000-WRITE-ONE-MONTH
               VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX > WS-MER-COUNT.
            IF WS-CODVF-ANT NOT = ZERO
               PERFORM 2200-WRITE-ITEM-TOTAL
            END-IF.
            MOVE SPACES TO WS-DET-LINE.
            MOVE WS-TOT-MERMA TO DET-MERMA.
            MOVE WS-TOT-ENTRADA TO DET-ENTRADA.
            MOVE WS-TOT-MERMA TO WS-ART-MERMA.
            MOVE WS-TOT-ENTRADA TO WS-ART-ENTRADA.
            PERFORM 2300-FORMAT-PCT.
            MOVE WS-TOT-VALOR TO DET-VALOR.
            MOVE WS-DET-LINE TO RPT-LINE.
            MOVE "TOTAL GENERAL" TO RPT-LINE (1:13).
            WRITE RPT-LINE.
            IF WS-PRECIO-OK
               CLOSE VFPRICE
            END-IF.
            CLOSE MERMRPT.
            DISPLAY "REPORTE GENERADO: VFMERM.RPT".
            DISPLAY "MOVIMIENTOS LEIDOS: " WS-CNT-LEIDOS
               " ARTICULO-MES CON MERMA: " WS-CNT-LINEAS.
            PERFORM 9000-WRITE-RUNLOG.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

        1010-READ-NEXT-MOV.
            READ VFSTKLG
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * SOLO CUENTAN LAS MERMAS Y LAS ENTRADAS
        1000-TALLY-ONE-MOV.
            ADD 1 TO WS-CNT-LEIDOS.
            IF MOV-TIPO = 'M' OR MOV-TIPO = 'E'
               MOVE ZERO TO WS-MER-HIT
               PERFORM 1100-FIND-MONTH
                  VARYING WS-MER-IDX FROM 1 BY 1
                  UNTIL WS-MER-IDX > WS-MER-COUNT
                     OR WS-MER-HIT > ZERO
               IF WS-MER-HIT = ZERO AND WS-MER-COUNT < 3000
                  ADD 1 TO WS-MER-COUNT
                  MOVE MOV-CODVF TO WS-MER-CODVF (WS-MER-COUNT)
                  MOVE MOV-MES TO WS-MER-MES (WS-MER-COUNT)
                  MOVE ZERO TO WS-MER-MERMA (WS-MER-COUNT)
                  MOVE ZERO TO WS-MER-ENTRADA (WS-MER-COUNT)
                  MOVE WS-MER-COUNT TO WS-MER-HIT
               END-IF
               IF WS-MER-HIT > ZERO
                  IF MOV-TIPO = 'M'
                     ADD MOV-CANT TO WS-MER-MERMA (WS-MER-HIT)
                  ELSE
                     ADD MOV-CANT TO WS-MER-ENTRADA (WS-MER-HIT)
                  END-IF
               END-IF
            END-IF.
            PERFORM 1010-READ-NEXT-MOV.

        1100-FIND-MONTH.
            IF WS-MER-CODVF (WS-MER-IDX) = MOV-CODVF
               AND WS-MER-MES (WS-MER-IDX) = MOV-MES
               MOVE WS-MER-IDX TO WS-MER-HIT
            END-IF.

      * ORDENA LA TABLA POR CODVF Y MES
        1200-SORT-PASS.
            COMPUTE WS-MER-JDX = WS-MER-IDX + 1.
            PERFORM 1210-SORT-COMPARE
               VARYING WS-MER-JDX FROM WS-MER-JDX BY 1
               UNTIL WS-MER-JDX > WS-MER-COUNT.

        1210-SORT-COMPARE.
            IF WS-MER-CLAVE (WS-MER-JDX) < WS-MER-CLAVE (WS-MER-IDX)
               MOVE WS-MER-ENTRY (WS-MER-IDX) TO WS-MER-CAMBIO
               MOVE WS-MER-ENTRY (WS-MER-JDX)
                  TO WS-MER-ENTRY (WS-MER-IDX)
               MOVE WS-MER-CAMBIO TO WS-MER-ENTRY (WS-MER-JDX)
            END-IF.

        2000-WRITE-ONE-MONTH.
            IF WS-MER-CODVF (WS-MER-IDX) NOT = WS-CODVF-ANT
               IF WS-CODVF-ANT NOT = ZERO
                  PERFORM 2200-WRITE-ITEM-TOTAL
               END-IF
               MOVE WS-MER-CODVF (WS-MER-IDX) TO WS-CODVF-ANT
               MOVE ZERO TO WS-ART-MERMA WS-ART-ENTRADA WS-ART-VALOR
               PERFORM 2100-GET-PRICE
            END-IF.
            ADD WS-MER-ENTRADA (WS-MER-IDX) TO WS-ART-ENTRADA.
            ADD WS-MER-ENTRADA (WS-MER-IDX) TO WS-TOT-ENTRADA.
            IF WS-MER-MERMA (WS-MER-IDX) > ZERO
               ADD 1 TO WS-CNT-LINEAS
               COMPUTE WS-VALOR =
                  WS-PRECIO * WS-MER-MERMA (WS-MER-IDX)
               ADD WS-MER-MERMA (WS-MER-IDX) TO WS-ART-MERMA
               ADD WS-MER-MERMA (WS-MER-IDX) TO WS-TOT-MERMA
               ADD WS-VALOR TO WS-ART-VALOR
               ADD WS-VALOR TO WS-TOT-VALOR
               MOVE SPACES TO WS-DET-LINE
               MOVE WS-MER-CODVF (WS-MER-IDX) TO DET-CODVF
               MOVE WS-MER-MES (WS-MER-IDX) TO DET-MES
               MOVE WS-MER-MERMA (WS-MER-IDX) TO DET-MERMA
               MOVE WS-MER-ENTRADA (WS-MER-IDX) TO DET-ENTRADA
               MOVE WS-VALOR TO DET-VALOR
               PERFORM 2310-FORMAT-MONTH-PCT
               MOVE WS-DET-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.

        2100-GET-PRICE.
            MOVE ZERO TO WS-PRECIO.
            IF WS-PRECIO-OK
               MOVE WS-CODVF-ANT TO VFP-CODVF
               READ VFPRICE
                  NOT INVALID KEY
                     MOVE VFP-PRECIO TO WS-PRECIO
               END-READ
            END-IF.

      * EL TOTAL DEL ARTICULO SALE SOLO SI TUVO MERMA EN ALGUN MES
        2200-WRITE-ITEM-TOTAL.
            IF WS-ART-MERMA > ZERO
               MOVE SPACES TO WS-DET-LINE
               MOVE WS-CODVF-ANT TO DET-CODVF
               MOVE WS-ART-MERMA TO DET-MERMA
               MOVE WS-ART-ENTRADA TO DET-ENTRADA
               PERFORM 2300-FORMAT-PCT
               MOVE WS-ART-VALOR TO DET-VALOR
               MOVE WS-DET-LINE TO RPT-LINE
               MOVE " TOTAL" TO RPT-LINE (6:8)
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
            END-IF.

        2300-FORMAT-PCT.
            IF WS-ART-ENTRADA = ZERO
               MOVE "SIN ENTRADAS" TO DET-PCT
            ELSE
               COMPUTE WS-PCT ROUNDED =
                  WS-ART-MERMA * 100 / WS-ART-ENTRADA
               MOVE WS-PCT TO WS-PCT-FMT
               MOVE SPACES TO DET-PCT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO DET-PCT
            END-IF.

        2310-FORMAT-MONTH-PCT.
            IF WS-MER-ENTRADA (WS-MER-IDX) = ZERO
               MOVE "SIN ENTRADAS" TO DET-PCT
            ELSE
               COMPUTE WS-PCT ROUNDED =
                  WS-MER-MERMA (WS-MER-IDX) * 100
                  / WS-MER-ENTRADA (WS-MER-IDX)
               MOVE WS-PCT TO WS-PCT-FMT
               MOVE SPACES TO DET-PCT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO DET-PCT
            END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFMERM1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE READ=" WS-CNT-LEIDOS
               " SPOILED=" WS-CNT-LINEAS
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFMERM1.
