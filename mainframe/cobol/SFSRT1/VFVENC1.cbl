        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFVENC1.
      * ===============================================================
      * VFVENC1 = REPORTE DIARIO DE LOTES POR VENCER VEGFRUT.
      * RECORRE VFLOTE.DAT Y LISTA EN VFVENC.RPT CADA LOTE CON SALDO
      * CUYA FECHA DE VENCIMIENTO CAE DENTRO DE LOS PROXIMOS N DIAS
      * (O QUE YA VENCIO Y SIGUE EN BODEGA), CON SU SALDO, LO QUE
      * VALE A PRECIO DE VFPRICE.DAT Y CUANTOS DIAS LE QUEDAN, PARA
      * QUE SE VENDA, SE REBAJE O SE DE DE BAJA COMO MERMA EN VFSTK1
      * ANTES DE QUE SE PIERDA. N SALE DE BATCHPRM.DAT
      * (VFVENC1 / DIAS-AVISO); SIN ENTRADA SON 3 DIAS. TERMINA CON
      * RC 4 SI HAY ALGUN LOTE LISTADO
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFL-CLAVE
        FILE STATUS IS WS-VFL-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT VENCRPT ASSIGN TO "VFVENC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH PARAMETER FILE - THE WARNING WINDOW COMES
      * FROM HERE (VFVENC1 / DIAS-AVISO)
        SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD VFLOTE.
        01 REG-VFLOTE.
            03 VFL-CLAVE.
               05 VFL-CODVF     PIC 9(5).
               05 VFL-LOTE      PIC 9(6).
            03 VFL-FECHA-RECEP  PIC 9(8).
            03 VFL-FECHA-VENCE  PIC 9(8).
            03 VFL-CANT-INICIAL PIC 9(7).
            03 VFL-SALDO        PIC 9(7).
            03 VFL-REF          PIC X(20).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD VENCRPT.
        01 RPT-LINE             PIC X(110).

        FD BATCHPRM.
        01 PRM-REC.
            03 PRM-PROGRAM      PIC X(08).
            03 PRM-KEY          PIC X(12).
            03 PRM-VALUE        PIC X(20).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-VFL-STATUS       PIC X(2).
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-PRM-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-PRECIO-OK-SW     PIC X(01).
            88 WS-PRECIO-OK     VALUE 'Y'.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.
        01  WS-PRM-FOUND-SW     PIC X(01).
            88 WS-PRM-FOUND     VALUE 'Y'.
        01  WS-PRM-BUSCADA      PIC X(12).
        01  WS-PRM-VALOR        PIC X(20).

        01  WS-HOY              PIC 9(8).
        01  WS-LIMITE           PIC 9(8).
        01  WS-DIAS-AVISO       PIC 9(3) VALUE 3.
        01  WS-DIAS             PIC 9(5).
        01  WS-DIAS-FMT         PIC ZZZZ9.
        01  WS-LOTE-VALOR       PIC 9(12)V99.
        01  WS-TOT-VALOR        PIC 9(13)V99 VALUE ZERO.
        01  WS-VENC-VALOR       PIC 9(13)V99 VALUE ZERO.
        01  WS-CNT-LISTADOS     PIC 9(5) VALUE ZERO.
        01  WS-CNT-VENCIDOS     PIC 9(5) VALUE ZERO.

        01  WS-DET-LINE.
            05 DET-CODVF        PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-LOTE         PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-RECEP        PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-VENCE        PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-SALDO        PIC ZZZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-VALOR        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-SITUACION    PIC X(24).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-REF          PIC X(20).

        01  WS-TOT-LINE.
            05 FILLER           PIC X(17) VALUE 'LOTES LISTADOS: '.
            05 TOT-LISTADOS     PIC ZZZZ9.
            05 FILLER           PIC X(13) VALUE '  VENCIDOS: '.
            05 TOT-VENCIDOS     PIC ZZZZ9.
            05 FILLER           PIC X(19) VALUE '  VALOR EN RIESGO: '.
            05 TOT-VALOR        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(14) VALUE '  YA VENCIDO: '.
            05 TOT-VENC-VALOR   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
            PERFORM 1000-INITIALIZE.
            OPEN INPUT VFLOTE.
            IF WS-VFL-STATUS NOT = "00"
               DISPLAY "NO HAY LOTES EN VFLOTE.DAT"
               IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                  CLOSE VFLOTE
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
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
            OPEN OUTPUT VENCRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "LOTES POR VENCER VEGFRUT - FECHA " WS-HOY
               " - VENCEN HASTA EL " WS-LIMITE
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF  LOTE  RECIBIDO    VENCE   SALDO"
               "          VALOR  SITUACION                REFERENCIA"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 2010-READ-NEXT-LOT.
            PERFORM 2000-CHECK-ONE-LOT
               UNTIL WS-EOF.
            CLOSE VFLOTE.
            IF WS-PRECIO-OK
               CLOSE VFPRICE
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-CNT-LISTADOS TO TOT-LISTADOS.
            MOVE WS-CNT-VENCIDOS TO TOT-VENCIDOS.
            MOVE WS-TOT-VALOR TO TOT-VALOR.
            MOVE WS-VENC-VALOR TO TOT-VENC-VALOR.
            MOVE WS-TOT-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE VENCRPT.
            DISPLAY "REPORTE GENERADO: VFVENC.RPT".
            DISPLAY "LOTES POR VENCER: " WS-CNT-LISTADOS
               " VENCIDOS: " WS-CNT-VENCIDOS.
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-LISTADOS > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      * LA VENTANA DE AVISO SALE DE BATCHPRM.DAT SI HAY ENTRADA
        1000-INITIALIZE.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            MOVE "DIAS-AVISO  " TO WS-PRM-BUSCADA.
            PERFORM 1100-GET-PARAMETER.
            IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
               MOVE WS-PRM-VALOR (1:3) TO WS-DIAS-AVISO
            END-IF.
            COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOY) + WS-DIAS-AVISO).

        1100-GET-PARAMETER.
            MOVE 'N' TO WS-PRM-FOUND-SW.
            MOVE SPACES TO WS-PRM-VALOR.
            OPEN INPUT BATCHPRM.
            IF WS-PRM-STATUS NOT = "00"
               IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                  CLOSE BATCHPRM
               END-IF
            ELSE
               MOVE 'N' TO WS-PRM-EOF-SW
               PERFORM 1110-READ-NEXT-PARM
               PERFORM 1120-MATCH-PARM
                  UNTIL WS-PRM-EOF OR WS-PRM-FOUND
               CLOSE BATCHPRM
            END-IF.

        1110-READ-NEXT-PARM.
            READ BATCHPRM
               AT END MOVE 'Y' TO WS-PRM-EOF-SW
            END-READ.

        1120-MATCH-PARM.
            IF PRM-PROGRAM = "VFVENC1 " AND PRM-KEY = WS-PRM-BUSCADA
               MOVE PRM-VALUE TO WS-PRM-VALOR
               MOVE 'Y' TO WS-PRM-FOUND-SW
            ELSE
               PERFORM 1110-READ-NEXT-PARM
            END-IF.

        2010-READ-NEXT-LOT.
            READ VFLOTE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * SOLO INTERESAN LOS LOTES QUE AUN TIENEN MERCADERIA
        2000-CHECK-ONE-LOT.
            IF VFL-SALDO > ZERO AND VFL-FECHA-VENCE NOT > WS-LIMITE
               ADD 1 TO WS-CNT-LISTADOS
               MOVE VFL-CODVF TO DET-CODVF
               MOVE VFL-LOTE TO DET-LOTE
               MOVE VFL-FECHA-RECEP TO DET-RECEP
               MOVE VFL-FECHA-VENCE TO DET-VENCE
               MOVE VFL-SALDO TO DET-SALDO
               MOVE VFL-REF TO DET-REF
               PERFORM 2100-PRICE-LOT
               MOVE WS-LOTE-VALOR TO DET-VALOR
               ADD WS-LOTE-VALOR TO WS-TOT-VALOR
               MOVE SPACES TO DET-SITUACION
               IF VFL-FECHA-VENCE < WS-HOY
                  ADD 1 TO WS-CNT-VENCIDOS
                  ADD WS-LOTE-VALOR TO WS-VENC-VALOR
                  COMPUTE WS-DIAS =
                     FUNCTION INTEGER-OF-DATE (WS-HOY)
                     - FUNCTION INTEGER-OF-DATE (VFL-FECHA-VENCE)
                  MOVE WS-DIAS TO WS-DIAS-FMT
                  STRING "VENCIDO HACE " WS-DIAS-FMT " DIAS"
                     DELIMITED BY SIZE INTO DET-SITUACION
               ELSE
                  IF VFL-FECHA-VENCE = WS-HOY
                     MOVE "VENCE HOY" TO DET-SITUACION
                  ELSE
                     COMPUTE WS-DIAS =
                        FUNCTION INTEGER-OF-DATE (VFL-FECHA-VENCE)
                        - FUNCTION INTEGER-OF-DATE (WS-HOY)
                     MOVE WS-DIAS TO WS-DIAS-FMT
                     STRING "VENCE EN " WS-DIAS-FMT " DIAS"
                        DELIMITED BY SIZE INTO DET-SITUACION
                  END-IF
               END-IF
               MOVE WS-DET-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            PERFORM 2010-READ-NEXT-LOT.

        2100-PRICE-LOT.
            MOVE ZERO TO WS-LOTE-VALOR.
            IF WS-PRECIO-OK
               MOVE VFL-CODVF TO VFP-CODVF
               READ VFPRICE
                  NOT INVALID KEY
                     COMPUTE WS-LOTE-VALOR = VFP-PRECIO * VFL-SALDO
               END-READ
            END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFVENC1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE DUE=" WS-CNT-LISTADOS
               " EXPIRED=" WS-CNT-VENCIDOS
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFVENC1.
