      * TO THE PRICE/STOCK MASTER VFPRICE.DAT BY CODVF AND PRINTS
      * VALUE ON HAND PER ITEM WITH A GRAND TOTAL, FLAGGING EVERY
      * ITEM SITTING AT OR BELOW ITS REORDER LEVEL - RETIRES THE
      * CLIPBOARD COUNT PRICED BY MEMORY. STOCK HELD IN A LOT OF
      * VFLOTE.DAT WHOSE EXPIRY DATE HAS PASSED IS SPOILED AND IS
      * VALUED AT ZERO: IT IS SHOWN IN ITS OWN COLUMN, LEFT OUT OF
      * THE ITEM VALUE, AND TOTALLED AT THE FOOT OF THE REPORT.
      * STOCK IS VALUED AT COST AS WELL AS AT SELLING PRICE, THE COST
      * BEING THE ONE ON THE LATEST APPLIED ENTRY OF THE PRICE
      * HISTORY VFPRHIS.DAT; AN ITEM WITH NO COST ON FILE IS COUNTED
      * AT THE FOOT AND ADDS NOTHING TO THE COST TOTAL
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFL-CLAVE
        FILE STATUS IS WS-VFL-STATUS.

        SELECT OPTIONAL VFPRHIS ASSIGN TO "VFPRHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFH-CLAVE
        FILE STATUS IS WS-VFH-STATUS.

        SELECT VALRPT ASSIGN TO "VFVALOR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

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

        FD VFPRHIS.
        01 REG-VFPRHIS.
            03 VFH-CLAVE.
               05 VFH-CODVF     PIC 9(5).
               05 VFH-FECHA-VIG PIC 9(8).
            03 VFH-PRECIO       PIC 9(7)V99.
            03 VFH-COSTO        PIC 9(7)V99.
      * ESTADO: P = PENDIENTE, A = APLICADO, X = ANULADO
            03 VFH-ESTADO       PIC X(1).
            03 VFH-FECHA-ALTA   PIC 9(8).
            03 VFH-ORIGEN       PIC X(8).

        FD VALRPT.
        01 RPT-LINE             PIC X(170).

        WORKING-STORAGE SECTION.
        01  SORTEDFILE-CHECK-KEY PIC X(2).
        01  WS-VFP-STATUS        PIC X(2).
        01  WS-RPT-STATUS        PIC X(2).
        01  WS-VFL-STATUS        PIC X(2).
        01  WS-VFH-STATUS        PIC X(2).
        01  WS-HIS-OK-SW         PIC X(01).
            88 WS-HIS-OK         VALUE 'Y'.
        01  WS-HIS-EOF-SW        PIC X(01).
            88 WS-HIS-EOF        VALUE 'Y'.
        01  WS-COSTO-SW          PIC X(01).
            88 WS-COSTO-OK       VALUE 'Y'.
        01  WS-COSTO             PIC 9(7)V99.
        01  WS-ITEM-COSTO        PIC 9(12)V99.
        01  WS-GRAN-TOTAL-COSTO  PIC 9(13)V99 VALUE ZERO.
        01  WS-TOT-VENC-COSTO    PIC 9(13)V99 VALUE ZERO.
        01  WS-SIN-COSTO         PIC 9(5) VALUE ZERO.
        01  WS-LOTES-OK-SW       PIC X(01).
            88 WS-LOTES-OK       VALUE 'Y'.
        01  WS-LOT-EOF-SW        PIC X(01).
            88 WS-LOT-EOF        VALUE 'Y'.
        01  WS-HOY               PIC 9(8).
        01  WS-VENCIDO           PIC 9(9).
        01  WS-VALORABLE         PIC 9(9).
        01  WS-VENC-VALOR        PIC 9(12)V99.
        01  WS-TOT-VENC-VALOR    PIC 9(13)V99 VALUE ZERO.
        01  WS-CON-VENCIDO       PIC 9(5) VALUE ZERO.
        01  WS-EOF-SW            PIC X(01).
            88 WS-EOF            VALUE 'Y'.
        01  WS-PRECIO-OK-SW      PIC X(01).
            05 DET-DESC          PIC X(20).
            05 FILLER            PIC X(6)  VALUE ' PREC '.
            05 DET-PRECIO        PIC Z,ZZZ,ZZ9.99.
            05 FILLER            PIC X(7)  VALUE ' COSTO '.
            05 DET-COSTO         PIC Z,ZZZ,ZZ9.99.
            05 FILLER            PIC X(7)  VALUE ' EXIST '.
            05 DET-EXIST         PIC ZZZZZZ9.
            05 FILLER            PIC X(6)  VALUE ' VENC '.
            05 DET-VENCIDO       PIC ZZZZZZ9.
            05 FILLER            PIC X(7)  VALUE ' VALOR '.
            05 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER            PIC X(9)  VALUE ' A COSTO '.
            05 DET-VALOR-COSTO   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 DET-FLAG          PIC X(20).

            05 FILLER            PIC X(20) VALUE
               'VALOR TOTAL BODEGA: '.
            05 TOT-VALOR         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER            PIC X(12) VALUE '  A COSTO: '.
            05 TOT-VALOR-COSTO   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

        01  WS-VENC-LINE.
            05 FILLER            PIC X(38) VALUE
               'EXISTENCIA VENCIDA VALORADA EN CERO: '.
            05 VEN-ARTICULOS     PIC ZZZZ9.
            05 FILLER            PIC X(26) VALUE
               ' ARTICULOS, A PRECIO VALE '.
            05 VEN-VALOR         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER            PIC X(12) VALUE ', A COSTO '.
            05 VEN-VALOR-COSTO   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        0000-MAINLINE.
                  CLOSE VFPRICE
               END-IF
            END-IF.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            OPEN INPUT VFLOTE.
            IF WS-VFL-STATUS = "00"
               MOVE 'Y' TO WS-LOTES-OK-SW
            ELSE
               MOVE 'N' TO WS-LOTES-OK-SW
               IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                  CLOSE VFLOTE
               END-IF
            END-IF.
            OPEN INPUT VFPRHIS.
            IF WS-VFH-STATUS = "00"
               MOVE 'Y' TO WS-HIS-OK-SW
            ELSE
               MOVE 'N' TO WS-HIS-OK-SW
               DISPLAY "VFPRHIS.DAT NO DISPONIBLE - SIN COSTOS"
               IF WS-VFH-STATUS = "05" OR WS-VFH-STATUS = "35"
                  CLOSE VFPRHIS
               END-IF
            END-IF.
            OPEN OUTPUT VALRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "VALORACION DE INVENTARIO VEGFRUT"
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-GRAN-TOTAL TO TOT-VALOR.
            MOVE WS-GRAN-TOTAL-COSTO TO TOT-VALOR-COSTO.
            MOVE WS-TOT-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "ARTICULOS SIN PRECIO: " WS-SIN-PRECIO
               "  EN O BAJO REORDEN: " WS-BAJO-REORDEN
               "  SIN COSTO: " WS-SIN-COSTO
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE WS-CON-VENCIDO TO VEN-ARTICULOS.
            MOVE WS-TOT-VENC-VALOR TO VEN-VALOR.
            MOVE WS-TOT-VENC-COSTO TO VEN-VALOR-COSTO.
            MOVE WS-VENC-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE VALRPT.
            CLOSE SORTEDFILE.
            IF WS-PRECIO-OK
               CLOSE VFPRICE
            END-IF.
            IF WS-LOTES-OK
               CLOSE VFLOTE
            END-IF.
            IF WS-HIS-OK
               CLOSE VFPRHIS
            END-IF.
            DISPLAY "REPORTE GENERADO: VFVALOR.RPT".
            MOVE 0 TO RETURN-CODE.
            GOBACK.
                  INVALID KEY
                     ADD 1 TO WS-SIN-PRECIO
                     MOVE ZERO TO DET-PRECIO DET-EXIST DET-VALOR
                     MOVE ZERO TO DET-VENCIDO DET-COSTO DET-VALOR-COSTO
                     MOVE '(SIN PRECIO)' TO DET-FLAG
                  NOT INVALID KEY
                     MOVE VFP-PRECIO TO DET-PRECIO
                     MOVE VFP-EXISTENCIA TO DET-EXIST
                     PERFORM 0300-SUM-EXPIRED-LOTS
                     IF WS-VENCIDO > VFP-EXISTENCIA
                        MOVE VFP-EXISTENCIA TO WS-VENCIDO
                     END-IF
                     MOVE WS-VENCIDO TO DET-VENCIDO
                     COMPUTE WS-VALORABLE =
                        VFP-EXISTENCIA - WS-VENCIDO
                     COMPUTE WS-ITEM-VALOR =
                        VFP-PRECIO * WS-VALORABLE
                     IF WS-VENCIDO > ZERO
                        ADD 1 TO WS-CON-VENCIDO
                        COMPUTE WS-VENC-VALOR =
                           VFP-PRECIO * WS-VENCIDO
                        ADD WS-VENC-VALOR TO WS-TOT-VENC-VALOR
                     END-IF
                     MOVE WS-ITEM-VALOR TO DET-VALOR
                     ADD WS-ITEM-VALOR TO WS-GRAN-TOTAL
                     PERFORM 0400-VALUE-AT-COST
                     IF VFP-EXISTENCIA NOT > VFP-REORDEN
                        MOVE '** REORDENAR **' TO DET-FLAG
                        ADD 1 TO WS-BAJO-REORDEN
            ELSE
               ADD 1 TO WS-SIN-PRECIO
               MOVE ZERO TO DET-PRECIO DET-EXIST DET-VALOR
               MOVE ZERO TO DET-VENCIDO DET-COSTO DET-VALOR-COSTO
               MOVE '(SIN PRECIO)' TO DET-FLAG
            END-IF.
            MOVE WS-DET-LINE TO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 0100-READ-NEXT-ITEM.

      * SUMA EL SALDO DE LOS LOTES DEL ARTICULO CUYA FECHA DE
      * VENCIMIENTO YA PASO
        0300-SUM-EXPIRED-LOTS.
            MOVE ZERO TO WS-VENCIDO.
            IF WS-LOTES-OK
               MOVE VF-IN-CODVF TO VFL-CODVF
               MOVE ZERO TO VFL-LOTE
               MOVE 'N' TO WS-LOT-EOF-SW
               START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-LOT-EOF-SW
               END-START
               IF NOT WS-LOT-EOF
                  PERFORM 0310-READ-NEXT-LOT
               END-IF
               PERFORM 0320-ADD-IF-EXPIRED
                  UNTIL WS-LOT-EOF
            END-IF.

        0310-READ-NEXT-LOT.
            READ VFLOTE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOT-EOF-SW
            END-READ.
            IF NOT WS-LOT-EOF
               AND VFL-CODVF NOT = VF-IN-CODVF
               MOVE 'Y' TO WS-LOT-EOF-SW
            END-IF.

        0320-ADD-IF-EXPIRED.
            IF VFL-FECHA-VENCE < WS-HOY
               ADD VFL-SALDO TO WS-VENCIDO
            END-IF.
            PERFORM 0310-READ-NEXT-LOT.

      * LA PARTE VENCIDA TAMPOCO VALE A COSTO; LO QUE COSTO SE SUMA
      * APARTE AL PIE JUNTO CON SU VALOR A PRECIO
        0400-VALUE-AT-COST.
            PERFORM 0410-GET-COST.
            IF WS-COSTO-OK
               MOVE WS-COSTO TO DET-COSTO
               COMPUTE WS-ITEM-COSTO = WS-COSTO * WS-VALORABLE
               MOVE WS-ITEM-COSTO TO DET-VALOR-COSTO
               ADD WS-ITEM-COSTO TO WS-GRAN-TOTAL-COSTO
               IF WS-VENCIDO > ZERO
                  COMPUTE WS-VENC-VALOR = WS-COSTO * WS-VENCIDO
                  ADD WS-VENC-VALOR TO WS-TOT-VENC-COSTO
               END-IF
            ELSE
               ADD 1 TO WS-SIN-COSTO
               MOVE ZERO TO DET-COSTO DET-VALOR-COSTO
            END-IF.

      * COSTO EN VIGOR = EL DEL ULTIMO CAMBIO APLICADO DEL ARTICULO
        0410-GET-COST.
            MOVE 'N' TO WS-COSTO-SW.
            MOVE ZERO TO WS-COSTO.
            IF WS-HIS-OK
               MOVE VF-IN-CODVF TO VFH-CODVF
               MOVE ZERO TO VFH-FECHA-VIG
               MOVE 'N' TO WS-HIS-EOF-SW
               START VFPRHIS KEY IS NOT LESS THAN VFH-CLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-HIS-EOF-SW
               END-START
               IF NOT WS-HIS-EOF
                  PERFORM 0420-READ-NEXT-HIS
               END-IF
               PERFORM 0430-TAKE-IF-APPLIED
                  UNTIL WS-HIS-EOF
            END-IF.

        0420-READ-NEXT-HIS.
            READ VFPRHIS NEXT RECORD
               AT END MOVE 'Y' TO WS-HIS-EOF-SW
            END-READ.
            IF NOT WS-HIS-EOF
               AND VFH-CODVF NOT = VF-IN-CODVF
               MOVE 'Y' TO WS-HIS-EOF-SW
            END-IF.

        0430-TAKE-IF-APPLIED.
            IF VFH-ESTADO = 'A' AND VFH-FECHA-VIG NOT > WS-HOY
               MOVE VFH-COSTO TO WS-COSTO
               MOVE 'Y' TO WS-COSTO-SW
            END-IF.
            PERFORM 0420-READ-NEXT-HIS.

        END PROGRAM VFVALR1.
