        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFMARG1.
      * ===============================================================
      * VFMARG1 = MARGEN BRUTO VEGFRUT. JUNTA EL CATALOGO ORDENADO
      * NVEGFRUT.DAT (DE SFSRT1) CON EL PRECIO DE VENTA DE
      * VFPRICE.DAT Y EL COSTO EN VIGOR DEL HISTORIAL VFPRHIS.DAT
      * (EL DEL ULTIMO CAMBIO APLICADO) Y LISTA EN VFMARG.RPT:
      *  - POR ARTICULO: PRECIO, COSTO, MARGEN Y MARGEN %, MARCANDO
      *    LO QUE SE VENDE BAJO COSTO Y LO QUE NO TIENE COSTO;
      *  - POR UNIDAD (UNID): ARTICULOS, CUANTOS BAJO COSTO Y EL
      *    MARGEN PROMEDIO DEL GRUPO;
      *  - EROSION DE MARGEN: ARTICULOS CUYO ULTIMO CAMBIO SUBIO EL
      *    COSTO SIN QUE EL PRECIO DE GONDOLA LO ACOMPANARA, ASI QUE
      *    EL MARGEN % QUEDO POR DEBAJO DEL QUE TENIA ANTES. ES LO QUE
      *    COMPRAS MIRA CUANDO EL PROVEEDOR SUBE PRECIOS.
      * TERMINA CON RC 4 SI HAY ALGUN ARTICULO BAJO COSTO
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL SORTEDFILE ASSIGN TO "NVEGFRUT.DAT"
        FILE STATUS IS SORTEDFILE-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT OPTIONAL VFPRHIS ASSIGN TO "VFPRHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFH-CLAVE
        FILE STATUS IS WS-VFH-STATUS.

        SELECT MARGRPT ASSIGN TO "VFMARG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD SORTEDFILE.
        01 SORTED-DETAILS       PIC X(27).
        01 VF-IN-FIELDS REDEFINES SORTED-DETAILS.
            03 VF-IN-CODVF      PIC 9(5).
            03 VF-IN-DESC       PIC X(20).
            03 VF-IN-UNID       PIC X(2).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

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

        FD MARGRPT.
        01 RPT-LINE             PIC X(132).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  SORTEDFILE-CHECK-KEY PIC X(2).
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-VFH-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-PRECIO-OK-SW     PIC X(01).
            88 WS-PRECIO-OK     VALUE 'Y'.
        01  WS-HIS-OK-SW        PIC X(01).
            88 WS-HIS-OK        VALUE 'Y'.
        01  WS-HIS-EOF-SW       PIC X(01).
            88 WS-HIS-EOF       VALUE 'Y'.
        01  WS-HOY              PIC 9(8).

      * ULTIMO CAMBIO APLICADO DEL ARTICULO Y EL ANTERIOR A EL
        01  WS-VIG-CNT          PIC 9(4).
        01  WS-VIG-FECHA        PIC 9(8).
        01  WS-VIG-PRECIO       PIC 9(7)V99.
        01  WS-VIG-COSTO        PIC 9(7)V99.
        01  WS-ANT-PRECIO       PIC 9(7)V99.
        01  WS-ANT-COSTO        PIC 9(7)V99.

        01  WS-ITEM-PRECIO      PIC 9(7)V99.
        01  WS-MARGEN           PIC S9(7)V99.
        01  WS-PCT              PIC S9(5)V9.
        01  WS-PCT-ANT          PIC S9(5)V9.
        01  WS-PCT-FMT          PIC ----9.9.
        01  WS-CNT-ARTICULOS    PIC 9(5) VALUE ZERO.
        01  WS-CNT-BAJO-COSTO   PIC 9(5) VALUE ZERO.
        01  WS-CNT-SIN-COSTO    PIC 9(5) VALUE ZERO.
        01  WS-CNT-EROSION      PIC 9(5) VALUE ZERO.

      * TOTALES POR UNIDAD (UNID), ORDENADOS AL FINAL
        01  WS-GRP-COUNT        PIC 9(03) VALUE ZERO.
        01  WS-GRP-IDX          PIC 9(03).
        01  WS-GRP-JDX          PIC 9(03).
        01  WS-GRP-HIT          PIC 9(03).
        01  WS-GRP-TABLA.
            03 WS-GRP-ENTRY OCCURS 100 TIMES.
               05 WS-GRP-UNID   PIC X(2).
               05 WS-GRP-ARTICULOS PIC 9(5).
               05 WS-GRP-BAJO   PIC 9(5).
               05 WS-GRP-SIN-COSTO PIC 9(5).
               05 WS-GRP-PRECIO PIC 9(11)V99.
               05 WS-GRP-COSTO  PIC 9(11)V99.
        01  WS-GRP-CAMBIO       PIC X(43).

        01  WS-DET-LINE.
            05 DET-CODVF        PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-DESC         PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-UNID         PIC X(2).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-PRECIO       PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-COSTO        PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-MARGEN       PIC -,---,--9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-PCT          PIC X(9).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-FLAG         PIC X(16).

        01  WS-GRP-LINE.
            05 GRL-UNID         PIC X(2).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 GRL-ARTICULOS    PIC ZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 GRL-BAJO         PIC ZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 GRL-SIN-COSTO    PIC ZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 GRL-PRECIO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GRL-COSTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 GRL-PCT          PIC X(9).

        01  WS-ERO-LINE.
            05 ERO-CODVF        PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-DESC         PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-FECHA        PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-COSTO-ANT    PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-COSTO        PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-PRECIO-ANT   PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-PRECIO       PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-PCT-ANT      PIC X(9).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 ERO-PCT          PIC X(9).

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
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            OPEN INPUT SORTEDFILE.
            IF SORTEDFILE-CHECK-KEY NOT = "00"
               DISPLAY "NVEGFRUT.DAT NO DISPONIBLE - CORRA SFSRT1"
               IF SORTEDFILE-CHECK-KEY = "05"
                  OR SORTEDFILE-CHECK-KEY = "35"
                  CLOSE SORTEDFILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS = "00"
               MOVE 'Y' TO WS-PRECIO-OK-SW
            ELSE
               MOVE 'N' TO WS-PRECIO-OK-SW
               DISPLAY "VFPRICE.DAT NO DISPONIBLE - SIN PRECIOS"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
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
            OPEN OUTPUT MARGRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "MARGEN BRUTO VEGFRUT - FECHA " WS-HOY
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF DESCRIPCION          UN       PRECIO"
               "        COSTO        MARGEN  MARGEN %"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 2010-READ-NEXT-ITEM.
            PERFORM 2000-MARGIN-ONE-ITEM
               UNTIL WS-EOF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "ARTICULOS: " WS-CNT-ARTICULOS
               "  BAJO COSTO: " WS-CNT-BAJO-COSTO
               "  SIN COSTO: " WS-CNT-SIN-COSTO
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3000-WRITE-GROUPS.
            PERFORM 4000-WRITE-EROSION.
            CLOSE MARGRPT.
            CLOSE SORTEDFILE.
            IF WS-PRECIO-OK
               CLOSE VFPRICE
            END-IF.
            IF WS-HIS-OK
               CLOSE VFPRHIS
            END-IF.
            DISPLAY "REPORTE GENERADO: VFMARG.RPT".
            DISPLAY "BAJO COSTO: " WS-CNT-BAJO-COSTO
               " EROSION DE MARGEN: " WS-CNT-EROSION.
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-BAJO-COSTO > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

        2010-READ-NEXT-ITEM.
            READ SORTEDFILE
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * UN ARTICULO SIN PRECIO EN EL MAESTRO NO ENTRA AL REPORTE
        2000-MARGIN-ONE-ITEM.
            MOVE ZERO TO WS-ITEM-PRECIO.
            IF WS-PRECIO-OK
               MOVE VF-IN-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     MOVE ZERO TO VFP-CODVF
                  NOT INVALID KEY
                     MOVE VFP-PRECIO TO WS-ITEM-PRECIO
               END-READ
               IF VFP-CODVF = VF-IN-CODVF
                  PERFORM 2100-MARGIN-DETAIL
               END-IF
            END-IF.
            PERFORM 2010-READ-NEXT-ITEM.

        2100-MARGIN-DETAIL.
            ADD 1 TO WS-CNT-ARTICULOS.
            PERFORM 2200-GET-COST-HISTORY.
            PERFORM 2300-FIND-GROUP.
            ADD 1 TO WS-GRP-ARTICULOS (WS-GRP-HIT).
            MOVE SPACES TO WS-DET-LINE.
            MOVE VF-IN-CODVF TO DET-CODVF.
            MOVE VF-IN-DESC TO DET-DESC.
            MOVE VF-IN-UNID TO DET-UNID.
            MOVE WS-ITEM-PRECIO TO DET-PRECIO.
            IF WS-VIG-CNT = ZERO
               ADD 1 TO WS-CNT-SIN-COSTO
               ADD 1 TO WS-GRP-SIN-COSTO (WS-GRP-HIT)
               MOVE ZERO TO DET-COSTO DET-MARGEN
               MOVE SPACES TO DET-PCT
               MOVE "(SIN COSTO)" TO DET-FLAG
            ELSE
               MOVE WS-VIG-COSTO TO DET-COSTO
               COMPUTE WS-MARGEN = WS-ITEM-PRECIO - WS-VIG-COSTO
               MOVE WS-MARGEN TO DET-MARGEN
               PERFORM 2400-FORMAT-PCT
               ADD WS-ITEM-PRECIO TO WS-GRP-PRECIO (WS-GRP-HIT)
               ADD WS-VIG-COSTO TO WS-GRP-COSTO (WS-GRP-HIT)
               IF WS-MARGEN < ZERO
                  ADD 1 TO WS-CNT-BAJO-COSTO
                  ADD 1 TO WS-GRP-BAJO (WS-GRP-HIT)
                  MOVE "** BAJO COSTO **" TO DET-FLAG
               END-IF
            END-IF.
            MOVE WS-DET-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * RECORRE EL HISTORIAL DEL ARTICULO Y SE QUEDA CON EL ULTIMO
      * CAMBIO APLICADO (VIGENTE) Y EL APLICADO ANTES DE ESE
        2200-GET-COST-HISTORY.
            MOVE ZERO TO WS-VIG-CNT WS-VIG-FECHA.
            MOVE ZERO TO WS-VIG-PRECIO WS-VIG-COSTO.
            MOVE ZERO TO WS-ANT-PRECIO WS-ANT-COSTO.
            IF WS-HIS-OK
               MOVE VF-IN-CODVF TO VFH-CODVF
               MOVE ZERO TO VFH-FECHA-VIG
               MOVE 'N' TO WS-HIS-EOF-SW
               START VFPRHIS KEY IS NOT LESS THAN VFH-CLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-HIS-EOF-SW
               END-START
               IF NOT WS-HIS-EOF
                  PERFORM 2210-READ-NEXT-HIS
               END-IF
               PERFORM 2220-TAKE-IF-APPLIED
                  UNTIL WS-HIS-EOF
            END-IF.

        2210-READ-NEXT-HIS.
            READ VFPRHIS NEXT RECORD
               AT END MOVE 'Y' TO WS-HIS-EOF-SW
            END-READ.
            IF NOT WS-HIS-EOF
               AND VFH-CODVF NOT = VF-IN-CODVF
               MOVE 'Y' TO WS-HIS-EOF-SW
            END-IF.

        2220-TAKE-IF-APPLIED.
            IF VFH-ESTADO = 'A' AND VFH-FECHA-VIG NOT > WS-HOY
               ADD 1 TO WS-VIG-CNT
               MOVE WS-VIG-PRECIO TO WS-ANT-PRECIO
               MOVE WS-VIG-COSTO TO WS-ANT-COSTO
               MOVE VFH-FECHA-VIG TO WS-VIG-FECHA
               MOVE VFH-PRECIO TO WS-VIG-PRECIO
               MOVE VFH-COSTO TO WS-VIG-COSTO
            END-IF.
            PERFORM 2210-READ-NEXT-HIS.

        2300-FIND-GROUP.
            MOVE ZERO TO WS-GRP-HIT.
            PERFORM 2310-MATCH-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  OR WS-GRP-HIT > ZERO.
            IF WS-GRP-HIT = ZERO
               IF WS-GRP-COUNT < 100
                  ADD 1 TO WS-GRP-COUNT
               END-IF
               MOVE WS-GRP-COUNT TO WS-GRP-HIT
               IF WS-GRP-ARTICULOS (WS-GRP-HIT) = ZERO
                  MOVE VF-IN-UNID TO WS-GRP-UNID (WS-GRP-HIT)
                  MOVE ZERO TO WS-GRP-BAJO (WS-GRP-HIT)
                  MOVE ZERO TO WS-GRP-SIN-COSTO (WS-GRP-HIT)
                  MOVE ZERO TO WS-GRP-PRECIO (WS-GRP-HIT)
                  MOVE ZERO TO WS-GRP-COSTO (WS-GRP-HIT)
               END-IF
            END-IF.

        2310-MATCH-GROUP.
            IF WS-GRP-UNID (WS-GRP-IDX) = VF-IN-UNID
               MOVE WS-GRP-IDX TO WS-GRP-HIT
            END-IF.

      * MARGEN % SOBRE EL PRECIO DE VENTA, EN DET-PCT
        2400-FORMAT-PCT.
            IF WS-ITEM-PRECIO = ZERO
               MOVE "SIN PREC." TO DET-PCT
            ELSE
               COMPUTE WS-PCT ROUNDED =
                  WS-MARGEN * 100 / WS-ITEM-PRECIO
               MOVE WS-PCT TO WS-PCT-FMT
               MOVE SPACES TO DET-PCT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO DET-PCT
            END-IF.

      * MARGEN PROMEDIO DE CADA UNIDAD, SOBRE LOS ARTICULOS CON COSTO
        3000-WRITE-GROUPS.
            PERFORM 3100-SORT-PASS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX NOT < WS-GRP-COUNT.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "MARGEN POR UNIDAD"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "UN  ARTIC.  BAJO C  SIN C   SUMA PRECIOS"
               "     SUMA COSTOS   MARGEN %"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            PERFORM 3200-WRITE-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

        3100-SORT-PASS.
            COMPUTE WS-GRP-JDX = WS-GRP-IDX + 1.
            PERFORM 3110-SORT-COMPARE
               VARYING WS-GRP-JDX FROM WS-GRP-JDX BY 1
               UNTIL WS-GRP-JDX > WS-GRP-COUNT.

        3110-SORT-COMPARE.
            IF WS-GRP-UNID (WS-GRP-JDX) < WS-GRP-UNID (WS-GRP-IDX)
               MOVE WS-GRP-ENTRY (WS-GRP-IDX) TO WS-GRP-CAMBIO
               MOVE WS-GRP-ENTRY (WS-GRP-JDX)
                  TO WS-GRP-ENTRY (WS-GRP-IDX)
               MOVE WS-GRP-CAMBIO TO WS-GRP-ENTRY (WS-GRP-JDX)
            END-IF.

        3200-WRITE-ONE-GROUP.
            MOVE WS-GRP-UNID (WS-GRP-IDX) TO GRL-UNID.
            MOVE WS-GRP-ARTICULOS (WS-GRP-IDX) TO GRL-ARTICULOS.
            MOVE WS-GRP-BAJO (WS-GRP-IDX) TO GRL-BAJO.
            MOVE WS-GRP-SIN-COSTO (WS-GRP-IDX) TO GRL-SIN-COSTO.
            MOVE WS-GRP-PRECIO (WS-GRP-IDX) TO GRL-PRECIO.
            MOVE WS-GRP-COSTO (WS-GRP-IDX) TO GRL-COSTO.
            IF WS-GRP-PRECIO (WS-GRP-IDX) = ZERO
               MOVE SPACES TO GRL-PCT
            ELSE
               COMPUTE WS-PCT ROUNDED =
                  (WS-GRP-PRECIO (WS-GRP-IDX)
                   - WS-GRP-COSTO (WS-GRP-IDX)) * 100
                  / WS-GRP-PRECIO (WS-GRP-IDX)
               MOVE WS-PCT TO WS-PCT-FMT
               MOVE SPACES TO GRL-PCT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO GRL-PCT
            END-IF.
            MOVE WS-GRP-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * SEGUNDA PASADA POR EL CATALOGO: ARTICULOS CUYO ULTIMO CAMBIO
      * SUBIO EL COSTO Y CUYO MARGEN % ACTUAL (PRECIO DE GONDOLA
      * CONTRA COSTO NUEVO) QUEDO BAJO EL MARGEN % DEL CAMBIO ANTERIOR
        4000-WRITE-EROSION.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "EROSION DE MARGEN - SUBIO EL COSTO Y NO EL PRECIO"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF DESCRIPCION          DESDE    COSTO ANTER."
               "  COSTO ACTUAL  PREC. ANTER.  PREC ACTUAL MARG ANT."
               "  MARG ACT."
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            IF WS-PRECIO-OK AND WS-HIS-OK
               CLOSE SORTEDFILE
               OPEN INPUT SORTEDFILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2010-READ-NEXT-ITEM
               PERFORM 4100-CHECK-EROSION
                  UNTIL WS-EOF
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "ARTICULOS CON EROSION DE MARGEN: " WS-CNT-EROSION
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.

        4100-CHECK-EROSION.
            MOVE VF-IN-CODVF TO VFP-CODVF.
            READ VFPRICE
               INVALID KEY
                  MOVE ZERO TO VFP-CODVF
            END-READ.
            IF VFP-CODVF = VF-IN-CODVF
               MOVE VFP-PRECIO TO WS-ITEM-PRECIO
               PERFORM 2200-GET-COST-HISTORY
               IF WS-VIG-CNT > 1
                  AND WS-ANT-COSTO > ZERO
                  AND WS-VIG-COSTO > WS-ANT-COSTO
                  AND WS-ANT-PRECIO > ZERO
                  AND WS-ITEM-PRECIO > ZERO
                  PERFORM 4200-COMPARE-MARGINS
               END-IF
            END-IF.
            PERFORM 2010-READ-NEXT-ITEM.

        4200-COMPARE-MARGINS.
            COMPUTE WS-PCT-ANT ROUNDED =
               (WS-ANT-PRECIO - WS-ANT-COSTO) * 100 / WS-ANT-PRECIO.
            COMPUTE WS-MARGEN = WS-ITEM-PRECIO - WS-VIG-COSTO.
            COMPUTE WS-PCT ROUNDED =
               WS-MARGEN * 100 / WS-ITEM-PRECIO.
            IF WS-PCT < WS-PCT-ANT
               ADD 1 TO WS-CNT-EROSION
               MOVE VF-IN-CODVF TO ERO-CODVF
               MOVE VF-IN-DESC TO ERO-DESC
               MOVE WS-VIG-FECHA TO ERO-FECHA
               MOVE WS-ANT-COSTO TO ERO-COSTO-ANT
               MOVE WS-VIG-COSTO TO ERO-COSTO
               MOVE WS-ANT-PRECIO TO ERO-PRECIO-ANT
               MOVE WS-ITEM-PRECIO TO ERO-PRECIO
               MOVE WS-PCT-ANT TO WS-PCT-FMT
               MOVE SPACES TO ERO-PCT-ANT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO ERO-PCT-ANT
               MOVE WS-PCT TO WS-PCT-FMT
               MOVE SPACES TO ERO-PCT
               STRING WS-PCT-FMT " %"
                  DELIMITED BY SIZE INTO ERO-PCT
               MOVE WS-ERO-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFMARG1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE BELOW-COST=" WS-CNT-BAJO-COSTO
               " ERODED=" WS-CNT-EROSION
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFMARG1.
