        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFPOGEN1.
      * ===============================================================
      * VFPOGEN1 = GENERACION DE ORDENES DE COMPRA VEGFRUT DESDE LA
      * SUGERENCIA DE REPOSICION. LEE VFREORD.RPT (LO DEJA VFREORD1)
      * Y POR CADA ARTICULO SUGERIDO BUSCA SU PROVEEDOR PREFERIDO EN
      * VFITPRV.DAT (VFSMNT1). LAS LINEAS DE UN MISMO PROVEEDOR VAN
      * EN UNA SOLA ORDEN; CADA LINEA QUEDA EN VFPO.DAT ABIERTA, CON
      * LA CANTIDAD SUGERIDA Y LA FECHA EN QUE DEBE LLEGAR (HOY MAS
      * EL PLAZO DE ENTREGA). UN ARTICULO QUE YA TIENE UNA LINEA
      * ABIERTA O PARCIAL NO SE VUELVE A PEDIR, ASI CORRER DOS VECES
      * NO DUPLICA PEDIDOS; UNO SIN PROVEEDOR PREFERIDO QUEDA LISTADO
      * PARA ASIGNARLO. LAS ORDENES GENERADAS SALEN EN VFPOGEN.RPT
      * PARA LLAMAR A CADA PROVEEDOR
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL REORPT ASSIGN TO "VFREORD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REO-STATUS.

        SELECT OPTIONAL VFITPRV ASSIGN TO "VFITPRV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFI-CODVF
        FILE STATUS IS WS-ITP-STATUS.

        SELECT OPTIONAL VFSUPP ASSIGN TO "VFSUPP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFS-CODPROV
        FILE STATUS IS WS-SUP-STATUS.

      * LINEAS DE ORDENES DE COMPRA - ESTADO A = ABIERTA,
      * P = RECIBIDA EN PARTE, C = CERRADA
        SELECT OPTIONAL VFPO ASSIGN TO "VFPO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VPO-CLAVE
        FILE STATUS IS WS-VPO-STATUS.

        SELECT GENRPT ASSIGN TO "VFPOGEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      * MISMA LINEA DE DETALLE QUE IMPRIME VFREORD1
        FD REORPT.
        01 REO-LINE             PIC X(110).
        01 REO-DETALLE REDEFINES REO-LINE.
            05 REO-CODVF        PIC X(5).
            05 REO-ROT-EXIST    PIC X(7).
            05 REO-EXIST        PIC X(7).
            05 FILLER           PIC X(7).
            05 REO-REORD        PIC X(5).
            05 FILLER           PIC X(10).
            05 REO-SUGERIDO     PIC X(7).
            05 FILLER           PIC X(62).

        FD VFITPRV.
        01 REG-VFITPRV.
            03 VFI-CODVF        PIC 9(5).
            03 VFI-CODPROV      PIC 9(5).
            03 VFI-DIAS-ENTREGA PIC 9(3).

        FD VFSUPP.
        01 REG-VFSUPP.
            03 VFS-CODPROV      PIC 9(5).
            03 VFS-NOMBRE       PIC X(30).
            03 VFS-TELEFONO     PIC X(15).
            03 VFS-CONTACTO     PIC X(20).

        FD VFPO.
        01 REG-VFPO.
            03 VPO-CLAVE.
               05 VPO-NUMERO    PIC 9(6).
               05 VPO-LINEA     PIC 9(3).
            03 VPO-CODPROV      PIC 9(5).
            03 VPO-CODVF        PIC 9(5).
            03 VPO-FECHA-PEDIDO PIC 9(8).
            03 VPO-FECHA-ENTREGA PIC 9(8).
            03 VPO-CANT-PEDIDA  PIC 9(7).
            03 VPO-CANT-RECIBIDA PIC 9(7).
            03 VPO-ESTADO       PIC X(1).
               88 VPO-ABIERTA   VALUE "A".
               88 VPO-PARCIAL   VALUE "P".
               88 VPO-CERRADA   VALUE "C".
            03 VPO-FECHA-ULT-REC PIC 9(8).

        FD GENRPT.
        01 RPT-LINE             PIC X(110).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-REO-STATUS       PIC X(2).
        01  WS-ITP-STATUS       PIC X(2).
        01  WS-SUP-STATUS       PIC X(2).
        01  WS-VPO-STATUS       PIC X(2).
            88 WS-VPO-NOTFND    VALUE "23" "35".
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-ITP-ABIERTO-SW   PIC X(01) VALUE 'N'.
            88 WS-ITP-ABIERTO   VALUE 'Y'.
        01  WS-SUP-ABIERTO-SW   PIC X(01) VALUE 'N'.
            88 WS-SUP-ABIERTO   VALUE 'Y'.

      * ARTICULOS CON UNA LINEA ABIERTA O PARCIAL EN VFPO.DAT, Y LA
      * ULTIMA ORDEN USADA
        01  WS-ULT-NUMERO       PIC 9(6) VALUE ZERO.
        01  WS-ABI-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-ABI-IDX          PIC 9(04).
        01  WS-ABI-HIT          PIC 9(04).
        01  WS-ABI-TABLA.
            03 WS-ABI-ENTRY OCCURS 2000 TIMES.
               05 WS-ABI-CODVF  PIC 9(5).
               05 WS-ABI-NUMERO PIC 9(6).
               05 WS-ABI-LINEA  PIC 9(3).

      * ORDENES ABIERTAS EN ESTA CORRIDA, UNA POR PROVEEDOR
        01  WS-GEN-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-GEN-IDX          PIC 9(04).
        01  WS-GEN-HIT          PIC 9(04).
        01  WS-GEN-TABLA.
            03 WS-GEN-ENTRY OCCURS 500 TIMES.
               05 WS-GEN-CODPROV PIC 9(5).
               05 WS-GEN-NUMERO PIC 9(6).
               05 WS-GEN-LINEAS PIC 9(3).

        01  WS-CODVF            PIC 9(5).
        01  WS-SUGERIDO         PIC 9(7).
        01  WS-PROV-NOMBRE      PIC X(30).
        01  WS-HOY              PIC 9(8).
        01  WS-FECHA-ENTREGA    PIC 9(8).
        01  WS-CNT-SUGERENCIAS  PIC 9(4) VALUE ZERO.
        01  WS-CNT-LINEAS       PIC 9(4) VALUE ZERO.
        01  WS-CNT-SIN-PROV     PIC 9(4) VALUE ZERO.
        01  WS-CNT-YA-PEDIDAS   PIC 9(4) VALUE ZERO.

        01  WS-GEN-LINE.
            05 FILLER           PIC X(3)  VALUE 'OC '.
            05 GEN-NUMERO       PIC 9(6).
            05 FILLER           PIC X(1)  VALUE '-'.
            05 GEN-LINEA        PIC 9(3).
            05 FILLER           PIC X(11) VALUE ' PROVEEDOR '.
            05 GEN-CODPROV      PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 GEN-NOMBRE       PIC X(30).
            05 FILLER           PIC X(7)  VALUE ' CODVF '.
            05 GEN-CODVF        PIC 9(5).
            05 FILLER           PIC X(6)  VALUE ' CANT '.
            05 GEN-CANT         PIC ZZZZZZ9.
            05 FILLER           PIC X(9)  VALUE ' ENTREGA '.
            05 GEN-ENTREGA      PIC 9(8).

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
            OPEN INPUT REORPT.
            IF WS-REO-STATUS NOT = "00"
               DISPLAY "NO HAY VFREORD.RPT - CORRA VFREORD1 PRIMERO"
               IF WS-REO-STATUS = "05" OR WS-REO-STATUS = "35"
                  CLOSE REORPT
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM 1000-LOAD-OPEN-LINES.
            OPEN I-O VFPO.
            IF WS-VPO-NOTFND
               OPEN OUTPUT VFPO
               CLOSE VFPO
               OPEN I-O VFPO
            END-IF.
            OPEN INPUT VFITPRV.
            IF WS-ITP-STATUS = "00"
               MOVE 'Y' TO WS-ITP-ABIERTO-SW
            ELSE
               IF WS-ITP-STATUS = "05" OR WS-ITP-STATUS = "35"
                  CLOSE VFITPRV
               END-IF
            END-IF.
            OPEN INPUT VFSUPP.
            IF WS-SUP-STATUS = "00"
               MOVE 'Y' TO WS-SUP-ABIERTO-SW
            ELSE
               IF WS-SUP-STATUS = "05" OR WS-SUP-STATUS = "35"
                  CLOSE VFSUPP
               END-IF
            END-IF.
            OPEN OUTPUT GENRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "ORDENES DE COMPRA GENERADAS DESDE VFREORD.RPT - "
               "FECHA " WS-HOY
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 2010-READ-NEXT-SUGGESTION.
            PERFORM 2000-PROCESS-ONE-LINE
               UNTIL WS-EOF.
            CLOSE REORPT.
            CLOSE VFPO.
            IF WS-ITP-ABIERTO
               CLOSE VFITPRV
            END-IF.
            IF WS-SUP-ABIERTO
               CLOSE VFSUPP
            END-IF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "SUGERENCIAS LEIDAS: " WS-CNT-SUGERENCIAS
               "  ORDENES: " WS-GEN-COUNT
               "  LINEAS: " WS-CNT-LINEAS
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "YA PEDIDAS: " WS-CNT-YA-PEDIDAS
               "  SIN PROVEEDOR PREFERIDO: " WS-CNT-SIN-PROV
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE GENRPT.
            DISPLAY "ORDENES GENERADAS: " WS-GEN-COUNT
               " LINEAS: " WS-CNT-LINEAS.
            DISPLAY "REPORTE GENERADO: VFPOGEN.RPT".
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-SIN-PROV > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      * ARTICULOS YA PEDIDOS (LINEA ABIERTA O PARCIAL) Y EL ULTIMO
      * NUMERO DE ORDEN EN USO
        1000-LOAD-OPEN-LINES.
            OPEN INPUT VFPO.
            IF WS-VPO-STATUS NOT = "00"
               IF WS-VPO-STATUS = "05" OR WS-VPO-STATUS = "35"
                  CLOSE VFPO
               END-IF
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1010-READ-NEXT-PO
               PERFORM 1020-TALLY-ONE-PO
                  UNTIL WS-EOF
               CLOSE VFPO
            END-IF.

        1010-READ-NEXT-PO.
            READ VFPO NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        1020-TALLY-ONE-PO.
            IF VPO-NUMERO > WS-ULT-NUMERO
               MOVE VPO-NUMERO TO WS-ULT-NUMERO
            END-IF.
            IF NOT VPO-CERRADA AND WS-ABI-COUNT < 2000
               ADD 1 TO WS-ABI-COUNT
               MOVE VPO-CODVF TO WS-ABI-CODVF (WS-ABI-COUNT)
               MOVE VPO-NUMERO TO WS-ABI-NUMERO (WS-ABI-COUNT)
               MOVE VPO-LINEA TO WS-ABI-LINEA (WS-ABI-COUNT)
            END-IF.
            PERFORM 1010-READ-NEXT-PO.

        2010-READ-NEXT-SUGGESTION.
            READ REORPT
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * SOLO LAS LINEAS DE DETALLE (CODVF NUMERICO SEGUIDO DE
      * " EXIST ") SON SUGERENCIAS; TITULO Y TOTALES SE SALTAN
        2000-PROCESS-ONE-LINE.
            IF REO-CODVF IS NUMERIC
               AND REO-ROT-EXIST = " EXIST "
               MOVE REO-CODVF TO WS-CODVF
               MOVE FUNCTION NUMVAL(REO-SUGERIDO) TO WS-SUGERIDO
               IF WS-SUGERIDO > ZERO
                  ADD 1 TO WS-CNT-SUGERENCIAS
                  PERFORM 2100-ORDER-ONE-ITEM
               END-IF
            END-IF.
            PERFORM 2010-READ-NEXT-SUGGESTION.

        2100-ORDER-ONE-ITEM.
            MOVE ZERO TO WS-ABI-HIT.
            PERFORM 2110-FIND-OPEN-LINE
               VARYING WS-ABI-IDX FROM 1 BY 1
               UNTIL WS-ABI-IDX > WS-ABI-COUNT
                  OR WS-ABI-HIT > ZERO.
            IF WS-ABI-HIT > ZERO
               ADD 1 TO WS-CNT-YA-PEDIDAS
               MOVE SPACES TO RPT-LINE
               STRING "CODVF " WS-CODVF " YA TIENE LA OC "
                  WS-ABI-NUMERO (WS-ABI-HIT) "-"
                  WS-ABI-LINEA (WS-ABI-HIT) " ABIERTA - NO SE PIDE"
                  DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
            ELSE
               PERFORM 2200-FIND-PREFERRED
               IF VFI-CODPROV = ZERO
                  ADD 1 TO WS-CNT-SIN-PROV
                  MOVE SPACES TO RPT-LINE
                  STRING "CODVF " WS-CODVF " SUGERIDO " WS-SUGERIDO
                     " SIN PROVEEDOR PREFERIDO - ASIGNELO EN VFSMNT1"
                     DELIMITED BY SIZE INTO RPT-LINE
                  WRITE RPT-LINE
               ELSE
                  PERFORM 2300-WRITE-PO-LINE
               END-IF
            END-IF.

        2110-FIND-OPEN-LINE.
            IF WS-ABI-CODVF (WS-ABI-IDX) = WS-CODVF
               MOVE WS-ABI-IDX TO WS-ABI-HIT
            END-IF.

      * VFI-CODPROV QUEDA EN CERO CUANDO EL ARTICULO NO TIENE
      * PROVEEDOR PREFERIDO
        2200-FIND-PREFERRED.
            MOVE ZERO TO VFI-CODPROV VFI-DIAS-ENTREGA.
            IF WS-ITP-ABIERTO
               MOVE WS-CODVF TO VFI-CODVF
               READ VFITPRV
                  INVALID KEY
                     MOVE ZERO TO VFI-CODPROV VFI-DIAS-ENTREGA
               END-READ
            END-IF.

      * UNA ORDEN POR PROVEEDOR EN LA CORRIDA; LA FECHA DE ENTREGA
      * ES HOY MAS EL PLAZO DEL PROVEEDOR PARA ESE ARTICULO
        2300-WRITE-PO-LINE.
            MOVE ZERO TO WS-GEN-HIT.
            PERFORM 2310-FIND-RUN-ORDER
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
                  OR WS-GEN-HIT > ZERO.
            IF WS-GEN-HIT = ZERO
               IF WS-GEN-COUNT < 500
                  ADD 1 TO WS-GEN-COUNT
                  ADD 1 TO WS-ULT-NUMERO
                  MOVE VFI-CODPROV TO WS-GEN-CODPROV (WS-GEN-COUNT)
                  MOVE WS-ULT-NUMERO TO WS-GEN-NUMERO (WS-GEN-COUNT)
                  MOVE ZERO TO WS-GEN-LINEAS (WS-GEN-COUNT)
                  MOVE WS-GEN-COUNT TO WS-GEN-HIT
               END-IF
            END-IF.
            IF WS-GEN-HIT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING "CODVF " WS-CODVF " NO SE PIDIO - DEMASIADOS "
                  "PROVEEDORES EN UNA CORRIDA"
                  DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
            ELSE
               ADD 1 TO WS-GEN-LINEAS (WS-GEN-HIT)
               COMPUTE WS-FECHA-ENTREGA =
                  FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WS-HOY)
                      + VFI-DIAS-ENTREGA)
               MOVE WS-GEN-NUMERO (WS-GEN-HIT) TO VPO-NUMERO
               MOVE WS-GEN-LINEAS (WS-GEN-HIT) TO VPO-LINEA
               MOVE VFI-CODPROV TO VPO-CODPROV
               MOVE WS-CODVF TO VPO-CODVF
               MOVE WS-HOY TO VPO-FECHA-PEDIDO
               MOVE WS-FECHA-ENTREGA TO VPO-FECHA-ENTREGA
               MOVE WS-SUGERIDO TO VPO-CANT-PEDIDA
               MOVE ZERO TO VPO-CANT-RECIBIDA
               MOVE "A" TO VPO-ESTADO
               MOVE ZERO TO VPO-FECHA-ULT-REC
               WRITE REG-VFPO
                  INVALID KEY
                     DISPLAY "OC " VPO-NUMERO "-" VPO-LINEA
                        " YA EXISTE EN VFPO.DAT"
                  NOT INVALID KEY
                     ADD 1 TO WS-CNT-LINEAS
                     PERFORM 2400-PRINT-PO-LINE
               END-WRITE
            END-IF.

        2310-FIND-RUN-ORDER.
            IF WS-GEN-CODPROV (WS-GEN-IDX) = VFI-CODPROV
               MOVE WS-GEN-IDX TO WS-GEN-HIT
            END-IF.

        2400-PRINT-PO-LINE.
            MOVE "(PROVEEDOR NO EN VFSUPP.DAT)" TO WS-PROV-NOMBRE.
            IF WS-SUP-ABIERTO
               MOVE VPO-CODPROV TO VFS-CODPROV
               READ VFSUPP
                  NOT INVALID KEY
                     MOVE VFS-NOMBRE TO WS-PROV-NOMBRE
               END-READ
            END-IF.
            MOVE VPO-NUMERO TO GEN-NUMERO.
            MOVE VPO-LINEA TO GEN-LINEA.
            MOVE VPO-CODPROV TO GEN-CODPROV.
            MOVE WS-PROV-NOMBRE TO GEN-NOMBRE.
            MOVE VPO-CODVF TO GEN-CODVF.
            MOVE VPO-CANT-PEDIDA TO GEN-CANT.
            MOVE VPO-FECHA-ENTREGA TO GEN-ENTREGA.
            MOVE WS-GEN-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFPOGEN1 " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE LINES=" WS-CNT-LINEAS
               " NOSUPPLIER=" WS-CNT-SIN-PROV
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFPOGEN1.
