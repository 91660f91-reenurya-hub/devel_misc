        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFPORPT1.
      * ===============================================================
      * VFPORPT1 = REPORTE DE ORDENES DE COMPRA ABIERTAS VEGFRUT.
      * LISTA EN VFPOAB.RPT CADA LINEA DE VFPO.DAT ABIERTA (A) O
      * RECIBIDA EN PARTE (P) CON SU PROVEEDOR, LO PEDIDO, LO
      * RECIBIDO, LO PENDIENTE Y LA FECHA EN QUE DEBIA LLEGAR. UNA
      * LINEA CON FECHA DE ENTREGA VENCIDA SALE MARCADA ATRASADA CON
      * SUS DIAS DE ATRASO, Y AL FINAL UN RESUMEN POR PROVEEDOR DICE
      * QUIEN ESTA ATRASADO Y DESDE CUANDO, ANTES DE QUE LOS
      * ESTANTES SE VACIEN. TERMINA CON RC 4 SI HAY LINEAS ATRASADAS
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFPO ASSIGN TO "VFPO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VPO-CLAVE
        FILE STATUS IS WS-VPO-STATUS.

        SELECT OPTIONAL VFSUPP ASSIGN TO "VFSUPP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFS-CODPROV
        FILE STATUS IS WS-SUP-STATUS.

        SELECT ABRPT ASSIGN TO "VFPOAB.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD VFSUPP.
        01 REG-VFSUPP.
            03 VFS-CODPROV      PIC 9(5).
            03 VFS-NOMBRE       PIC X(30).
            03 VFS-TELEFONO     PIC X(15).
            03 VFS-CONTACTO     PIC X(20).

        FD ABRPT.
        01 RPT-LINE             PIC X(120).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-VPO-STATUS       PIC X(2).
        01  WS-SUP-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-SUP-ABIERTO-SW   PIC X(01) VALUE 'N'.
            88 WS-SUP-ABIERTO   VALUE 'Y'.

        01  WS-HOY              PIC 9(8).
        01  WS-PENDIENTE        PIC 9(7).
        01  WS-DIAS-ATRASO      PIC 9(5).
        01  WS-BUSCA-PROV       PIC 9(5).
        01  WS-PROV-NOMBRE      PIC X(30).
        01  WS-CNT-ABIERTAS     PIC 9(5) VALUE ZERO.
        01  WS-CNT-ATRASADAS    PIC 9(5) VALUE ZERO.

      * LINEAS ATRASADAS POR PROVEEDOR, CON LA ENTREGA MAS VIEJA
        01  WS-ATR-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-ATR-IDX          PIC 9(04).
        01  WS-ATR-HIT          PIC 9(04).
        01  WS-ATR-TABLA.
            03 WS-ATR-ENTRY OCCURS 500 TIMES.
               05 WS-ATR-CODPROV PIC 9(5).
               05 WS-ATR-LINEAS PIC 9(5).
               05 WS-ATR-PENDIENTE PIC 9(9).
               05 WS-ATR-MAS-VIEJA PIC 9(8).

        01  WS-DET-LINE.
            05 DET-NUMERO       PIC 9(6).
            05 FILLER           PIC X(1)  VALUE '-'.
            05 DET-LINEA        PIC 9(3).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-CODPROV      PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-NOMBRE       PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-CODVF        PIC 9(5).
            05 DET-PEDIDA       PIC ZZZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-RECIBIDA     PIC ZZZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-PENDIENTE    PIC ZZZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-ENTREGA      PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-ESTADO       PIC X(7).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-ATRASO       PIC X(20).

        01  WS-RES-LINE.
            05 FILLER           PIC X(10) VALUE 'PROVEEDOR '.
            05 RES-CODPROV      PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 RES-NOMBRE       PIC X(30).
            05 FILLER           PIC X(19) VALUE ' LINEAS ATRASADAS: '.
            05 RES-LINEAS       PIC ZZZZ9.
            05 FILLER           PIC X(13) VALUE '  PENDIENTE: '.
            05 RES-PENDIENTE    PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(15) VALUE '  DEBIA LLEGAR '.
            05 RES-MAS-VIEJA    PIC 9(8).

        01  WS-DIAS-FMT         PIC ZZZZ9.

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
            OPEN INPUT VFPO.
            IF WS-VPO-STATUS NOT = "00"
               DISPLAY "NO HAY ORDENES DE COMPRA EN VFPO.DAT"
               IF WS-VPO-STATUS = "05" OR WS-VPO-STATUS = "35"
                  CLOSE VFPO
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT VFSUPP.
            IF WS-SUP-STATUS = "00"
               MOVE 'Y' TO WS-SUP-ABIERTO-SW
            ELSE
               IF WS-SUP-STATUS = "05" OR WS-SUP-STATUS = "35"
                  CLOSE VFSUPP
               END-IF
            END-IF.
            OPEN OUTPUT ABRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "ORDENES DE COMPRA ABIERTAS VEGFRUT - FECHA "
               WS-HOY DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "ORDEN-LIN  PROV  NOMBRE               CODVF"
               " PEDIDORECIBIDO  PENDTE  ENTREGA  ESTADO"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 2010-READ-NEXT-PO.
            PERFORM 2000-CHECK-ONE-LINE
               UNTIL WS-EOF.
            CLOSE VFPO.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "LINEAS ABIERTAS: " WS-CNT-ABIERTAS
               "  ATRASADAS: " WS-CNT-ATRASADAS
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            IF WS-ATR-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PROVEEDORES ATRASADOS" TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 3000-WRITE-ONE-LATE-SUPPLIER
                  VARYING WS-ATR-IDX FROM 1 BY 1
                  UNTIL WS-ATR-IDX > WS-ATR-COUNT
            END-IF.
            IF WS-SUP-ABIERTO
               CLOSE VFSUPP
            END-IF.
            CLOSE ABRPT.
            DISPLAY "REPORTE GENERADO: VFPOAB.RPT".
            DISPLAY "LINEAS ABIERTAS: " WS-CNT-ABIERTAS
               " ATRASADAS: " WS-CNT-ATRASADAS.
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-ATRASADAS > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

        2010-READ-NEXT-PO.
            READ VFPO NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * ATRASADA = LA FECHA DE ENTREGA YA PASO Y AUN FALTA MERCADERIA
        2000-CHECK-ONE-LINE.
            IF NOT VPO-CERRADA
               ADD 1 TO WS-CNT-ABIERTAS
               COMPUTE WS-PENDIENTE =
                  VPO-CANT-PEDIDA - VPO-CANT-RECIBIDA
               MOVE VPO-CODPROV TO WS-BUSCA-PROV
               PERFORM 2100-LOOKUP-SUPPLIER
               MOVE VPO-NUMERO TO DET-NUMERO
               MOVE VPO-LINEA TO DET-LINEA
               MOVE VPO-CODPROV TO DET-CODPROV
               MOVE WS-PROV-NOMBRE TO DET-NOMBRE
               MOVE VPO-CODVF TO DET-CODVF
               MOVE VPO-CANT-PEDIDA TO DET-PEDIDA
               MOVE VPO-CANT-RECIBIDA TO DET-RECIBIDA
               MOVE WS-PENDIENTE TO DET-PENDIENTE
               MOVE VPO-FECHA-ENTREGA TO DET-ENTREGA
               IF VPO-PARCIAL
                  MOVE "PARCIAL" TO DET-ESTADO
               ELSE
                  MOVE "ABIERTA" TO DET-ESTADO
               END-IF
               MOVE SPACES TO DET-ATRASO
               IF VPO-FECHA-ENTREGA < WS-HOY
                  ADD 1 TO WS-CNT-ATRASADAS
                  COMPUTE WS-DIAS-ATRASO =
                     FUNCTION INTEGER-OF-DATE (WS-HOY)
                     - FUNCTION INTEGER-OF-DATE (VPO-FECHA-ENTREGA)
                  MOVE WS-DIAS-ATRASO TO WS-DIAS-FMT
                  STRING "ATRASADA " WS-DIAS-FMT " DIAS"
                     DELIMITED BY SIZE INTO DET-ATRASO
                  PERFORM 2200-TALLY-LATE-SUPPLIER
               END-IF
               MOVE WS-DET-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            PERFORM 2010-READ-NEXT-PO.

        2100-LOOKUP-SUPPLIER.
            MOVE "(NO EN VFSUPP.DAT)" TO WS-PROV-NOMBRE.
            IF WS-SUP-ABIERTO
               MOVE WS-BUSCA-PROV TO VFS-CODPROV
               READ VFSUPP
                  NOT INVALID KEY
                     MOVE VFS-NOMBRE TO WS-PROV-NOMBRE
               END-READ
            END-IF.

        2200-TALLY-LATE-SUPPLIER.
            MOVE ZERO TO WS-ATR-HIT.
            PERFORM 2210-FIND-LATE-SUPPLIER
               VARYING WS-ATR-IDX FROM 1 BY 1
               UNTIL WS-ATR-IDX > WS-ATR-COUNT
                  OR WS-ATR-HIT > ZERO.
            IF WS-ATR-HIT = ZERO AND WS-ATR-COUNT < 500
               ADD 1 TO WS-ATR-COUNT
               MOVE VPO-CODPROV TO WS-ATR-CODPROV (WS-ATR-COUNT)
               MOVE ZERO TO WS-ATR-LINEAS (WS-ATR-COUNT)
               MOVE ZERO TO WS-ATR-PENDIENTE (WS-ATR-COUNT)
               MOVE VPO-FECHA-ENTREGA
                  TO WS-ATR-MAS-VIEJA (WS-ATR-COUNT)
               MOVE WS-ATR-COUNT TO WS-ATR-HIT
            END-IF.
            IF WS-ATR-HIT > ZERO
               ADD 1 TO WS-ATR-LINEAS (WS-ATR-HIT)
               ADD WS-PENDIENTE TO WS-ATR-PENDIENTE (WS-ATR-HIT)
               IF VPO-FECHA-ENTREGA < WS-ATR-MAS-VIEJA (WS-ATR-HIT)
                  MOVE VPO-FECHA-ENTREGA
                     TO WS-ATR-MAS-VIEJA (WS-ATR-HIT)
               END-IF
            END-IF.

        2210-FIND-LATE-SUPPLIER.
            IF WS-ATR-CODPROV (WS-ATR-IDX) = VPO-CODPROV
               MOVE WS-ATR-IDX TO WS-ATR-HIT
            END-IF.

        3000-WRITE-ONE-LATE-SUPPLIER.
            MOVE WS-ATR-CODPROV (WS-ATR-IDX) TO WS-BUSCA-PROV.
            PERFORM 2100-LOOKUP-SUPPLIER.
            MOVE WS-ATR-CODPROV (WS-ATR-IDX) TO RES-CODPROV.
            MOVE WS-PROV-NOMBRE TO RES-NOMBRE.
            MOVE WS-ATR-LINEAS (WS-ATR-IDX) TO RES-LINEAS.
            MOVE WS-ATR-PENDIENTE (WS-ATR-IDX) TO RES-PENDIENTE.
            MOVE WS-ATR-MAS-VIEJA (WS-ATR-IDX) TO RES-MAS-VIEJA.
            MOVE WS-RES-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFPORPT1 " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE OPEN=" WS-CNT-ABIERTAS
               " OVERDUE=" WS-CNT-ATRASADAS
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFPORPT1.
