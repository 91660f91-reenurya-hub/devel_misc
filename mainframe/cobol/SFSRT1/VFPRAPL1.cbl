        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFPRAPL1.
      * ===============================================================
      * VFPRAPL1 = APLICACION NOCTURNA DE CAMBIOS DE PRECIO VEGFRUT.
      * RECORRE EL HISTORIAL DE PRECIOS VFPRHIS.DAT Y TODO CAMBIO
      * PENDIENTE (P) CUYA FECHA DE VIGENCIA YA LLEGO PASA A SER EL
      * PRECIO DE VENTA DE VFPRICE.DAT Y QUEDA MARCADO APLICADO (A).
      * ASI UN CAMBIO CARGADO EN VFPMNT1 EL VIERNES PARA EL LUNES
      * ENTRA SOLO EN LA CORRIDA DE LA NOCHE DEL DOMINGO. SI SE
      * SALTO ALGUNA NOCHE, LOS CAMBIOS ATRASADOS DE UN MISMO
      * ARTICULO SE APLICAN EN ORDEN DE FECHA Y QUEDA EL ULTIMO.
      * UN CAMBIO DE UN ARTICULO QUE YA NO ESTA EN EL MAESTRO SE
      * ANULA (X). LISTA LO HECHO EN VFPRAPL.RPT. TERMINA CON RC 4
      * SI ANULO ALGUN CAMBIO
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFPRHIS ASSIGN TO "VFPRHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFH-CLAVE
        FILE STATUS IS WS-VFH-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT APLRPT ASSIGN TO "VFPRAPL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      * HISTORIAL DE PRECIOS: UN REGISTRO POR ARTICULO Y FECHA DE
      * VIGENCIA CON PRECIO DE VENTA Y COSTO
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

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD APLRPT.
        01 RPT-LINE             PIC X(100).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-VFH-STATUS       PIC X(2).
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-HOY              PIC 9(8).
        01  WS-PRECIO-ANT       PIC 9(7)V99.
        01  WS-CNT-APLICADOS    PIC 9(5) VALUE ZERO.
        01  WS-CNT-ANULADOS     PIC 9(5) VALUE ZERO.
        01  WS-CNT-FUTUROS      PIC 9(5) VALUE ZERO.

        01  WS-DET-LINE.
            05 DET-CODVF        PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-FECHA-VIG    PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-PRECIO-ANT   PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-PRECIO       PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DET-COSTO        PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-ORIGEN       PIC X(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-SITUACION    PIC X(24).

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
            OPEN I-O VFPRHIS.
            IF WS-VFH-STATUS NOT = "00"
               DISPLAY "NO HAY CAMBIOS DE PRECIO EN VFPRHIS.DAT"
               IF WS-VFH-STATUS = "05" OR WS-VFH-STATUS = "35"
                  CLOSE VFPRHIS
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               DISPLAY "VFPRICE.DAT NO DISPONIBLE - NADA SE APLICA"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
               CLOSE VFPRHIS
               PERFORM 9000-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT APLRPT.
            MOVE SPACES TO RPT-LINE.
            STRING "CAMBIOS DE PRECIO APLICADOS VEGFRUT - FECHA "
               WS-HOY
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF  VIGENCIA PREC ANTER.   PREC NUEVO"
               "        COSTO  ORIGEN    SITUACION"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 2010-READ-NEXT-CHANGE.
            PERFORM 2000-CHECK-ONE-CHANGE
               UNTIL WS-EOF.
            CLOSE VFPRHIS.
            CLOSE VFPRICE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "APLICADOS: " WS-CNT-APLICADOS
               "  ANULADOS: " WS-CNT-ANULADOS
               "  PENDIENTES A FUTURO: " WS-CNT-FUTUROS
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE APLRPT.
            DISPLAY "REPORTE GENERADO: VFPRAPL.RPT".
            DISPLAY "CAMBIOS APLICADOS: " WS-CNT-APLICADOS
               " ANULADOS: " WS-CNT-ANULADOS.
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-ANULADOS > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

        2010-READ-NEXT-CHANGE.
            READ VFPRHIS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * EL ARCHIVO VIENE POR ARTICULO Y FECHA, ASI QUE DOS CAMBIOS
      * ATRASADOS DEL MISMO ARTICULO SE APLICAN EN SU ORDEN
        2000-CHECK-ONE-CHANGE.
            IF VFH-ESTADO = "P"
               IF VFH-FECHA-VIG > WS-HOY
                  ADD 1 TO WS-CNT-FUTUROS
               ELSE
                  PERFORM 2100-APPLY-CHANGE
               END-IF
            END-IF.
            PERFORM 2010-READ-NEXT-CHANGE.

        2100-APPLY-CHANGE.
            MOVE SPACES TO DET-SITUACION.
            MOVE ZERO TO WS-PRECIO-ANT.
            MOVE VFH-CODVF TO VFP-CODVF.
            READ VFPRICE
               INVALID KEY
                  MOVE "X" TO VFH-ESTADO
                  ADD 1 TO WS-CNT-ANULADOS
                  MOVE "ANULADO - NO EN MAESTRO" TO DET-SITUACION
               NOT INVALID KEY
                  MOVE VFP-PRECIO TO WS-PRECIO-ANT
                  MOVE VFH-PRECIO TO VFP-PRECIO
                  REWRITE REG-VFPRICE
                     INVALID KEY
                        MOVE "ERROR AL ACTUALIZAR" TO DET-SITUACION
                     NOT INVALID KEY
                        MOVE "A" TO VFH-ESTADO
                        ADD 1 TO WS-CNT-APLICADOS
                        MOVE "APLICADO" TO DET-SITUACION
                  END-REWRITE
            END-READ.
            IF VFH-ESTADO NOT = "P"
               REWRITE REG-VFPRHIS
                  INVALID KEY
                     DISPLAY "ERROR AL MARCAR VFPRHIS " VFH-CLAVE
               END-REWRITE
            END-IF.
            MOVE VFH-CODVF TO DET-CODVF.
            MOVE VFH-FECHA-VIG TO DET-FECHA-VIG.
            MOVE WS-PRECIO-ANT TO DET-PRECIO-ANT.
            MOVE VFH-PRECIO TO DET-PRECIO.
            MOVE VFH-COSTO TO DET-COSTO.
            MOVE VFH-ORIGEN TO DET-ORIGEN.
            MOVE WS-DET-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFPRAPL1 " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE APPLIED=" WS-CNT-APLICADOS
               " VOIDED=" WS-CNT-ANULADOS
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFPRAPL1.
