       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFDAPR1.
      * ===============================================================
      * RFDAPR1 = APROBACION DE REEMBOLSOS. SOLO ENTRA UN USUARIO CON
      * ROL SUPERVISOR (USR-ROLE = S EN USERS.DAT, FIRMADO EN USRSGN1
      * COMO EN SLSAPR1). RECORRE EL LIBRO REFUND.DAT DE FLTCNL1:
      * CADA REEMBOLSO PENDIENTE SE APRUEBA, SE RECHAZA O SE SALTA, Y
      * CADA APROBADO SE PUEDE MARCAR COMO PAGADO. LA DECISION QUEDA
      * EN EL LIBRO CON FECHA Y USUARIO; EL LIBRO SE REESCRIBE ENTERO.
      * UNA LINEA AL RUN-LOG CON LO APROBADO, RECHAZADO Y PAGADO
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
      * SHARED BATCH RUN-LOG
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

       FD RUNLOG.
       01  RUNLOG-LINE                  PIC X(80).

        WORKING-STORAGE SECTION.
        01   WS-RFD-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".

        01   WS-SGN-REQ.
             05 WS-SGN-USUARIO          PIC X(08).
             05 WS-SGN-ROLE             PIC X(01).
             05 WS-SGN-RESULT           PIC X(01).
                88 WS-SGN-OK            VALUE "S".
        01   WS-SIGNON-USER             PIC X(08) VALUE SPACES.
        01   WS-SIGNON-OK-SW            PIC X(01) VALUE "N".
             88 WS-SIGNON-OK            VALUE "Y".
        01   WS-DECISION                PIC X(01).

        01   WS-HOY                     PIC 9(08).
        01   WS-MONTO-ED                PIC Z,ZZZ,ZZ9.99.
        01   WS-MOTIVO-TXT              PIC X(20).
        01   WS-CNT-ABIERTOS            PIC 9(04) VALUE ZERO.
        01   WS-CNT-APROBADOS           PIC 9(04) VALUE ZERO.
        01   WS-CNT-RECHAZADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-PAGADOS             PIC 9(04) VALUE ZERO.

      * EL LIBRO COMPLETO EN MEMORIA PARA REESCRIBIRLO CON LAS
      * DECISIONES DE LA SESION
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
                05 WS-RTB-FLIGHT-DATE   PIC 9(8).
                05 WS-RTB-MONTO         PIC 9(7)V99.
                05 WS-RTB-MOTIVO        PIC X(1).
                05 WS-RTB-ESTADO        PIC X(1).
                05 WS-RTB-FEC-APR       PIC 9(8).
                05 WS-RTB-USR-APR       PIC X(8).
                05 WS-RTB-FEC-PAGO      PIC 9(8).
                05 WS-RTB-FILLER        PIC X(10).

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
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 0060-SIGN-ON-SUPERVISOR.
           IF NOT WS-SIGNON-OK
              DISPLAY "ACCESO DENEGADO - SE EXIGE ROL SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-REFUNDS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "REFUND.DAT EXCEDE LA TABLA (5000) - NO SE "
                 "REVISA PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CNT-ABIERTOS = ZERO
              DISPLAY "SIN REEMBOLSOS PENDIENTES NI POR PAGAR EN "
                 "REFUND.DAT"
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0300-REVIEW-ONE
              VARYING WS-RFD-IDX FROM 1 BY 1
              UNTIL WS-RFD-IDX > WS-RFD-COUNT.
           IF WS-HAY-CAMBIOS
              PERFORM 0800-REWRITE-REFUNDS
           END-IF.
           DISPLAY "APROBADOS  : " WS-CNT-APROBADOS.
           DISPLAY "RECHAZADOS : " WS-CNT-RECHAZADOS.
           DISPLAY "PAGADOS    : " WS-CNT-PAGADOS.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME
        0060-SIGN-ON-SUPERVISOR.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-OK AND WS-SGN-ROLE = "S"
              AND WS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE "Y" TO WS-SIGNON-OK-SW
           END-IF.

        0100-LOAD-REFUNDS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REFUND.
           IF WS-RFD-STATUS NOT = "00"
              IF WS-RFD-STATUS = "05" OR WS-RFD-STATUS = "35"
                 CLOSE REFUND
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-REFUND
              PERFORM 0120-LOAD-ONE-REFUND
                 UNTIL WS-EOF OR WS-RFD-COUNT >= 5000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE REFUND
           END-IF.

        0110-READ-NEXT-REFUND.
           READ REFUND
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-REFUND.
           ADD 1 TO WS-RFD-COUNT.
           MOVE RFD-NUM         TO WS-RTB-NUM (WS-RFD-COUNT).
           MOVE RFD-FECHA       TO WS-RTB-FECHA (WS-RFD-COUNT).
           MOVE RFD-DOC         TO WS-RTB-DOC (WS-RFD-COUNT).
           MOVE RFD-NAME        TO WS-RTB-NAME (WS-RFD-COUNT).
           MOVE RFD-FLIGHT-CODE TO WS-RTB-FLIGHT-CODE (WS-RFD-COUNT).
           MOVE RFD-AIRLINE     TO WS-RTB-AIRLINE (WS-RFD-COUNT).
           MOVE RFD-FLIGHT-DATE TO WS-RTB-FLIGHT-DATE (WS-RFD-COUNT).
           MOVE RFD-MONTO       TO WS-RTB-MONTO (WS-RFD-COUNT).
           MOVE RFD-MOTIVO      TO WS-RTB-MOTIVO (WS-RFD-COUNT).
           MOVE RFD-ESTADO      TO WS-RTB-ESTADO (WS-RFD-COUNT).
           MOVE RFD-FEC-APR     TO WS-RTB-FEC-APR (WS-RFD-COUNT).
           MOVE RFD-USR-APR     TO WS-RTB-USR-APR (WS-RFD-COUNT).
           MOVE RFD-FEC-PAGO    TO WS-RTB-FEC-PAGO (WS-RFD-COUNT).
           MOVE RFD-FILLER      TO WS-RTB-FILLER (WS-RFD-COUNT).
           IF RFD-ESTADO = "P" OR RFD-ESTADO = "A"
              ADD 1 TO WS-CNT-ABIERTOS
           END-IF.
           PERFORM 0110-READ-NEXT-REFUND.

      * PENDIENTE: APROBAR, RECHAZAR O SALTAR. APROBADO: PAGAR O
      * SALTAR. LO PAGADO Y LO RECHAZADO YA NO SE TOCA
        0300-REVIEW-ONE.
           IF WS-RTB-ESTADO (WS-RFD-IDX) = "P"
              OR WS-RTB-ESTADO (WS-RFD-IDX) = "A"
              PERFORM 0310-SHOW-REFUND
              IF WS-RTB-ESTADO (WS-RFD-IDX) = "P"
                 DISPLAY "APROBAR (A), RECHAZAR (R) O SALTAR (S)?"
                 ACCEPT WS-DECISION
                 IF WS-DECISION = "A" OR WS-DECISION = "a"
                    PERFORM 0400-APPROVE-ONE
                 ELSE
                 IF WS-DECISION = "R" OR WS-DECISION = "r"
                    PERFORM 0500-REJECT-ONE
                 ELSE
                    DISPLAY "QUEDA PENDIENTE"
                 END-IF
                 END-IF
              ELSE
                 DISPLAY "APROBADO EL " WS-RTB-FEC-APR (WS-RFD-IDX)
                    " POR " WS-RTB-USR-APR (WS-RFD-IDX)
                 DISPLAY "MARCAR PAGADO (G) O SALTAR (S)?"
                 ACCEPT WS-DECISION
                 IF WS-DECISION = "G" OR WS-DECISION = "g"
                    PERFORM 0600-PAY-ONE
                 ELSE
                    DISPLAY "QUEDA POR PAGAR"
                 END-IF
              END-IF
           END-IF.

        0310-SHOW-REFUND.
           IF WS-RTB-MOTIVO (WS-RFD-IDX) = "R"
              MOVE "NO ACEPTO TRASLADO" TO WS-MOTIVO-TXT
           ELSE
              MOVE "SIN VUELO ALTERNO" TO WS-MOTIVO-TXT
           END-IF.
           MOVE WS-RTB-MONTO (WS-RFD-IDX) TO WS-MONTO-ED.
           DISPLAY "----------------------------------------".
           DISPLAY "REEMBOLSO " WS-RTB-NUM (WS-RFD-IDX)
              " DEL " WS-RTB-FECHA (WS-RFD-IDX)
              ": " WS-MONTO-ED " - " WS-MOTIVO-TXT.
           DISPLAY "PASAJERO: " WS-RTB-DOC (WS-RFD-IDX) " "
              WS-RTB-NAME (WS-RFD-IDX).
           DISPLAY "VUELO " WS-RTB-FLIGHT-CODE (WS-RFD-IDX)
              " DEL " WS-RTB-FLIGHT-DATE (WS-RFD-IDX)
              " " WS-RTB-AIRLINE (WS-RFD-IDX).

        0400-APPROVE-ONE.
           MOVE "A" TO WS-RTB-ESTADO (WS-RFD-IDX).
           MOVE WS-HOY TO WS-RTB-FEC-APR (WS-RFD-IDX).
           MOVE WS-SIGNON-USER TO WS-RTB-USR-APR (WS-RFD-IDX).
           MOVE "Y" TO WS-CAMBIOS-SW.
           ADD 1 TO WS-CNT-APROBADOS.
           DISPLAY "APROBADO".

      * EL RECHAZO TAMBIEN QUEDA FIRMADO EN EL LIBRO
        0500-REJECT-ONE.
           MOVE "R" TO WS-RTB-ESTADO (WS-RFD-IDX).
           MOVE WS-HOY TO WS-RTB-FEC-APR (WS-RFD-IDX).
           MOVE WS-SIGNON-USER TO WS-RTB-USR-APR (WS-RFD-IDX).
           MOVE "Y" TO WS-CAMBIOS-SW.
           ADD 1 TO WS-CNT-RECHAZADOS.
           DISPLAY "RECHAZADO".

        0600-PAY-ONE.
           MOVE "G" TO WS-RTB-ESTADO (WS-RFD-IDX).
           MOVE WS-HOY TO WS-RTB-FEC-PAGO (WS-RFD-IDX).
           MOVE "Y" TO WS-CAMBIOS-SW.
           ADD 1 TO WS-CNT-PAGADOS.
           DISPLAY "PAGADO".

        0800-REWRITE-REFUNDS.
           OPEN OUTPUT REFUND.
           PERFORM 0810-WRITE-ONE-REFUND
              VARYING WS-RFD-IDX FROM 1 BY 1
              UNTIL WS-RFD-IDX > WS-RFD-COUNT.
           CLOSE REFUND.

        0810-WRITE-ONE-REFUND.
           MOVE WS-RTB-NUM (WS-RFD-IDX)         TO RFD-NUM.
           MOVE WS-RTB-FECHA (WS-RFD-IDX)       TO RFD-FECHA.
           MOVE WS-RTB-DOC (WS-RFD-IDX)         TO RFD-DOC.
           MOVE WS-RTB-NAME (WS-RFD-IDX)        TO RFD-NAME.
           MOVE WS-RTB-FLIGHT-CODE (WS-RFD-IDX) TO RFD-FLIGHT-CODE.
           MOVE WS-RTB-AIRLINE (WS-RFD-IDX)     TO RFD-AIRLINE.
           MOVE WS-RTB-FLIGHT-DATE (WS-RFD-IDX) TO RFD-FLIGHT-DATE.
           MOVE WS-RTB-MONTO (WS-RFD-IDX)       TO RFD-MONTO.
           MOVE WS-RTB-MOTIVO (WS-RFD-IDX)      TO RFD-MOTIVO.
           MOVE WS-RTB-ESTADO (WS-RFD-IDX)      TO RFD-ESTADO.
           MOVE WS-RTB-FEC-APR (WS-RFD-IDX)     TO RFD-FEC-APR.
           MOVE WS-RTB-USR-APR (WS-RFD-IDX)     TO RFD-USR-APR.
           MOVE WS-RTB-FEC-PAGO (WS-RFD-IDX)    TO RFD-FEC-PAGO.
           MOVE WS-RTB-FILLER (WS-RFD-IDX)      TO RFD-FILLER.
           WRITE RFD-REC.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        0900-WRITE-RUNLOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "RFDAPR1 " WS-RUN-YY "-" WS-RUN-MM "-" WS-RUN-DD
              " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
              " STATUS=COMPLETE USER=" WS-SIGNON-USER
              " A=" WS-CNT-APROBADOS
              " R=" WS-CNT-RECHAZADOS
              " G=" WS-CNT-PAGADOS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
          END PROGRAM RFDAPR1.
