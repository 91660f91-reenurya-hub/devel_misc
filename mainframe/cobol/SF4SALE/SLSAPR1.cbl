      * ===============================================================
      * SLSAPR1 = REVISION DE LA COLA DE AJUSTES GRANDES SLSADJP.DAT.
      * SOLO ENTRA UN USUARIO CON ROL SUPERVISOR (USR-ROLE = S EN
      * USERS.DAT, FIRMADO EN USRSGN1 COMO EN MNUSECF1). CADA AJUSTE
      * PENDIENTE SE MUESTRA Y SE APRUEBA (SE APLICA AL CUBO Dn DE
      * SALES.DAT CON EL MISMO CONTROL DE NEGATIVOS DE SLSADJ1) O SE
      * RECHAZA; LAS DOS DECISIONES QUEDAN EN LA AUDITORIA
           SELECT OPTIONAL SLSADJT ASSIGN TO "SLSADJT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           03 PEN-SIGNO                    PIC X(1).
           03 PEN-AMOUNT                   PIC 9(8).
           03 PEN-REASON                   PIC X(30).
      * USUARIO QUE PIDIO EL AJUSTE (SLSADJ1)
           03 PEN-USUARIO                  PIC X(8).

       FD SALES.
       01 SALESDETAILS.
           03 ADJ-ANTES                    PIC 9(8).
           03 ADJ-DESPUES                  PIC 9(8).
           03 ADJ-REASON                   PIC X(30).
      * USUARIO QUE GRABO LA LINEA Y USUARIO QUE PIDIO EL AJUSTE
           03 ADJ-USUARIO                  PIC X(8).
           03 ADJ-SOLICITA                 PIC X(8).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).
        01  WS-PER-CERRADO-SW   PIC X(01).
            88 WS-PER-CERRADO   VALUE 'C'.
        01  WS-ADJ-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-SALES-EOF-SW     PIC X(01).
        01  WS-CAMBIOS-SW       PIC X(01) VALUE 'N'.
            88 WS-HAY-CAMBIOS   VALUE 'Y'.

        01  WS-SGN-REQ.
            03  WS-SGN-USUARIO  PIC X(08).
            03  WS-SGN-ROLE     PIC X(01).
            03  WS-SGN-RESULT   PIC X(01).
                88 WS-SGN-OK    VALUE "S".
        01  WS-SIGNON-OK-SW     PIC X(01) VALUE 'N'.
            88 WS-SIGNON-OK     VALUE 'Y'.
        01  WS-SIGNON-USER      PIC X(08) VALUE SPACES.
               05 WS-PEN-SIGNO  PIC X(1).
               05 WS-PEN-AMOUNT PIC 9(8).
               05 WS-PEN-REASON PIC X(30).
               05 WS-PEN-USUARIO PIC X(8).
               05 WS-PEN-DECIDIDO PIC X(1).

      * SALES.DAT COMPLETO EN MEMORIA, COMO EN SLSADJ1
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME
       0050-SIGN-ON-SUPERVISOR.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-OK AND WS-SGN-ROLE = "S"
              AND WS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE 'Y' TO WS-SIGNON-OK-SW
           END-IF.

      * EL PERIODO EN CURSO (AAAAMM DE HOY) NO PUEDE ESTAR CERRADO
           MOVE PEN-SIGNO  TO WS-PEN-SIGNO (WS-PEN-COUNT).
           MOVE PEN-AMOUNT TO WS-PEN-AMOUNT (WS-PEN-COUNT).
           MOVE PEN-REASON TO WS-PEN-REASON (WS-PEN-COUNT).
           MOVE PEN-USUARIO TO WS-PEN-USUARIO (WS-PEN-COUNT).
           MOVE 'N'        TO WS-PEN-DECIDIDO (WS-PEN-COUNT).
           PERFORM 0110-READ-NEXT-PEN.

              " " WS-PEN-SIGNO (WS-PEN-IDX)
              WS-PEN-AMOUNT (WS-PEN-IDX).
           DISPLAY "MOTIVO: " WS-PEN-REASON (WS-PEN-IDX).
           DISPLAY "PEDIDO POR: " WS-PEN-USUARIO (WS-PEN-IDX).
           DISPLAY "APROBAR (A), RECHAZAR (R) O SALTAR (S)?".
           ACCEPT WS-DECISION.
           IF WS-DECISION = "A" OR WS-DECISION = "a"
              MOVE WS-ANTES TO ADJ-ANTES
              MOVE WS-DESPUES TO ADJ-DESPUES
              MOVE WS-RAZON-AUD TO ADJ-REASON
              MOVE WS-SIGNON-USER TO ADJ-USUARIO
              MOVE WS-PEN-USUARIO (WS-PEN-IDX) TO ADJ-SOLICITA
              WRITE ADJ-REC
              CLOSE SLSADJT
           END-IF.
              MOVE WS-PEN-SIGNO (WS-PEN-IDX)  TO PEN-SIGNO
              MOVE WS-PEN-AMOUNT (WS-PEN-IDX) TO PEN-AMOUNT
              MOVE WS-PEN-REASON (WS-PEN-IDX) TO PEN-REASON
              MOVE WS-PEN-USUARIO (WS-PEN-IDX) TO PEN-USUARIO
              WRITE PEN-REC
           END-IF.

