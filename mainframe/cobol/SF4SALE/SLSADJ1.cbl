           03 ADJ-ANTES                    PIC 9(8).
           03 ADJ-DESPUES                  PIC 9(8).
           03 ADJ-REASON                   PIC X(30).
      * USUARIO QUE GRABO LA LINEA Y USUARIO QUE PIDIO EL AJUSTE
           03 ADJ-USUARIO                  PIC X(8).
           03 ADJ-SOLICITA                 PIC X(8).

       FD SLSADJP.
       01 PEN-REC.
           03 PEN-SIGNO                    PIC X(1).
           03 PEN-AMOUNT                   PIC 9(8).
           03 PEN-REASON                   PIC X(30).
      * USUARIO QUE PIDIO EL AJUSTE
           03 PEN-USUARIO                  PIC X(8).

       FD BATCHPRM.
       01 PRM-REC.
            03  WS-LCK-PROGRAMA PIC X(08).
            03  WS-LCK-RESULT   PIC X(01).
        01  WS-PEN-STATUS       PIC XX.
      * USUARIO DE LA SESION (USRSES1) PARA LAS LINEAS DE AUDITORIA
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
        01  WS-PRM-STATUS       PIC XX.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "SIGN-ON FALLIDO - NO SE AJUSTA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0030-CHECK-PERIOD-LOCK.
           IF WS-PER-CERRADO
              DISPLAY "PERIODO " WS-PERIODO-ACTUAL " CERRADO POR "
              MOVE WS-ENT-SIGNO TO PEN-SIGNO
              MOVE WS-AMT-NUM TO PEN-AMOUNT
              MOVE WS-ENT-REASON TO PEN-REASON
              MOVE WS-SES-USUARIO TO PEN-USUARIO
              WRITE PEN-REC
              CLOSE SLSADJP
              ADD 1 TO WS-CNT-ENCOLADOS
              MOVE WS-ANTES TO ADJ-ANTES
              MOVE WS-DESPUES TO ADJ-DESPUES
              MOVE WS-ENT-REASON TO ADJ-REASON
              MOVE WS-SES-USUARIO TO ADJ-USUARIO
              MOVE WS-SES-USUARIO TO ADJ-SOLICITA
              WRITE ADJ-REC
              CLOSE SLSADJT
           END-IF.
