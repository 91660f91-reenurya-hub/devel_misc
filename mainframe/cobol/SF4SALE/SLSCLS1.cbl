      * PERIODO COMO CERRADO EN SLSPLOCK.DAT - Y DESDE ESE MOMENTO
      * SLSCAP1, SLSADJ1 Y SLSIMP1 RECHAZAN CAMBIOS A SALES.DAT,
      * PARA QUE EL ARCHIVO NO SE ALEJE DE LAS CIFRAS PUBLICADAS.
      * LA REAPERTURA EXIGE FIRMARSE CON ROL SUPERVISOR EN USRSGN1,
      * EL MISMO SIGN-ON DE MNUSECF1, Y AMBAS
      * ACCIONES DEJAN SU LINEA DE AUDITORIA EN SLSPLOG.DAT CON EL
      * USUARIO QUE LAS HIZO (EL CIERRE, EL DE LA SESION - USRSES1)
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SLSPLOCK ASSIGN TO "SLSPLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL SLSPLOG ASSIGN TO "SLSPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       FD SLSPLOCK.
       01 PLK-REC.
           03 PLK-PERIOD                   PIC 9(6).
      * ESTADO DEL PERIODO: C = CERRADO, A = REABIERTO,
      * N = ABIERTO POR EL PASO DE PERIODO (SLSROL1)
           03 PLK-ESTADO                   PIC X(1).

       FD SLSPLOG.
       01 LOG-REC.
           03 LOG-FECHA                    PIC 9(8).

       WORKING-STORAGE SECTION.
        01  WS-LOCK-STATUS      PIC XX.
        01  WS-LOG-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
      * EN SLSPLOCK.DAT MANDA
        01  WS-ESTADO-ACTUAL    PIC X(01) VALUE SPACE.

      * SIGN-ON DE SUPERVISOR PARA LA REAPERTURA (USRSGN1)
        01  WS-SGN-REQ.
            03  WS-SGN-USUARIO  PIC X(08).
            03  WS-SGN-ROLE     PIC X(01).
            03  WS-SGN-RESULT   PIC X(01).
                88 WS-SGN-OK    VALUE "S".
        01  WS-SIGNON-OK-SW     PIC X(01) VALUE 'N'.
            88 WS-SIGNON-OK     VALUE 'Y'.
        01  WS-SIGNON-USER      PIC X(08) VALUE SPACES.

      * USUARIO DE LA SESION (USRSES1) QUE FIRMA EL CIERRE
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".

        01  WS-SYSDATE.
           05  WS-SYS-YEAR      PIC 9(4).
           05  WS-SYS-MONTH     PIC 99.
           IF WS-ESTADO-ACTUAL = "C"
              DISPLAY "EL PERIODO " WS-PERIOD-NUM " YA ESTA CERRADO"
           ELSE
              MOVE "F" TO WS-SES-FUNCION
              CALL "USRSES1" USING WS-SES-REQ
              IF NOT WS-SES-OK
                 DISPLAY "CIERRE DENEGADO - SIGN-ON FALLIDO"
              ELSE
                 MOVE WS-SES-USUARIO TO WS-SIGNON-USER
                 MOVE "CERRADO " TO WS-ACCION
                 PERFORM 0400-WRITE-LOCK-LINE
                 PERFORM 0500-WRITE-LOG-LINE
                 DISPLAY "PERIODO " WS-PERIOD-NUM " CERRADO - LA "
                    "CAPTURA Y EL AJUSTE LO RECHAZARAN"
              END-IF
           END-IF.

       0300-REABRIR.
              CLOSE SLSPLOG
           END-IF.

      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME
       0600-SIGN-ON-SUPERVISOR.
           MOVE 'N' TO WS-SIGNON-OK-SW.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-OK AND WS-SGN-ROLE = "S"
              AND WS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE 'Y' TO WS-SIGNON-OK-SW
           END-IF.
       END PROGRAM SLSCLS1.
