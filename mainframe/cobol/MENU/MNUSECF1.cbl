       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESLOG ASSIGN TO "SESLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SES-STATUS.
      * PER-STEP TIMING FILE SHARED WITH THE NIGHT DRIVER - EVERY
      * PROGRAM RUN FROM THE MENU LEAVES ITS ELAPSED TIME TOO, SO
      * STEPTRD1 TRENDS INTERACTIVE RUNS ALONGSIDE THE CHAIN'S
       FD RUNLOG.
       01 RUNLOG-LINE                           PIC X(80).

       FD SESLOG.
       01 SES-REC.
           03 SES-FECHA                         PIC 9(08).
           03 SES-USER                          PIC X(08).
           03 SES-EVENTO                        PIC X(10).

       FD STEPTIME.
       01 STIME-REC.
           03 STM-FECHA                         PIC 9(8).
      * SIGN-ON STATE - THE SIGNED-ON USER ID GOES INTO EVERY RUN-LOG
      * LINE THIS SESSION WRITES, SO THE NEXT ACCIDENTAL FILE WIPE
      * CAN BE PUT TO A KEYBOARD
       01  WS-SIGNON-USER                       PIC X(08)
           VALUE SPACES.
       01  WS-SIGNON-ROLE                       PIC X(01) VALUE ' '.
           88 WS-ES-SUPERVISOR                  VALUE 'S'.
       01  WS-SIGNON-OK-SW                      PIC X(01) VALUE 'N'.
           88 WS-SIGNON-OK                      VALUE 'Y'.
      * EL USUARIO FIRMADO QUEDA EN USRSES1 PARA LAS LINEAS DE
      * AUDITORIA DE LOS PROGRAMAS QUE SE CORRAN DESDE ESTE MENU
       01  WS-SES-REQ.
           03 WS-SES-FUNCION                    PIC X(01).
           03 WS-SES-USUARIO                    PIC X(08).
           03 WS-SES-RESULT                     PIC X(01).

      * SIGN-ON THROUGH THE SHARED ROUTINE USRSGN1 - SAME RULE FOR
      * THE MENU AND FOR PROGRAMS SIGNED ON OUTSIDE IT
       01  WS-SGN-REQ.
           03 WS-SGN-USUARIO                    PIC X(08).
           03 WS-SGN-ROLE                       PIC X(01).
           03 WS-SGN-RESULT                     PIC X(01).
       01  WS-SES-STATUS                        PIC XX.
       01  WS-SES-EVENTO                        PIC X(10).

       01  WS-RUNLOG-DATE.
           03 WS-RL-YEAR                        PIC 9(4).
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "P" TO WS-SES-FUNCION.
           MOVE WS-SIGNON-USER TO WS-SES-USUARIO.
           CALL "USRSES1" USING WS-SES-REQ.
           PERFORM 1000-SHOW-MENU
              UNTIL WS-EXIT-MENU.
           MOVE "SIGNOFF   " TO WS-SES-EVENTO.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      * ...............................................................
      * SIGN-ON AGAINST USERS.DAT THROUGH USRSGN1: THREE PROMPTS PER
      * SESSION PLUS A PER-USER FAILED-ATTEMPT COUNTER THAT SURVIVES
      * THE SESSION - AT THE CONFIGURED LIMIT THE USER LOCKS (B) AND
      * ONLY THE SUPERVISOR UNLOCK IN USRMNT1 REOPENS IT. A PASSWORD
      * OLDER THAN THE CONFIGURED DAYS FORCES A CHANGE AT SIGN-ON.
      * WITH NO USERS FILE ON DISK YET THE SESSION RUNS AS SUPERVISOR
      * UNDER A MARKER USER, SO THE FIRST SUPERVISOR CAN GET IN AND
      * CREATE THE FILE
       0100-SIGN-ON.
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-RESULT = "S"
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE WS-SGN-ROLE TO WS-SIGNON-ROLE
              MOVE "Y" TO WS-SIGNON-OK-SW
              IF WS-SIGNON-USER = "NOUSERS "
                 DISPLAY "SIN USERS.DAT - SESION ABIERTA. CREE LOS"
                 DISPLAY "USUARIOS CON LA OPCION A CUANTO ANTES."
              END-IF
           END-IF.
      * ...............................................................
      * UNA LINEA POR EVENTO DE SESION - QUIEN ENTRO, QUIEN FALLO,
      * QUIEN QUEDO BLOQUEADO Y CUANDO
              WRITE SES-REC
              CLOSE SESLOG
           END-IF.
      * ...............................................................
       1000-SHOW-MENU.
           DISPLAY "========================================".
