      * ===============================================================
       IDENTIFICATION DIVISION.
      * USRSGN1 = SIGN-ON CONTRA USERS.DAT, UNA SOLA REGLA PARA EL
      * MENU (MNUSECF1) Y PARA LOS PROGRAMAS QUE FIRMAN POR SU CUENTA
      * FUERA DEL MENU (USRSES1 FUNCION F). TRES INTENTOS POR LLAMADA
      * MAS UN CONTADOR DE FALLAS POR USUARIO QUE QUEDA EN EL ARCHIVO:
      * AL LLEGAR AL LIMITE EL USUARIO QUEDA BLOQUEADO (B) Y SOLO EL
      * DESBLOQUEO DEL SUPERVISOR EN USRMNT1 LO REABRE, ASI VOLVER A
      * CORRER EL PROGRAMA NO DA INTENTOS NUEVOS. UNA CLAVE MAS VIEJA
      * QUE LOS DIAS CONFIGURADOS SE CAMBIA AL FIRMAR. CADA FIRMA,
      * FALLA, BLOQUEO Y CAMBIO DE CLAVE VA A SESLOG.DAT.
      * LIMITE Y DIAS: BATCHPRM MNUSECF1 / LOCK-LIMIT (DEFECTO 3) Y
      * MNUSECF1 / PWD-DIAS (DEFECTO 90). SIN USERS.DAT EN DISCO LA
      * FIRMA QUEDA ABIERTA COMO SUPERVISOR BAJO LA MARCA NOUSERS,
      * PARA QUE EL PRIMER SUPERVISOR PUEDA ENTRAR Y CREAR EL ARCHIVO.
      * RESULT = S CON USUARIO Y ROL, N SI LA FIRMA FALLO
       PROGRAM-ID. USRSGN1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPERATOR USERS FILE MAINTAINED BY USRMNT1
           SELECT OPTIONAL USERS ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-USR-STATUS.
      * SESSION LOG - SIGN-ONS, SIGN-OFFS, DENIED ATTEMPTS AND
      * LOCKOUTS, THE FILE TO READ AFTER AN INCIDENT
           SELECT OPTIONAL SESLOG ASSIGN TO "SESLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SES-STATUS.
      * SHARED BATCH PARAMETER FILE - LOCKOUT LIMIT AND PASSWORD AGE
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD USERS.
       01 USR-REC.
           03 USR-ID                            PIC X(08).
           03 USR-PASSWORD                      PIC X(08).
           03 USR-ROLE                          PIC X(01).
      * ENDURECIMIENTO DEL SIGN-ON: FECHA DEL ULTIMO CAMBIO DE
      * CLAVE, INTENTOS FALLIDOS ACUMULADOS Y MARCA DE BLOQUEO
      * (B = BLOQUEADO). EN BLANCO EN REGISTROS VIEJOS
           03 USR-FEC-CLAVE                     PIC 9(08).
           03 USR-FALLAS                        PIC 9(02).
           03 USR-BLOQUEADO                     PIC X(01).

       FD SESLOG.
       01 SES-REC.
           03 SES-FECHA                         PIC 9(08).
           03 SES-HORA                          PIC 9(06).
           03 SES-USER                          PIC X(08).
           03 SES-EVENTO                        PIC X(10).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                       PIC X(08).
           03 PRM-KEY                           PIC X(12).
           03 PRM-VALUE                         PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-USR-STATUS                        PIC XX.
       01  WS-USR-EOF-SW                        PIC X(01).
           88 WS-USR-EOF                        VALUE 'Y'.
       01  WS-SIGNON-USER                       PIC X(08).
       01  WS-SIGNON-ROLE                       PIC X(01).
       01  WS-SIGNON-OK-SW                      PIC X(01).
           88 WS-SIGNON-OK                      VALUE 'Y'.
       01  WS-ENT-USER                          PIC X(08).
       01  WS-ENT-PASSWORD                      PIC X(08).
       01  WS-SIGNON-TRIES                      PIC 9(01).

      * THE USERS FILE IS WORKED IN MEMORY SO FAILED-ATTEMPT
      * COUNTERS AND LOCKOUTS SURVIVE THE SESSION
       01  WS-SES-STATUS                        PIC XX.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).
       01  WS-LOCK-LIMIT                        PIC 9(02).
       01  WS-PWD-DIAS                          PIC 9(03).
       01  WS-SES-EVENTO                        PIC X(10).
       01  WS-CLAVE-NUEVA                       PIC X(08).
       01  WS-DIAS-CLAVE                        PIC 9(05).
       01  WS-FECHA-NUM                         PIC 9(08).
       01  WS-USR-CAMBIOS-SW                    PIC X(01).
           88 WS-USR-CAMBIOS                    VALUE 'Y'.
       01  WS-USR-COUNT                         PIC 9(03).
       01  WS-USR-IDX                           PIC 9(03).
       01  WS-USR-HIT                           PIC 9(03).
       01  WS-USR-TABLA.
           03 WS-USR-ENTRY OCCURS 100 TIMES.
              05 WS-TBL-ID                      PIC X(08).
              05 WS-TBL-PASSWORD                PIC X(08).
              05 WS-TBL-ROLE                    PIC X(01).
              05 WS-TBL-FEC-CLAVE               PIC 9(08).
              05 WS-TBL-FALLAS                  PIC 9(02).
              05 WS-TBL-BLOQUEADO               PIC X(01).

       01  WS-RUNLOG-DATE                       PIC 9(08).
       01  WS-RUNLOG-TIME                       PIC 9(08).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01  LNK-SGN-REQ.
           03 LNK-SGN-USUARIO                   PIC X(08).
           03 LNK-SGN-ROLE                      PIC X(01).
           03 LNK-SGN-RESULT                    PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-SGN-REQ.
       0000-MAINLINE.
           MOVE SPACES TO WS-SIGNON-USER WS-SIGNON-ROLE.
           MOVE 'N' TO WS-SIGNON-OK-SW WS-USR-CAMBIOS-SW.
           MOVE ZERO TO WS-SIGNON-TRIES WS-USR-COUNT.
           PERFORM 0100-SIGN-ON.
           IF WS-SIGNON-OK
              MOVE WS-SIGNON-USER TO LNK-SGN-USUARIO
              MOVE WS-SIGNON-ROLE TO LNK-SGN-ROLE
              MOVE "S" TO LNK-SGN-RESULT
           ELSE
              MOVE SPACES TO LNK-SGN-USUARIO LNK-SGN-ROLE
              MOVE "N" TO LNK-SGN-RESULT
           END-IF.
           GOBACK.
      * ...............................................................
       0100-SIGN-ON.
           PERFORM 0105-READ-HARDENING-PARMS.
           PERFORM 0150-LOAD-USERS.
           IF WS-USR-COUNT = ZERO
              MOVE "NOUSERS " TO WS-SIGNON-USER
              MOVE "S" TO WS-SIGNON-ROLE
              MOVE "Y" TO WS-SIGNON-OK-SW
              MOVE "SIGNON    " TO WS-SES-EVENTO
              PERFORM 0190-WRITE-SESLOG
           ELSE
              PERFORM 0110-ASK-CREDENTIALS
                 UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES > 2
              IF WS-USR-CAMBIOS
                 PERFORM 0180-REWRITE-USERS
              END-IF
           END-IF.
      * ...............................................................
       0105-READ-HARDENING-PARMS.
           MOVE 3 TO WS-LOCK-LIMIT.
           MOVE 90 TO WS-PWD-DIAS.
           MOVE "LOCK-LIMIT  " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:2) IS NUMERIC
              AND WS-PRM-VALOR (1:2) NOT = ZERO
              MOVE WS-PRM-VALOR (1:2) TO WS-LOCK-LIMIT
           END-IF.
           MOVE "PWD-DIAS    " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
              AND WS-PRM-VALOR (1:3) NOT = ZERO
              MOVE WS-PRM-VALOR (1:3) TO WS-PWD-DIAS
           END-IF.
      * ...............................................................
       0110-ASK-CREDENTIALS.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "USUARIO: ".
           ACCEPT WS-ENT-USER.
           DISPLAY "CLAVE  : ".
           ACCEPT WS-ENT-PASSWORD.
           PERFORM 0120-CHECK-CREDENTIALS.
      * ...............................................................
       0120-CHECK-CREDENTIALS.
           MOVE ZERO TO WS-USR-HIT.
           PERFORM 0125-FIND-USER
              VARYING WS-USR-IDX FROM 1 BY 1
              UNTIL WS-USR-IDX > WS-USR-COUNT
                 OR WS-USR-HIT > ZERO.
           IF WS-USR-HIT = ZERO
              DISPLAY "USUARIO O CLAVE INCORRECTOS"
              MOVE WS-ENT-USER TO WS-SIGNON-USER
              MOVE "DENEGADO  " TO WS-SES-EVENTO
              PERFORM 0190-WRITE-SESLOG
              MOVE SPACES TO WS-SIGNON-USER
           ELSE
           IF WS-TBL-BLOQUEADO (WS-USR-HIT) = "B"
              DISPLAY "USUARIO BLOQUEADO - PIDA EL DESBLOQUEO AL "
                 "SUPERVISOR (USRMNT1)"
              MOVE WS-ENT-USER TO WS-SIGNON-USER
              MOVE "BLOQUEADO " TO WS-SES-EVENTO
              PERFORM 0190-WRITE-SESLOG
              MOVE SPACES TO WS-SIGNON-USER
           ELSE
           IF WS-TBL-PASSWORD (WS-USR-HIT) = WS-ENT-PASSWORD
              PERFORM 0128-SIGNON-ACCEPTED
           ELSE
              PERFORM 0127-SIGNON-FAILED.
      * ...............................................................
       0125-FIND-USER.
           IF WS-TBL-ID (WS-USR-IDX) = WS-ENT-USER
              MOVE WS-USR-IDX TO WS-USR-HIT
           END-IF.
      * ...............................................................
      * CLAVE MALA: EL CONTADOR DEL USUARIO SUBE Y AL LLEGAR AL
      * LIMITE EL USUARIO QUEDA BLOQUEADO EN EL ARCHIVO
       0127-SIGNON-FAILED.
           DISPLAY "USUARIO O CLAVE INCORRECTOS".
           ADD 1 TO WS-TBL-FALLAS (WS-USR-HIT).
           MOVE 'Y' TO WS-USR-CAMBIOS-SW.
           MOVE WS-ENT-USER TO WS-SIGNON-USER.
           IF WS-TBL-FALLAS (WS-USR-HIT) NOT < WS-LOCK-LIMIT
              MOVE "B" TO WS-TBL-BLOQUEADO (WS-USR-HIT)
              DISPLAY "USUARIO BLOQUEADO POR INTENTOS FALLIDOS"
              MOVE "BLOQUEO   " TO WS-SES-EVENTO
           ELSE
              MOVE "DENEGADO  " TO WS-SES-EVENTO
           END-IF.
           PERFORM 0190-WRITE-SESLOG.
           MOVE SPACES TO WS-SIGNON-USER.
      * ...............................................................
      * CLAVE BUENA: EL CONTADOR VUELVE A CERO Y SE REVISA LA EDAD
      * DE LA CLAVE - VENCIDA, SE EXIGE CAMBIARLA AQUI MISMO. UNA
      * FECHA EN BLANCO (REGISTRO VIEJO) SE SELLA CON HOY
       0128-SIGNON-ACCEPTED.
           MOVE WS-TBL-ID (WS-USR-HIT) TO WS-SIGNON-USER.
           MOVE WS-TBL-ROLE (WS-USR-HIT) TO WS-SIGNON-ROLE.
           MOVE 'Y' TO WS-SIGNON-OK-SW.
           IF WS-TBL-FALLAS (WS-USR-HIT) NOT = ZERO
              MOVE ZERO TO WS-TBL-FALLAS (WS-USR-HIT)
              MOVE 'Y' TO WS-USR-CAMBIOS-SW
           END-IF.
           ACCEPT WS-FECHA-NUM FROM DATE YYYYMMDD.
           IF WS-TBL-FEC-CLAVE (WS-USR-HIT) = ZERO
              MOVE WS-FECHA-NUM TO WS-TBL-FEC-CLAVE (WS-USR-HIT)
              MOVE 'Y' TO WS-USR-CAMBIOS-SW
           ELSE
              COMPUTE WS-DIAS-CLAVE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                 - FUNCTION INTEGER-OF-DATE
                    (WS-TBL-FEC-CLAVE (WS-USR-HIT))
              IF WS-DIAS-CLAVE > WS-PWD-DIAS
                 PERFORM 0129-FORCE-NEW-PASSWORD
              END-IF
           END-IF.
           MOVE "SIGNON    " TO WS-SES-EVENTO.
           PERFORM 0190-WRITE-SESLOG.
           DISPLAY "BIENVENIDO " WS-SIGNON-USER.
      * ...............................................................
       0129-FORCE-NEW-PASSWORD.
           DISPLAY "SU CLAVE TIENE MAS DE " WS-PWD-DIAS
              " DIAS - DEBE CAMBIARLA".
           DISPLAY "CLAVE NUEVA: ".
           ACCEPT WS-CLAVE-NUEVA.
           IF WS-CLAVE-NUEVA = SPACES
              OR WS-CLAVE-NUEVA = WS-TBL-PASSWORD (WS-USR-HIT)
              DISPLAY "CLAVE INVALIDA O IGUAL A LA ANTERIOR"
              PERFORM 0129-FORCE-NEW-PASSWORD
           ELSE
              MOVE WS-CLAVE-NUEVA
                 TO WS-TBL-PASSWORD (WS-USR-HIT)
              MOVE WS-FECHA-NUM TO WS-TBL-FEC-CLAVE (WS-USR-HIT)
              MOVE 'Y' TO WS-USR-CAMBIOS-SW
              MOVE "CLAVENUEVA" TO WS-SES-EVENTO
              PERFORM 0190-WRITE-SESLOG
              DISPLAY "CLAVE ACTUALIZADA"
           END-IF.
      * ...............................................................
       0150-LOAD-USERS.
           OPEN INPUT USERS.
           IF WS-USR-STATUS NOT = "00"
              IF WS-USR-STATUS = "05" OR WS-USR-STATUS = "35"
                 CLOSE USERS
              END-IF
           ELSE
              MOVE 'N' TO WS-USR-EOF-SW
              PERFORM 0130-READ-NEXT-USER
              PERFORM 0160-LOAD-ONE-USER
                 UNTIL WS-USR-EOF OR WS-USR-COUNT >= 100
              CLOSE USERS
           END-IF.
      * ...............................................................
       0130-READ-NEXT-USER.
           READ USERS
              AT END MOVE 'Y' TO WS-USR-EOF-SW
           END-READ.
      * ...............................................................
       0160-LOAD-ONE-USER.
           ADD 1 TO WS-USR-COUNT.
           MOVE USR-ID       TO WS-TBL-ID (WS-USR-COUNT).
           MOVE USR-PASSWORD TO WS-TBL-PASSWORD (WS-USR-COUNT).
           MOVE USR-ROLE     TO WS-TBL-ROLE (WS-USR-COUNT).
           IF USR-FEC-CLAVE IS NUMERIC
              MOVE USR-FEC-CLAVE TO WS-TBL-FEC-CLAVE (WS-USR-COUNT)
           ELSE
              MOVE ZERO TO WS-TBL-FEC-CLAVE (WS-USR-COUNT)
           END-IF.
           IF USR-FALLAS IS NUMERIC
              MOVE USR-FALLAS TO WS-TBL-FALLAS (WS-USR-COUNT)
           ELSE
              MOVE ZERO TO WS-TBL-FALLAS (WS-USR-COUNT)
           END-IF.
           MOVE USR-BLOQUEADO TO WS-TBL-BLOQUEADO (WS-USR-COUNT).
           PERFORM 0130-READ-NEXT-USER.
      * ...............................................................
       0180-REWRITE-USERS.
           OPEN OUTPUT USERS.
           PERFORM 0185-WRITE-ONE-USER
              VARYING WS-USR-IDX FROM 1 BY 1
              UNTIL WS-USR-IDX > WS-USR-COUNT.
           CLOSE USERS.
      * ...............................................................
       0185-WRITE-ONE-USER.
           MOVE WS-TBL-ID (WS-USR-IDX)        TO USR-ID.
           MOVE WS-TBL-PASSWORD (WS-USR-IDX)  TO USR-PASSWORD.
           MOVE WS-TBL-ROLE (WS-USR-IDX)      TO USR-ROLE.
           MOVE WS-TBL-FEC-CLAVE (WS-USR-IDX) TO USR-FEC-CLAVE.
           MOVE WS-TBL-FALLAS (WS-USR-IDX)    TO USR-FALLAS.
           MOVE WS-TBL-BLOQUEADO (WS-USR-IDX) TO USR-BLOQUEADO.
           WRITE USR-REC.
      * ...............................................................
      * UNA LINEA POR EVENTO DE SESION - QUIEN ENTRO, QUIEN FALLO,
      * QUIEN QUEDO BLOQUEADO Y CUANDO
       0190-WRITE-SESLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND SESLOG.
           IF WS-SES-STATUS NOT > "07"
              MOVE WS-RUNLOG-DATE TO SES-FECHA
              MOVE WS-RUNLOG-TIME (1:6) TO SES-HORA
              MOVE WS-SIGNON-USER TO SES-USER
              MOVE WS-SES-EVENTO TO SES-EVENTO
              WRITE SES-REC
              CLOSE SESLOG
           END-IF.
      * ...............................................................
      * THE HARDENING KEYS STAY UNDER THE MENU'S NAME IN BATCHPRM
       0700-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 0710-READ-NEXT-PARM
              PERFORM 0720-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       0710-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       0720-MATCH-PARM.
           IF PRM-PROGRAM = "MNUSECF1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0710-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM USRSGN1.
