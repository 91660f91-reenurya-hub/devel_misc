      * MENU'S SIGN-ON AND PER-OPTION AUTHORIZATION CHECK AGAINST.
      * CALLED FROM MNUSECF1, WHICH ONLY LETS A SUPERVISOR IN HERE.
      * THE FILE IS LOADED COMPLETE, WORKED IN MEMORY AND REWRITTEN
      * ON EXIT. EVERY ADD, PASSWORD RESET, DELETE AND UNLOCK LEAVES
      * A LINE IN USRAUDIT.DAT WITH THE ACCOUNT TOUCHED AND THE
      * SIGNED-ON USER WHO DID IT (USRSES1)
       PROGRAM-ID. USRMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL USERS ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-USR-STATUS.
      * USER MAINTENANCE AUDIT TRAIL - ONE LINE PER CHANGE
           SELECT OPTIONAL USRAUDIT ASSIGN TO "USRAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUD-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
           03 USR-FEC-CLAVE                     PIC 9(08).
           03 USR-FALLAS                        PIC 9(02).
           03 USR-BLOQUEADO                     PIC X(01).

       FD USRAUDIT.
       01 UAU-REC.
           03 UAU-FECHA                         PIC 9(08).
           03 UAU-HORA                          PIC 9(06).
      * ALTA, CLAVE, BORRADO O DESBLOQ
           03 UAU-ACCION                        PIC X(08).
           03 UAU-CUENTA                        PIC X(08).
           03 UAU-USUARIO                       PIC X(08).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-USR-STATUS                        PIC XX.
       01 WS-AUD-STATUS                        PIC XX.
       01 WS-AUD-ACCION                        PIC X(08).
       01 WS-AUD-HORA                          PIC 9(08).
       01 WS-SES-REQ.
           03 WS-SES-FUNCION                   PIC X(01).
           03 WS-SES-USUARIO                   PIC X(08).
           03 WS-SES-RESULT                    PIC X(01).
              88 WS-SES-OK                     VALUE "S".
       01 WS-OPCION                            PIC 9(01).
       01 WS-USR-EOF-SW                        PIC X(01).
           88 WS-USR-EOF                       VALUE "S".
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "ACCESO DENEGADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 200-CARGAR-USUARIOS.
           PERFORM 300-MENU UNTIL WS-OPCION = 5.
           IF WS-HAY-CAMBIOS
                    MOVE SPACE
                       TO WS-TBL-BLOQUEADO (WS-USR-COUNT)
                    MOVE "S" TO WS-CAMBIOS-SW
                    MOVE "ALTA    " TO WS-AUD-ACCION
                    PERFORM 900-GRABAR-AUDITORIA
                    DISPLAY "USUARIO AGREGADO"
                 END-IF
              END-IF.
                 MOVE WS-FECHA-HOY
                    TO WS-TBL-FEC-CLAVE (WS-USR-HIT)
                 MOVE "S" TO WS-CAMBIOS-SW
                 MOVE "CLAVE   " TO WS-AUD-ACCION
                 PERFORM 900-GRABAR-AUDITORIA
                 DISPLAY "CLAVE ACTUALIZADA"
              END-IF
           END-IF.
                 TO WS-USR-ENTRY (WS-USR-HIT)
              SUBTRACT 1 FROM WS-USR-COUNT
              MOVE "S" TO WS-CAMBIOS-SW
              MOVE "BORRADO " TO WS-AUD-ACCION
              PERFORM 900-GRABAR-AUDITORIA
              DISPLAY "USUARIO BORRADO"
           END-IF.
      * ...............................................................
              MOVE ZERO TO WS-TBL-FALLAS (WS-USR-HIT)
              MOVE SPACE TO WS-TBL-BLOQUEADO (WS-USR-HIT)
              MOVE "S" TO WS-CAMBIOS-SW
              MOVE "DESBLOQ " TO WS-AUD-ACCION
              PERFORM 900-GRABAR-AUDITORIA
              DISPLAY "USUARIO DESBLOQUEADO"
           END-IF.
      * ...............................................................
           MOVE WS-TBL-FALLAS (WS-USR-IDX)   TO USR-FALLAS.
           MOVE WS-TBL-BLOQUEADO (WS-USR-IDX) TO USR-BLOQUEADO.
           WRITE USR-REC.
      * ...............................................................
      * LA CUENTA TOCADA ES LA DE WS-ENT-ID
       900-GRABAR-AUDITORIA.
           OPEN EXTEND USRAUDIT.
           IF WS-AUD-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR USRAUDIT.DAT"
           ELSE
              ACCEPT UAU-FECHA FROM DATE YYYYMMDD
              ACCEPT WS-AUD-HORA FROM TIME
              MOVE WS-AUD-HORA (1:6) TO UAU-HORA
              MOVE WS-AUD-ACCION TO UAU-ACCION
              MOVE WS-ENT-ID TO UAU-CUENTA
              MOVE WS-SES-USUARIO TO UAU-USUARIO
              WRITE UAU-REC
              CLOSE USRAUDIT
           END-IF.
      * ===============================================================
       END PROGRAM USRMNT1.
