      * ===============================================================
       IDENTIFICATION DIVISION.
      * USRSES1 = USUARIO DE LA SESION PARA LAS LINEAS DE AUDITORIA.
      * MNUSECF1 REGISTRA AQUI AL USUARIO QUE FIRMO (FUNCION P) Y
      * COMO NADIE CANCELA ESTE PROGRAMA EL DATO QUEDA EN MEMORIA
      * MIENTRAS DURE LA CORRIDA. LOS PROGRAMAS QUE ESCRIBEN
      * AUDITORIA LO PIDEN AL EMPEZAR:
      *   F - PROGRAMA INTERACTIVO: DEVUELVE EL USUARIO DE LA SESION
      *       Y, SI NO LO HAY (EL PROGRAMA CORRE FUERA DEL MENU),
      *       PIDE EL SIGN-ON POR USRSGN1, LA MISMA RUTINA DEL MENU
      *       (CONTADOR DE FALLAS Y BLOQUEO EN USERS.DAT, VENCIMIENTO
      *       DE CLAVE, EVENTOS EN SESLOG.DAT)
      *   B - PROGRAMA BATCH: DEVUELVE EL USUARIO DE LA SESION O, SI
      *       NO LO HAY, LA MARCA BATCH
      * SIN USERS.DAT EN DISCO LA FIRMA QUEDA BAJO LA MARCA NOUSERS,
      * IGUAL QUE EN EL MENU. RESULT = S CON USUARIO, N SI LA FIRMA
      * FALLO (EL LLAMADOR NO DEBE SEGUIR)
       PROGRAM-ID. USRSES1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      * EL USUARIO DE LA SESION - SOBREVIVE ENTRE LLAMADAS
       01  WS-SESION-USER                       PIC X(08)
           VALUE SPACES.
      * SOLICITUD A LA RUTINA DE SIGN-ON
       01  WS-SGN-REQ.
           03 WS-SGN-USUARIO                    PIC X(08).
           03 WS-SGN-ROLE                       PIC X(01).
           03 WS-SGN-RESULT                     PIC X(01).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01  LNK-SES-REQ.
           03 LNK-SES-FUNCION                   PIC X(01).
           03 LNK-SES-USUARIO                   PIC X(08).
           03 LNK-SES-RESULT                    PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-SES-REQ.
       0000-MAINLINE.
           MOVE "S" TO LNK-SES-RESULT.
           EVALUATE LNK-SES-FUNCION
              WHEN "P"
                 MOVE LNK-SES-USUARIO TO WS-SESION-USER
              WHEN "F"
                 IF WS-SESION-USER = SPACES
                    PERFORM 0100-SIGN-ON
                 END-IF
                 IF WS-SESION-USER = SPACES
                    MOVE "N" TO LNK-SES-RESULT
                 END-IF
                 MOVE WS-SESION-USER TO LNK-SES-USUARIO
              WHEN OTHER
                 IF WS-SESION-USER = SPACES
                    MOVE "BATCH   " TO LNK-SES-USUARIO
                 ELSE
                    MOVE WS-SESION-USER TO LNK-SES-USUARIO
                 END-IF
           END-EVALUATE.
           GOBACK.
      * ...............................................................
       0100-SIGN-ON.
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-RESULT = "S"
              MOVE WS-SGN-USUARIO TO WS-SESION-USER
           END-IF.
      * ===============================================================
       END PROGRAM USRSES1.
