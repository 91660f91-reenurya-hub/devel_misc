           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS          PIC XX.
           03  WS-LCK-PROGRAMA    PIC X(08).
           03  WS-LCK-RESULT      PIC X(01).
       01  WS-AUD-ANTES           PIC X(1000).
      * USUARIO DE LA SESION (USRSES1) PARA LA LINEA DE AUDITORIA
       01  WS-SES-REQ.
           03  WS-SES-FUNCION     PIC X(01).
           03  WS-SES-USUARIO     PIC X(08).
           03  WS-SES-RESULT      PIC X(01).
               88 WS-SES-OK           VALUE "S".
       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  WS-AUD-HORA.
           05  WS-AUD-HH          PIC 9(02).
      *
       PROCEDURE DIVISION.
       0100-START.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-CARGAR-CATALOGO.
           PERFORM 0300-MENU UNTIL WS-OPCION = 4.
           IF WS-HAY-CAMBIOS
               MOVE EMP-ID            TO AUD-EMP-ID
               MOVE WS-AUD-ANTES      TO AUD-ANTES
               MOVE REG-EMPRESA       TO AUD-DESPUES
               MOVE WS-SES-USUARIO    TO AUD-USUARIO
               WRITE AUD-REC
               CLOSE EMPAUDIT
           END-IF.
