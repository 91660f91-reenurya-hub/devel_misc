      * SLSCIA.DAT, CLTCIA.DAT Y LA COLUMNA EMP-ID DE PLAYERS.DAT,
      * TODO CON SU LINEA EN EMPAUDIT.DAT, Y AL FINAL SE BORRA LA
      * VICTIMA. ANTES DE ESTE PROGRAMA LA LIMPIEZA ERA UN RECORRIDO
      * MANUAL POR CADA ARCHIVO QUE CARGA EMP-ID. UNA SOBREVIVIENTE
      * TIPO NIT DEBE TENER EL DIGITO DE VERIFICACION CORRECTO - NO
      * SE DEJA QUE LA FUSION CONSERVE EL NIT MAL DIGITADO
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-AUD-ID              PIC X(20).
       01  WS-AUD-ANTES           PIC X(1000).
       01  WS-AUD-DESPUES         PIC X(1000).
      * USUARIO DE LA SESION (USRSES1) QUE CONFIRMA LA FUSION
       01  WS-SES-REQ.
           03  WS-SES-FUNCION     PIC X(01).
           03  WS-SES-USUARIO     PIC X(08).
           03  WS-SES-RESULT      PIC X(01).
               88 WS-SES-OK           VALUE "S".
       01  WS-AUD-HORA.
           05  WS-AUD-HH          PIC 9(02).
           05  WS-AUD-MN          PIC 9(02).
           03  WS-LCK-RESULT      PIC X(01).
       01  WS-LCK-PLY-SW          PIC X(01) VALUE 'N'.
           88 WS-LCK-PLY-TOMADO       VALUE 'S'.
      *
      * DIGITO DE VERIFICACION DEL NIT - VER NITVAL1
       01  WS-NIT-REQ.
           03  WS-NIT-ID          PIC X(20).
           03  WS-NIT-RESULT      PIC X(01).
               88 WS-NIT-OK           VALUE 'Y'.
           03  WS-NIT-DV-CALC     PIC X(01).
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
           DISPLAY "***** FUSION DE EMPRESAS DUPLICADAS *****".
           DISPLAY "EMP-ID SOBREVIVIENTE: ".
           ACCEPT WS-ID-SOBREV.
               STOP RUN
           END-IF.
           PERFORM 0200-LEER-AMBAS-EMPRESAS.
           IF NOT WS-ABORTA
               PERFORM 0210-VALIDAR-NIT-SOBREV
           END-IF.
           IF WS-ABORTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
               END-READ
               CLOSE EMPRESA
           END-IF.
      *
      * EL TIPO DE ID VA EN LAS POSICIONES 1-20 DE LA IMAGEN. SI LA
      * VICTIMA SI TRAE UN NIT VALIDO SE SUGIERE INVERTIR LOS PAPELES
       0210-VALIDAR-NIT-SOBREV.
           IF WS-REG-SOBREV (1:20) = 'NIT'
               MOVE WS-ID-SOBREV TO WS-NIT-ID
               CALL "NITVAL1" USING WS-NIT-REQ
               IF NOT WS-NIT-OK
                   DISPLAY "NIT SOBREVIVIENTE " WS-ID-SOBREV
                       " NO CUMPLE EL DIGITO DE VERIFICACION"
                   MOVE 'S' TO WS-ABORTA-SW
                   IF WS-REG-VICTIMA (1:20) = 'NIT'
                       MOVE WS-ID-VICTIMA TO WS-NIT-ID
                       CALL "NITVAL1" USING WS-NIT-REQ
                       IF WS-NIT-OK
                           DISPLAY "LA VICTIMA " WS-ID-VICTIMA
                               " SI ES VALIDA - USELA COMO"
                               " SOBREVIVIENTE"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0300-CARGAR-SLSCIA.
           OPEN INPUT SLSCIA.
               MOVE WS-AUD-ID         TO AUD-EMP-ID
               MOVE WS-AUD-ANTES      TO AUD-ANTES
               MOVE WS-AUD-DESPUES    TO AUD-DESPUES
               MOVE WS-SES-USUARIO    TO AUD-USUARIO
               WRITE AUD-REC
               CLOSE EMPAUDIT
           END-IF.
