      * ===============================================================
       IDENTIFICATION DIVISION.
      * DUEPAY1 = DUES PAYMENTS. THE TREASURER'S SCREEN OVER THE DUES
      * LEDGER DUES.DAT (KEYED ON PLAY_ID + DATE + SEQUENCE): POSTS A
      * PAYMENT RECEIVED FROM A PLAYER OF PLAYERS.DAT WITH ITS
      * RECEIPT NUMBER, AND SHOWS A PLAYER'S STATEMENT - EVERY CHARGE
      * AND PAYMENT WITH THE RUNNING BALANCE, THEN THE OPEN AMOUNT
      * AGED AS DUECHK1 AGES IT. CHARGES ARE RAISED BY DUEGEN1
       PROGRAM-ID. DUEPAY1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUES ASSIGN TO "DUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DU-KEY
                  STATUS ST-FILE.
           SELECT OPTIONAL PLAYERS ASSIGN TO "./players.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD DUES.
       01 REG-DUES.
           03 DU-KEY.
              05 DU-PLAY-ID                    PIC 9(20).
              05 DU-FECHA                      PIC 9(08).
              05 DU-SEQ                        PIC 9(03).
      * I = INSCRIPCION DE TEMPORADA, M = CUOTA MENSUAL, P = PAGO
           03 DU-TIPO                          PIC X(01).
           03 DU-PERIODO                       PIC 9(06).
           03 DU-IMPORTE                       PIC 9(07)V99.
           03 DU-RECIBO                        PIC X(15).
           03 FILLER                           PIC X(18).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 PLAY_ID                          PIC 9(20).
           03 PLAY_NAME                        PIC X(60).
           03 PLAY_LNAME                       PIC X(60).
           03 PLAY_POS                         PIC XX.
           03 PLAY_NUM                         PIC 9(3).
           03 TEAM_ID                          PIC X(20).
           03 EMP-ID                           PIC X(20).
           03 PLAY_STATUS                      PIC X(01).
           03 FILLER                           PIC X(259).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
           88 WS-FILE-NOTFND                   VALUE "23" "35".
       01 ST-PLY                               PIC XX.
       01 X                                    PIC X.
       01 WS-OPCION                            PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE "N".
           88 WS-EXIT-MENU                     VALUE "S".
       01 WS-END-SW                            PIC X(01).
           88 WS-NO-MORE-ENTRIES               VALUE "S".
       01 WS-GRABADO-SW                        PIC X(01).
           88 WS-GRABADO                       VALUE "S".
       01 WS-PLAYER-OK-SW                      PIC X(01).
           88 WS-PLAYER-OK                     VALUE "S".
       01 WS-CONFIRM                           PIC X(01).
           88 WS-CONFIRM-YES                   VALUE "Y" "y".
       01 WS-ENT-PLAY-ID                       PIC 9(20).
       01 WS-ENT-IMPORTE                       PIC X(12).
       01 WS-ENT-RECIBO                        PIC X(15).
       01 WS-IMPORTE                           PIC 9(07)V99.
       01 WS-HOY                               PIC 9(08).
       01 WS-SALDO                             PIC S9(09)V99.
       01 WS-SALDO-ED                          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED                        PIC Z,ZZZ,ZZ9.99.
       01 WS-TIPO-DESC                         PIC X(12).

      * POSICION DEL JUGADOR - VER DUECHK1
       01 WS-DUE-REQ.
           03 WS-DUE-PLAY-ID                   PIC 9(20).
           03 WS-DUE-FECHA                     PIC 9(08).
           03 WS-DUE-RESULT                    PIC X(01).
              88 WS-DUE-EN-MORA                VALUE "M".
           03 WS-DUE-SALDO                     PIC S9(09)V99.
           03 WS-DUE-DIAS-MORA                 PIC 9(05).
           03 WS-DUE-CORRIENTE                 PIC 9(09)V99.
           03 WS-DUE-30                        PIC 9(09)V99.
           03 WS-DUE-60                        PIC 9(09)V99.
           03 WS-DUE-90                        PIC 9(09)V99.
           03 WS-DUE-LIMITE                    PIC 9(03).
           03 WS-DUE-MODO                      PIC X(01).
       01 WS-EDAD-ED.
           03 ED-CORRIENTE                     PIC ZZZ,ZZZ,ZZ9.99.
           03 ED-30                            PIC ZZZ,ZZZ,ZZ9.99.
           03 ED-60                            PIC ZZZ,ZZZ,ZZ9.99.
           03 ED-90                            PIC ZZZ,ZZZ,ZZ9.99.
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-MENU UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       150-MENU.
           DISPLAY "***** CUOTAS DE JUGADORES (DUES.DAT) *****".
           DISPLAY "1=REGISTRAR PAGO 2=ESTADO DE CUENTA 3=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN "1" PERFORM 200-REGISTRAR-PAGO
              WHEN "2" PERFORM 300-ESTADO-CUENTA
              WHEN "3" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * OPEN I-O FOR KEYED ACCESS, CREATING DUES.DAT ON FIRST USE
       160-OPEN-IO.
           OPEN I-O DUES.
           IF WS-FILE-NOTFND
              OPEN OUTPUT DUES
              CLOSE DUES
              OPEN I-O DUES
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "OPEN FILE ERROR!"
              ACCEPT X
           END-IF.
      * ...............................................................
       170-CHECK-PLAYER.
           MOVE "N" TO WS-PLAYER-OK-SW.
           OPEN INPUT PLAYERS.
           IF ST-PLY NOT = "00"
              DISPLAY "PLAYERS.DAT NO DISPONIBLE"
              IF ST-PLY = "05" OR ST-PLY = "35"
                 CLOSE PLAYERS
              END-IF
           ELSE
              MOVE WS-ENT-PLAY-ID TO PLAY_ID
              READ PLAYERS
                 INVALID KEY
                    DISPLAY "PLAY_ID NO EXISTE EN PLAYERS.DAT"
                 NOT INVALID KEY
                    MOVE "S" TO WS-PLAYER-OK-SW
                    DISPLAY "JUGADOR: " PLAY_NAME
                    DISPLAY "EQUIPO : " TEAM_ID
              END-READ
              CLOSE PLAYERS
           END-IF.
      * ...............................................................
       180-GET-POSITION.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-ENT-PLAY-ID TO WS-DUE-PLAY-ID.
           MOVE WS-HOY TO WS-DUE-FECHA.
           CALL "DUECHK1" USING WS-DUE-REQ.
           MOVE WS-DUE-SALDO TO WS-SALDO-ED.
      * ...............................................................
       200-REGISTRAR-PAGO.
           DISPLAY "PLAY_ID               : ".
           ACCEPT WS-ENT-PLAY-ID.
           PERFORM 170-CHECK-PLAYER.
           IF WS-PLAYER-OK
              PERFORM 180-GET-POSITION
              DISPLAY "SALDO ACTUAL          : " WS-SALDO-ED
              DISPLAY "IMPORTE DEL PAGO      : "
              ACCEPT WS-ENT-IMPORTE
              DISPLAY "NUMERO DE RECIBO      : "
              ACCEPT WS-ENT-RECIBO
              IF WS-ENT-IMPORTE = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-ENT-IMPORTE) NOT = 0
                 DISPLAY "IMPORTE INVALIDO"
              ELSE
              IF FUNCTION NUMVAL (WS-ENT-IMPORTE) <= 0
                 OR FUNCTION NUMVAL (WS-ENT-IMPORTE) > 9999999.99
                 DISPLAY "IMPORTE INVALIDO"
              ELSE
              IF WS-ENT-RECIBO = SPACES
                 DISPLAY "NUMERO DE RECIBO OBLIGATORIO"
              ELSE
                 COMPUTE WS-IMPORTE = FUNCTION NUMVAL (WS-ENT-IMPORTE)
                 MOVE "Y" TO WS-CONFIRM
                 IF WS-IMPORTE > WS-DUE-SALDO
                    DISPLAY "EL PAGO SUPERA EL SALDO - QUEDA SALDO A "
                       "FAVOR. CONFIRMA? (Y/N): "
                    ACCEPT WS-CONFIRM
                 END-IF
                 IF WS-CONFIRM-YES
                    PERFORM 250-WRITE-PAYMENT
                 ELSE
                    DISPLAY "PAGO NO REGISTRADO"
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      * ...............................................................
      * SAME PLAYER AND DAY MAY ALREADY HAVE ENTRIES - THE SEQUENCE
      * IS BUMPED UNTIL THE KEYED WRITE FINDS A FREE ONE
       250-WRITE-PAYMENT.
           PERFORM 160-OPEN-IO.
           INITIALIZE REG-DUES.
           MOVE WS-ENT-PLAY-ID TO DU-PLAY-ID.
           MOVE WS-HOY         TO DU-FECHA.
           MOVE ZERO           TO DU-SEQ.
           MOVE "P"            TO DU-TIPO.
           MOVE ZERO           TO DU-PERIODO.
           MOVE WS-IMPORTE     TO DU-IMPORTE.
           MOVE WS-ENT-RECIBO  TO DU-RECIBO.
           MOVE "N" TO WS-GRABADO-SW.
           PERFORM 260-TRY-WRITE
              UNTIL WS-GRABADO OR DU-SEQ = 999.
           CLOSE DUES.
           IF WS-GRABADO
              PERFORM 180-GET-POSITION
              DISPLAY "PAGO REGISTRADO - NUEVO SALDO: " WS-SALDO-ED
           ELSE
              DISPLAY "ERROR AL GRABAR EL PAGO"
           END-IF.
      * ...............................................................
       260-TRY-WRITE.
           WRITE REG-DUES
              INVALID KEY
                 ADD 1 TO DU-SEQ
              NOT INVALID KEY
                 MOVE "S" TO WS-GRABADO-SW
           END-WRITE.
      * ...............................................................
       300-ESTADO-CUENTA.
           DISPLAY "PLAY_ID               : ".
           ACCEPT WS-ENT-PLAY-ID.
           PERFORM 170-CHECK-PLAYER.
           IF WS-PLAYER-OK
              OPEN INPUT DUES
              IF ST-FILE NOT = "00"
                 DISPLAY "NO HAY MOVIMIENTOS DE CUOTAS"
                 IF ST-FILE = "05" OR ST-FILE = "35"
                    CLOSE DUES
                 END-IF
              ELSE
                 PERFORM 310-LIST-ENTRIES
                 CLOSE DUES
                 PERFORM 180-GET-POSITION
                 MOVE WS-DUE-CORRIENTE TO ED-CORRIENTE
                 MOVE WS-DUE-30        TO ED-30
                 MOVE WS-DUE-60        TO ED-60
                 MOVE WS-DUE-90        TO ED-90
                 DISPLAY "SALDO    : " WS-SALDO-ED
                 DISPLAY "CORRIENTE: " ED-CORRIENTE "  30: " ED-30
                 DISPLAY "       60: " ED-60 "  90+: " ED-90
                 IF WS-DUE-EN-MORA
                    DISPLAY "*** EN MORA " WS-DUE-DIAS-MORA
                       " DIAS (LIMITE " WS-DUE-LIMITE ") ***"
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       310-LIST-ENTRIES.
           MOVE ZERO TO WS-SALDO.
           MOVE "N" TO WS-END-SW.
           MOVE WS-ENT-PLAY-ID TO DU-PLAY-ID.
           MOVE ZERO TO DU-FECHA DU-SEQ.
           START DUES KEY IS NOT LESS THAN DU-KEY
              INVALID KEY SET WS-NO-MORE-ENTRIES TO TRUE
           END-START.
           IF NOT WS-NO-MORE-ENTRIES
              PERFORM 320-READ-NEXT-ENTRY
              PERFORM 330-SHOW-ONE-ENTRY
                 UNTIL WS-NO-MORE-ENTRIES
           END-IF.
      * ...............................................................
       320-READ-NEXT-ENTRY.
           READ DUES NEXT RECORD
              AT END SET WS-NO-MORE-ENTRIES TO TRUE
           END-READ.
           IF NOT WS-NO-MORE-ENTRIES
              AND DU-PLAY-ID NOT = WS-ENT-PLAY-ID
              SET WS-NO-MORE-ENTRIES TO TRUE
           END-IF.
      * ...............................................................
       330-SHOW-ONE-ENTRY.
           EVALUATE DU-TIPO
              WHEN "I" MOVE "INSCRIPCION" TO WS-TIPO-DESC
                       ADD DU-IMPORTE TO WS-SALDO
              WHEN "M" MOVE "CUOTA MES" TO WS-TIPO-DESC
                       ADD DU-IMPORTE TO WS-SALDO
              WHEN "P" MOVE "PAGO" TO WS-TIPO-DESC
                       SUBTRACT DU-IMPORTE FROM WS-SALDO
              WHEN OTHER MOVE "?" TO WS-TIPO-DESC
           END-EVALUATE.
           MOVE DU-IMPORTE TO WS-IMPORTE-ED.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY DU-FECHA " " WS-TIPO-DESC " " DU-PERIODO " "
              DU-RECIBO " " WS-IMPORTE-ED " SALDO: " WS-SALDO-ED.
           PERFORM 320-READ-NEXT-ENTRY.
      * ===============================================================
       END PROGRAM DUEPAY1.
