      * THE STAT LINE OF EACH PLAYER (POINTS, MINUTES, FOULS) INTO
      * PLYSTAT.DAT, KEYED ON PLAY_ID + GAME DATE SO A PLAYER HAS AT
      * MOST ONE LINE PER GAME. EVERY PLAY_ID IS VALIDATED AGAINST
      * PLAYERS.DAT BEFORE IT IS ACCEPTED. A PLAYER MORE DAYS IN
      * ARREARS ON THE DUES LEDGER THAN THE LEAGUE ALLOWS (DUECHK1)
      * IS WARNED OF, OR REFUSED WHEN THE LEAGUE RULE SAYS BLOCK.
      * EACH LINE IS STAMPED WITH THE SEASON THE GAME DATE FALLS IN
      * (SEACHK1); A GAME DATE OF A CLOSED SEASON IS REFUSED
       PROGRAM-ID. STSENT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
           88 WS-SUS-EOF                       VALUE "S".
       01 WS-SUSPENDIDO-SW                     PIC X(01).
           88 WS-SUSPENDIDO                    VALUE "S".
      * POSICION DE CUOTAS DEL JUGADOR - VER DUECHK1
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
              88 WS-DUE-BLOQUEA                VALUE "B".
      * SEASON OF THE DATE ENTERED, RESOLVED BY SEACHK1
       01 WS-SEA-REQ.
           03 WS-SEA-FUNCION                   PIC X(01).
           03 WS-SEA-PROGRAMA                  PIC X(08).
           03 WS-SEA-FECHA                     PIC 9(08).
           03 WS-SEA-CODIGO                    PIC X(06).
           03 WS-SEA-NOMBRE                    PIC X(30).
           03 WS-SEA-FEC-INI                   PIC 9(08).
           03 WS-SEA-FEC-FIN                   PIC 9(08).
           03 WS-SEA-ESTADO                    PIC X(01).
              88 WS-SEA-CERRADA                VALUE "C".
           03 WS-SEA-RESULT                    PIC X(01).
              88 WS-SEA-OK                     VALUE "S".
              88 WS-SEA-SIN-MAESTRO            VALUE "V".
       01 WS-TEMP-OK-SW                        PIC X(01).
           88 WS-TEMP-OK                       VALUE "S".
       01 WS-TEMP-MENSAJE                      PIC X(50).
       01 WS-TEMP-GRABAR                       PIC X(06).
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-CHECK-SEASON.
           IF NOT WS-TEMP-OK
              DISPLAY WS-TEMP-MENSAJE " - NO SE CAPTURA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 200-OPEN-STAT.
           PERFORM 300-CAPTURE-ONE-PLAYER
              UNTIL WS-FIN-CAPTURA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
      * THE DATE MUST FALL IN A SEASON OF SEASONS.DAT THAT IS NOT
      * CLOSED; ITS CODE IS STAMPED ON THE RECORD. WITH NO SEASON
      * MASTER ON DISK THE CODE IS LEFT BLANK, AS BEFORE
       150-CHECK-SEASON.
           MOVE "S" TO WS-TEMP-OK-SW.
           MOVE SPACES TO WS-TEMP-MENSAJE WS-TEMP-GRABAR.
           MOVE "D"       TO WS-SEA-FUNCION.
           MOVE "STSENT1" TO WS-SEA-PROGRAMA.
           MOVE WS-FECHA-JUEGO TO WS-SEA-FECHA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              IF WS-SEA-CERRADA
                 MOVE "N" TO WS-TEMP-OK-SW
                 STRING "TEMPORADA " WS-SEA-CODIGO " CERRADA"
                    DELIMITED BY SIZE INTO WS-TEMP-MENSAJE
              ELSE
                 MOVE WS-SEA-CODIGO TO WS-TEMP-GRABAR
              END-IF
           ELSE
              IF NOT WS-SEA-SIN-MAESTRO
                 MOVE "N" TO WS-TEMP-OK-SW
                 MOVE "FECHA FUERA DE LAS TEMPORADAS DE SEASONS.DAT"
                    TO WS-TEMP-MENSAJE
              END-IF
           END-IF.
      * ...............................................................
      * OPEN I-O FOR KEYED ACCESS, CREATING PLYSTAT.DAT ON FIRST USE
       200-OPEN-STAT.
           OPEN I-O PLYSTAT.
                       ELSE
                          MOVE "S" TO WS-PLAYER-OK-SW
                          DISPLAY "JUGADOR: " PLAY_NAME
                          PERFORM 480-CHECK-ARREARS
                       END-IF
                    END-IF
                    END-IF
           ELSE
              PERFORM 460-READ-NEXT-SUSPEND
           END-IF.
      * ...............................................................
      * MORA EN CUOTAS A LA FECHA DEL JUEGO: AVISO, O RECHAZO SI LA
      * REGLA DE LA LIGA (DUECHK1/ARREARS-MODE) ES BLOQUEAR
       480-CHECK-ARREARS.
           MOVE WS-ENT-PLAY-ID TO WS-DUE-PLAY-ID.
           MOVE WS-FECHA-JUEGO TO WS-DUE-FECHA.
           CALL "DUECHK1" USING WS-DUE-REQ.
           IF WS-DUE-EN-MORA
              IF WS-DUE-BLOQUEA
                 MOVE "N" TO WS-PLAYER-OK-SW
                 DISPLAY "JUGADOR CON " WS-DUE-DIAS-MORA
                    " DIAS DE MORA EN CUOTAS (LIMITE " WS-DUE-LIMITE
                    ") - NO SE CAPTURA"
              ELSE
                 DISPLAY "AVISO: JUGADOR CON " WS-DUE-DIAS-MORA
                    " DIAS DE MORA EN CUOTAS (LIMITE " WS-DUE-LIMITE
                    ")"
              END-IF
           END-IF.
      * ...............................................................
       500-CAPTURE-STATS.
           DISPLAY "PUNTOS : ".
              MOVE WS-ENT-PUNTOS   TO ST-PUNTOS
              MOVE WS-ENT-MINUTOS  TO ST-MINUTOS
              MOVE WS-ENT-FALTAS   TO ST-FALTAS
              MOVE WS-TEMP-GRABAR  TO ST-TEMPORADA
              WRITE REG-STAT
                 INVALID KEY
                    DISPLAY "YA HAY LINEA DE ESE JUGADOR PARA ESTE "
