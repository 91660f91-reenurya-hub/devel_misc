      * GOOD ONES TO PLYSTAT.DAT LETTING THE KEYED WRITE'S INVALID
      * KEY REJECT DUPLICATES, AND LEAVES EVERY REJECT WITH ITS
      * REASON IN STSREJ.DAT. SAME ACCEPT/REJECT PATTERN AS PLYLOAD1,
      * HERE FOR THE THIRTY-LINE SHEET AFTER A GAME NIGHT. A PLAYER
      * IN ARREARS ON THE DUES LEDGER BEYOND THE LEAGUE LIMIT
      * (DUECHK1) IS WARNED OF, OR REJECTED WHEN THE RULE SAYS BLOCK.
      * EACH LINE IS STAMPED WITH THE SEASON ITS GAME DATE FALLS IN
      * (SEACHK1); A DATE OF A CLOSED SEASON IS REJECTED
       PROGRAM-ID. STSLOAD1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(06).
           03 FILLER                           PIC X(08).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD SUSPEND.
       01 SUS-REC.
       01 WS-CNT-LEIDOS                        PIC 9(05) VALUE ZERO.
       01 WS-CNT-GRABADOS                      PIC 9(05) VALUE ZERO.
       01 WS-CNT-RECHAZADOS                    PIC 9(05) VALUE ZERO.
       01 WS-CNT-AVISOS                        PIC 9(05) VALUE ZERO.
       01 WS-LAST-STATUS                       PIC X(20) VALUE SPACES.
      *
      * GAME DATE/TEAM TABLE LOADED ONCE FROM GAMES.DAT
       01 WS-GM-COUNT                          PIC 9(04) VALUE ZERO.
       01 WS-GM-IDX                            PIC 9(04).
       01 WS-GM-TABLA.
           03 WS-GM-ENTRY OCCURS 3000 TIMES.
              05 WS-GM-FECHA                   PIC 9(08).
              05 WS-GM-HOME                    PIC X(20).
              05 WS-GM-AWAY                    PIC X(20).
       01 WS-SUSLIST-IDX                       PIC 9(03).
       01 WS-SUSLIST-TABLA.
           03 WS-SUSLIST-ID  PIC 9(20) OCCURS 500 TIMES.
      *
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
      * SEASON OF THE LINE'S GAME DATE, RESOLVED BY SEACHK1
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
       01 WS-TEMP-GRABAR                       PIC X(06).
      *
       01 WS-RUNLOG-DATE.
           03 WS-RL-YEAR                       PIC 9(4).
           DISPLAY "LEIDOS    : " WS-CNT-LEIDOS.
           DISPLAY "GRABADOS  : " WS-CNT-GRABADOS.
           DISPLAY "RECHAZADOS: " WS-CNT-RECHAZADOS.
           DISPLAY "AVISOS MORA: " WS-CNT-AVISOS.
           MOVE "LOADED" TO WS-LAST-STATUS.
           PERFORM 900-WRITE-RUNLOG.
           IF WS-CNT-RECHAZADOS > ZERO
              MOVE "N" TO WS-GAMES-EOF-SW
              PERFORM 160-READ-NEXT-GAME
              PERFORM 170-ADD-GAME
                 UNTIL WS-GAMES-EOF OR WS-GM-COUNT >= 3000
              CLOSE GAMES
           END-IF.
      * ...............................................................
              MOVE "N" TO WS-REG-VALIDO
              MOVE "CIFRAS NO NUMERICAS" TO WS-MOTIVO
           ELSE
              PERFORM 405-CHECK-SEASON
              IF WS-REG-OK
                 PERFORM 410-CHECK-PLAYER
              END-IF
              IF WS-REG-OK
                 PERFORM 415-CHECK-SUSPEND
              END-IF
              IF WS-REG-OK
                 PERFORM 418-CHECK-ARREARS
              END-IF
              IF WS-REG-OK
                 PERFORM 420-CHECK-GAME-DATE
              END-IF.
      * ...............................................................
      * LA FECHA DEBE CAER EN UNA TEMPORADA NO CERRADA DE SEASONS.DAT
      * Y SU CODIGO SE GRABA EN LA LINEA. SIN MAESTRO DE TEMPORADAS EL
      * CODIGO QUEDA EN BLANCO, COMO ANTES
       405-CHECK-SEASON.
           MOVE SPACES TO WS-TEMP-GRABAR.
           MOVE "D"        TO WS-SEA-FUNCION.
           MOVE "STSLOAD1" TO WS-SEA-PROGRAMA.
           MOVE LD-FECHA   TO WS-SEA-FECHA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK
              IF WS-SEA-CERRADA
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "TEMPORADA CERRADA" TO WS-MOTIVO
              ELSE
                 MOVE WS-SEA-CODIGO TO WS-TEMP-GRABAR
              END-IF
           ELSE
              IF NOT WS-SEA-SIN-MAESTRO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "FECHA FUERA DE TEMPORADA" TO WS-MOTIVO
              END-IF
           END-IF.
      * ...............................................................
       410-CHECK-PLAYER.
           IF ST-PLY NOT = "00"
              MOVE "EN LISTA DE SUSPENSION" TO WS-MOTIVO
           END-IF.
      * ...............................................................
      * MORA EN CUOTAS A LA FECHA DEL JUEGO: AVISO EN CONSOLA, O
      * RECHAZO SI LA REGLA DE LA LIGA (DUECHK1/ARREARS-MODE) ES
      * BLOQUEAR
       418-CHECK-ARREARS.
           MOVE PLAY_ID TO WS-DUE-PLAY-ID.
           MOVE LD-FECHA TO WS-DUE-FECHA.
           CALL "DUECHK1" USING WS-DUE-REQ.
           IF WS-DUE-EN-MORA
              IF WS-DUE-BLOQUEA
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE "MORA EN CUOTAS SOBRE EL LIMITE" TO WS-MOTIVO
              ELSE
                 ADD 1 TO WS-CNT-AVISOS
                 DISPLAY "AVISO: " LD-PLAY-ID " CON " WS-DUE-DIAS-MORA
                    " DIAS DE MORA EN CUOTAS"
              END-IF
           END-IF.
      * ...............................................................
      * TIENE QUE HABER UN JUEGO DE ESA FECHA EN GAMES.DAT DONDE
      * PARTICIPE EL EQUIPO DEL JUGADOR
       420-CHECK-GAME-DATE.
           MOVE LD-PUNTOS  TO ST-PUNTOS.
           MOVE LD-MINUTOS TO ST-MINUTOS.
           MOVE LD-FALTAS  TO ST-FALTAS.
           MOVE WS-TEMP-GRABAR TO ST-TEMPORADA.
           WRITE REG-STAT
              INVALID KEY
                 ADD 1 TO WS-CNT-RECHAZADOS
