      * ===============================================================
       IDENTIFICATION DIVISION.
      * DUEAGE1 = DUES AGING BY TEAM. FOR EVERY PLAYER WITH ENTRIES
      * IN THE DUES LEDGER DUES.DAT IT GETS FROM DUECHK1 THE BALANCE
      * AND THE OPEN AMOUNT AGED CURRENT / 30 / 60 / 90+ DAYS AS OF
      * THE CUT-OFF DATE (BATCHPRM DUEAGE1/AS-OF, DEFAULT TODAY), AND
      * PRINTS TO DUEAGE.RPT THE PLAYERS THAT OWE, GROUPED BY TEAM_ID
      * FROM PLAYERS.DAT WITH A TOTAL PER TEAM AND FOR THE LEAGUE.
      * PLAYERS OVER THE LEAGUE ARREARS LIMIT ARE MARKED. RC 4 WHEN
      * ANY AMOUNT IS 90+ DAYS OLD
       PROGRAM-ID. DUEAGE1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUES ASSIGN TO "DUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DU-KEY
                  STATUS ST-FILE.
           SELECT OPTIONAL PLAYERS ASSIGN TO "./players.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT AGERPT ASSIGN TO "DUEAGE.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
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

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD AGERPT.
       01 RPT-LINE                             PIC X(120).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
       01 ST-PLY                               PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-DUE-EOF-SW                        PIC X(01).
           88 WS-DUE-EOF                       VALUE "S".
       01 WS-PLY-EOF-SW                        PIC X(01).
           88 WS-PLY-EOF                       VALUE "S".
      *
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-ENT-CORTE                         PIC X(08).
       01 WS-CORTE                             PIC 9(08).
      *
      * PLAYERS.DAT IN MEMORY - NAME AND TEAM PER PLAY_ID
       01 WS-PLY-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-PLY-IDX                           PIC 9(04).
       01 WS-PLY-HIT                           PIC 9(04).
       01 WS-PLY-TABLA.
           03 WS-PLY-ENTRY OCCURS 2000 TIMES.
              05 WS-PLY-ID                     PIC 9(20).
              05 WS-PLY-NAME                   PIC X(30).
              05 WS-PLY-TEAM                   PIC X(20).
      *
      * ONE LINE PER PLAYER THAT OWES, SORTED BY TEAM AND PLAY_ID
       01 WS-DEU-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-DEU-IDX                           PIC 9(04).
       01 WS-DEU-IDX2                          PIC 9(04).
       01 WS-DEU-MIN                           PIC 9(04).
       01 WS-DEU-TABLA.
           03 WS-DEU-ENTRY OCCURS 2000 TIMES.
              05 WS-DEU-TEAM                   PIC X(20).
              05 WS-DEU-ID                     PIC 9(20).
              05 WS-DEU-NAME                   PIC X(30).
              05 WS-DEU-SALDO                  PIC S9(09)V99.
              05 WS-DEU-CORRIENTE              PIC 9(09)V99.
              05 WS-DEU-30                     PIC 9(09)V99.
              05 WS-DEU-60                     PIC 9(09)V99.
              05 WS-DEU-90                     PIC 9(09)V99.
              05 WS-DEU-MORA                   PIC X(01).
       01 WS-SWAP-DEU                          PIC X(126).
       01 WS-ULTIMO-ID                         PIC 9(20).
       01 WS-TEAM-ACTUAL                       PIC X(20).
      *
       01 WS-TOTALES.
           03 WS-TOT-CORRIENTE                 PIC 9(09)V99.
           03 WS-TOT-30                        PIC 9(09)V99.
           03 WS-TOT-60                        PIC 9(09)V99.
           03 WS-TOT-90                        PIC 9(09)V99.
       01 WS-TOTALES-LIGA.
           03 WS-LIG-CORRIENTE                 PIC 9(09)V99.
           03 WS-LIG-30                        PIC 9(09)V99.
           03 WS-LIG-60                        PIC 9(09)V99.
           03 WS-LIG-90                        PIC 9(09)V99.
       01 WS-CNT-MORA                          PIC 9(04) VALUE ZERO.

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
      *
       01 WS-LIN-ENCAB.
           03 FILLER                           PIC X(34) VALUE
              '   PLAY_ID    JUGADOR'.
           03 FILLER                           PIC X(14) VALUE
              '     CORRIENTE'.
           03 FILLER                           PIC X(14) VALUE
              '       30 DIAS'.
           03 FILLER                           PIC X(14) VALUE
              '       60 DIAS'.
           03 FILLER                           PIC X(14) VALUE
              '      90+ DIAS'.
           03 FILLER                           PIC X(14) VALUE
              '         SALDO'.
       01 WS-LIN-DETALLE.
           03 FILLER                           PIC X(03) VALUE SPACES.
           03 DET-ID                           PIC 9(10).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-NAME                         PIC X(20).
           03 DET-CORRIENTE                    PIC ZZZ,ZZZ,ZZ9.99.
           03 DET-30                           PIC ZZZ,ZZZ,ZZ9.99.
           03 DET-60                           PIC ZZZ,ZZZ,ZZ9.99.
           03 DET-90                           PIC ZZZ,ZZZ,ZZ9.99.
           03 DET-SALDO                        PIC -ZZ,ZZZ,ZZ9.99.
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 DET-MARCA                        PIC X(09).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-GET-CUTOFF.
           IF WS-ENT-CORTE NOT NUMERIC
              DISPLAY "FECHA DE CORTE INVALIDA (AAAAMMDD)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-PLAYERS.
           PERFORM 3000-COLLECT-DEBTORS.
           PERFORM 4000-SORT-BY-TEAM.
           PERFORM 5000-WRITE-REPORT.
           IF WS-LIG-90 > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
       1000-GET-CUTOFF.
           MOVE "AS-OF       " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           MOVE WS-PRM-VALOR (1:8) TO WS-ENT-CORTE.
           IF WS-ENT-CORTE = SPACES
              ACCEPT WS-CORTE FROM DATE YYYYMMDD
              MOVE WS-CORTE TO WS-ENT-CORTE
           END-IF.
           IF WS-ENT-CORTE IS NUMERIC
              MOVE WS-ENT-CORTE TO WS-CORTE
           END-IF.
      * ...............................................................
       1040-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 1050-READ-NEXT-PARM
              PERFORM 1060-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       1050-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       1060-MATCH-PARM.
           IF PRM-PROGRAM = "DUEAGE1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       2000-LOAD-PLAYERS.
           OPEN INPUT PLAYERS.
           IF ST-PLY NOT = "00"
              IF ST-PLY = "05" OR ST-PLY = "35"
                 CLOSE PLAYERS
              END-IF
           ELSE
              MOVE "N" TO WS-PLY-EOF-SW
              PERFORM 2010-READ-NEXT-PLAYER
              PERFORM 2020-ADD-PLAYER
                 UNTIL WS-PLY-EOF OR WS-PLY-COUNT >= 2000
              CLOSE PLAYERS
           END-IF.
      * ...............................................................
       2010-READ-NEXT-PLAYER.
           READ PLAYERS
              AT END SET WS-PLY-EOF TO TRUE
           END-READ.
      * ...............................................................
       2020-ADD-PLAYER.
           ADD 1 TO WS-PLY-COUNT.
           MOVE PLAY_ID   TO WS-PLY-ID (WS-PLY-COUNT).
           MOVE PLAY_NAME TO WS-PLY-NAME (WS-PLY-COUNT).
           MOVE TEAM_ID   TO WS-PLY-TEAM (WS-PLY-COUNT).
           PERFORM 2010-READ-NEXT-PLAYER.
      * ...............................................................
      * ONE PASS OF THE LEDGER FOR THE PLAY_IDS (IT IS IN PLAY_ID
      * ORDER); THE FILE IS CLOSED BEFORE DUECHK1 READS IT PER PLAYER
       3000-COLLECT-DEBTORS.
           OPEN INPUT DUES.
           IF ST-FILE NOT = "00"
              DISPLAY "NO HAY DUES.DAT - SIN CUOTAS"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE DUES
              END-IF
           ELSE
              MOVE ZERO TO WS-ULTIMO-ID
              MOVE "N" TO WS-DUE-EOF-SW
              PERFORM 3010-READ-NEXT-ENTRY
              PERFORM 3020-NOTE-PLAYER
                 UNTIL WS-DUE-EOF
              CLOSE DUES
              PERFORM 3100-GET-POSITION
                 VARYING WS-DEU-IDX FROM 1 BY 1
                 UNTIL WS-DEU-IDX > WS-DEU-COUNT
           END-IF.
      * ...............................................................
       3010-READ-NEXT-ENTRY.
           READ DUES NEXT RECORD
              AT END SET WS-DUE-EOF TO TRUE
           END-READ.
      * ...............................................................
       3020-NOTE-PLAYER.
           IF DU-PLAY-ID NOT = WS-ULTIMO-ID AND WS-DEU-COUNT < 2000
              MOVE DU-PLAY-ID TO WS-ULTIMO-ID
              ADD 1 TO WS-DEU-COUNT
              INITIALIZE WS-DEU-ENTRY (WS-DEU-COUNT)
              MOVE DU-PLAY-ID TO WS-DEU-ID (WS-DEU-COUNT)
           END-IF.
           PERFORM 3010-READ-NEXT-ENTRY.
      * ...............................................................
       3100-GET-POSITION.
           MOVE WS-DEU-ID (WS-DEU-IDX) TO WS-DUE-PLAY-ID.
           MOVE WS-CORTE TO WS-DUE-FECHA.
           CALL "DUECHK1" USING WS-DUE-REQ.
           MOVE WS-DUE-SALDO     TO WS-DEU-SALDO (WS-DEU-IDX).
           MOVE WS-DUE-CORRIENTE TO WS-DEU-CORRIENTE (WS-DEU-IDX).
           MOVE WS-DUE-30        TO WS-DEU-30 (WS-DEU-IDX).
           MOVE WS-DUE-60        TO WS-DEU-60 (WS-DEU-IDX).
           MOVE WS-DUE-90        TO WS-DEU-90 (WS-DEU-IDX).
           MOVE WS-DUE-RESULT    TO WS-DEU-MORA (WS-DEU-IDX).
           MOVE "(SIN EQUIPO)" TO WS-DEU-TEAM (WS-DEU-IDX).
           MOVE "(FUERA DE ROSTER)" TO WS-DEU-NAME (WS-DEU-IDX).
           MOVE ZERO TO WS-PLY-HIT.
           PERFORM 3110-COMPARE-PLAYER
              VARYING WS-PLY-IDX FROM 1 BY 1
              UNTIL WS-PLY-IDX > WS-PLY-COUNT
                 OR WS-PLY-HIT > ZERO.
           IF WS-PLY-HIT > ZERO
              MOVE WS-PLY-TEAM (WS-PLY-HIT) TO WS-DEU-TEAM (WS-DEU-IDX)
              MOVE WS-PLY-NAME (WS-PLY-HIT) TO WS-DEU-NAME (WS-DEU-IDX)
           END-IF.
      * ...............................................................
       3110-COMPARE-PLAYER.
           IF WS-PLY-ID (WS-PLY-IDX) = WS-DEU-ID (WS-DEU-IDX)
              MOVE WS-PLY-IDX TO WS-PLY-HIT
           END-IF.
      * ...............................................................
      * SELECTION SORT ON TEAM_ID + PLAY_ID (THE FIRST 40 BYTES)
       4000-SORT-BY-TEAM.
           IF WS-DEU-COUNT > 1
              PERFORM 4010-OUTER-PASS
                 VARYING WS-DEU-IDX FROM 1 BY 1
                 UNTIL WS-DEU-IDX >= WS-DEU-COUNT
           END-IF.
      * ...............................................................
       4010-OUTER-PASS.
           MOVE WS-DEU-IDX TO WS-DEU-MIN.
           PERFORM 4020-INNER-PASS
              VARYING WS-DEU-IDX2 FROM WS-DEU-IDX BY 1
              UNTIL WS-DEU-IDX2 > WS-DEU-COUNT.
           IF WS-DEU-MIN NOT = WS-DEU-IDX
              MOVE WS-DEU-ENTRY (WS-DEU-IDX) TO WS-SWAP-DEU
              MOVE WS-DEU-ENTRY (WS-DEU-MIN)
                 TO WS-DEU-ENTRY (WS-DEU-IDX)
              MOVE WS-SWAP-DEU TO WS-DEU-ENTRY (WS-DEU-MIN)
           END-IF.
      * ...............................................................
       4020-INNER-PASS.
           IF WS-DEU-ENTRY (WS-DEU-IDX2) (1:40)
              < WS-DEU-ENTRY (WS-DEU-MIN) (1:40)
              MOVE WS-DEU-IDX2 TO WS-DEU-MIN
           END-IF.
      * ...............................................................
       5000-WRITE-REPORT.
           OPEN OUTPUT AGERPT.
           MOVE SPACES TO RPT-LINE.
           STRING "ANTIGUEDAD DE CUOTAS POR EQUIPO - CORTE " WS-CORTE
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-ENCAB TO RPT-LINE.
           WRITE RPT-LINE.
           INITIALIZE WS-TOTALES WS-TOTALES-LIGA.
           MOVE LOW-VALUES TO WS-TEAM-ACTUAL.
           PERFORM 5100-WRITE-ONE-PLAYER
              VARYING WS-DEU-IDX FROM 1 BY 1
              UNTIL WS-DEU-IDX > WS-DEU-COUNT.
           IF WS-TEAM-ACTUAL NOT = LOW-VALUES
              PERFORM 5300-TEAM-TOTAL
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-DETALLE.
           MOVE "TOTAL LIGA" TO DET-NAME.
           MOVE WS-LIG-CORRIENTE TO DET-CORRIENTE.
           MOVE WS-LIG-30        TO DET-30.
           MOVE WS-LIG-60        TO DET-60.
           MOVE WS-LIG-90        TO DET-90.
           COMPUTE DET-SALDO = WS-LIG-CORRIENTE + WS-LIG-30
              + WS-LIG-60 + WS-LIG-90.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DEU-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "JUGADORES EN MORA (MAS DE " WS-DUE-LIMITE
                 " DIAS): " WS-CNT-MORA
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           CLOSE AGERPT.
           DISPLAY "REPORTE GENERADO: DUEAGE.RPT".
      * ...............................................................
      * ONLY PLAYERS WITH SOMETHING OPEN ARE LISTED - A PLAYER UP TO
      * DATE OR WITH CREDIT IN FAVOUR IS LEFT OUT
       5100-WRITE-ONE-PLAYER.
           IF WS-DEU-CORRIENTE (WS-DEU-IDX) + WS-DEU-30 (WS-DEU-IDX)
              + WS-DEU-60 (WS-DEU-IDX) + WS-DEU-90 (WS-DEU-IDX) > ZERO
              IF WS-DEU-TEAM (WS-DEU-IDX) NOT = WS-TEAM-ACTUAL
                 IF WS-TEAM-ACTUAL NOT = LOW-VALUES
                    PERFORM 5300-TEAM-TOTAL
                 END-IF
                 PERFORM 5200-TEAM-HEADING
              END-IF
              MOVE SPACES TO WS-LIN-DETALLE
              MOVE WS-DEU-ID (WS-DEU-IDX)        TO DET-ID
              MOVE WS-DEU-NAME (WS-DEU-IDX)      TO DET-NAME
              MOVE WS-DEU-CORRIENTE (WS-DEU-IDX) TO DET-CORRIENTE
              MOVE WS-DEU-30 (WS-DEU-IDX)        TO DET-30
              MOVE WS-DEU-60 (WS-DEU-IDX)        TO DET-60
              MOVE WS-DEU-90 (WS-DEU-IDX)        TO DET-90
              MOVE WS-DEU-SALDO (WS-DEU-IDX)     TO DET-SALDO
              IF WS-DEU-MORA (WS-DEU-IDX) = "M"
                 MOVE "EN MORA" TO DET-MARCA
                 ADD 1 TO WS-CNT-MORA
              END-IF
              MOVE WS-LIN-DETALLE TO RPT-LINE
              WRITE RPT-LINE
              ADD WS-DEU-CORRIENTE (WS-DEU-IDX) TO WS-TOT-CORRIENTE
              ADD WS-DEU-30 (WS-DEU-IDX)        TO WS-TOT-30
              ADD WS-DEU-60 (WS-DEU-IDX)        TO WS-TOT-60
              ADD WS-DEU-90 (WS-DEU-IDX)        TO WS-TOT-90
           END-IF.
      * ...............................................................
       5200-TEAM-HEADING.
           MOVE WS-DEU-TEAM (WS-DEU-IDX) TO WS-TEAM-ACTUAL.
           INITIALIZE WS-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EQUIPO: " WS-TEAM-ACTUAL
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       5300-TEAM-TOTAL.
           MOVE SPACES TO WS-LIN-DETALLE.
           MOVE "TOTAL EQUIPO" TO DET-NAME.
           MOVE WS-TOT-CORRIENTE TO DET-CORRIENTE.
           MOVE WS-TOT-30        TO DET-30.
           MOVE WS-TOT-60        TO DET-60.
           MOVE WS-TOT-90        TO DET-90.
           COMPUTE DET-SALDO = WS-TOT-CORRIENTE + WS-TOT-30
              + WS-TOT-60 + WS-TOT-90.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-TOT-CORRIENTE TO WS-LIG-CORRIENTE.
           ADD WS-TOT-30        TO WS-LIG-30.
           ADD WS-TOT-60        TO WS-LIG-60.
           ADD WS-TOT-90        TO WS-LIG-90.
      * ===============================================================
       END PROGRAM DUEAGE1.
