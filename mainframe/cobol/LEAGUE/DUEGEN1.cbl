      * ===============================================================
       IDENTIFICATION DIVISION.
      * DUEGEN1 = MONTHLY DUES RUN. RAISES IN THE DUES LEDGER DUES.DAT
      * THE MONTHLY DUES OF THE PERIOD (AAAAMM) FOR EVERY ACTIVE
      * PLAYER OF PLAYERS.DAT (PLAY_STATUS NOT I, REGISTERED BY THAT
      * MONTH) AND, ONCE PER SEASON YEAR, THE REGISTRATION FEE.
      * AMOUNTS AND PERIOD COME FROM BATCHPRM DUEGEN1/MONTHLY-FEE,
      * DUEGEN1/REG-FEE (ZERO OR ABSENT = NO REGISTRATION CHARGE) AND
      * DUEGEN1/PERIOD (DEFAULT THE CURRENT MONTH). CHARGES ARE DATED
      * THE FIRST OF THE PERIOD, WHICH IS WHERE THEIR AGING STARTS.
      * A PLAYER ALREADY CHARGED FOR THE PERIOD (OR THE YEAR) IS
      * SKIPPED, SO A RERUN OF THE SAME MONTH RAISES NOTHING TWICE
       PROGRAM-ID. DUEGEN1.
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
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PLAY_ID
                  STATUS ST-PLY.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
      * FECHA AAAAMMDD DE REGISTRO EN LA LIGA - CERO EN REGISTROS
      * ANTERIORES AL CAMPO
           03 PLAY_FEC_REG                     PIC 9(08).
           03 FILLER                           PIC X(251).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
           88 WS-FILE-NOTFND                   VALUE "23" "35".
       01 ST-PLY                               PIC XX.
       01 WS-DUE-EOF-SW                        PIC X(01).
           88 WS-DUE-EOF                       VALUE "S".
       01 WS-PLY-EOF-SW                        PIC X(01).
           88 WS-PLY-EOF                       VALUE "S".
       01 WS-GRABADO-SW                        PIC X(01).
           88 WS-GRABADO                       VALUE "S".
       01 WS-HALLADO-SW                        PIC X(01).
           88 WS-HALLADO                       VALUE "S".
      *
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 WS-ENT-PERIODO                       PIC X(06).
       01 WS-ENT-IMPORTE                       PIC X(12).
       01 WS-HOY                               PIC 9(08).
       01 WS-PERIODO                           PIC 9(06).
       01 WS-PERIODO-ANIO REDEFINES WS-PERIODO.
           03 WS-PER-ANIO                      PIC 9(04).
           03 WS-PER-MES                       PIC 9(02).
       01 WS-PERIODO-INSC                      PIC 9(06).
       01 WS-FECHA-CARGO                       PIC 9(08).
       01 WS-CUOTA-MES                         PIC 9(07)V99 VALUE ZERO.
       01 WS-CUOTA-INSC                        PIC 9(07)V99 VALUE ZERO.
       01 WS-CUOTA-ED                          PIC Z,ZZZ,ZZ9.99.
      *
      * PLAYERS ALREADY CHARGED - MONTHLY DUES OF THE PERIOD AND THE
      * REGISTRATION FEE OF THE YEAR - FROM ONE PASS OF THE LEDGER
       01 WS-MES-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-MES-TABLA.
           03 WS-MES-ID PIC 9(20) OCCURS 3000 TIMES.
       01 WS-INS-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-INS-TABLA.
           03 WS-INS-ID PIC 9(20) OCCURS 3000 TIMES.
       01 WS-IDX                               PIC 9(04).
      *
       01 WS-CNT-JUGADORES                     PIC 9(05) VALUE ZERO.
       01 WS-CNT-MENSUAL                       PIC 9(05) VALUE ZERO.
       01 WS-CNT-INSCRIP                       PIC 9(05) VALUE ZERO.
       01 WS-CNT-OMITIDOS                      PIC 9(05) VALUE ZERO.
      *
       01 WS-RUNLOG-DATE.
           03 WS-RL-YEAR                       PIC 9(4).
           03 WS-RL-MONTH                      PIC 99.
           03 WS-RL-DAY                        PIC 99.
       01 WS-RUNLOG-TIME.
           03 WS-RL-HH                         PIC 99.
           03 WS-RL-MN                         PIC 99.
           03 WS-RL-SS                         PIC 99.
           03 WS-RL-HS                         PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-GET-PARAMETERS.
           IF WS-ENT-PERIODO NOT NUMERIC
              OR WS-PER-MES < 1 OR WS-PER-MES > 12
              DISPLAY "PERIODO INVALIDO (AAAAMM)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CUOTA-MES = ZERO
              DISPLAY "CUOTA MENSUAL NO DEFINIDA - NADA QUE CARGAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-CHARGED.
           PERFORM 3000-OPEN-DUES.
           PERFORM 4000-RAISE-DUES.
           CLOSE DUES.
           MOVE WS-CUOTA-MES TO WS-CUOTA-ED.
           DISPLAY "CUOTAS DEL PERIODO " WS-PERIODO " (" WS-CUOTA-ED
              ")".
           DISPLAY "JUGADORES ACTIVOS    : " WS-CNT-JUGADORES.
           DISPLAY "CUOTAS MENSUALES     : " WS-CNT-MENSUAL.
           DISPLAY "INSCRIPCIONES        : " WS-CNT-INSCRIP.
           DISPLAY "YA CARGADOS (OMITIDOS): " WS-CNT-OMITIDOS.
           PERFORM 9000-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-GET-PARAMETERS.
           MOVE "PERIOD      " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           MOVE WS-PRM-VALOR (1:6) TO WS-ENT-PERIODO.
           IF WS-ENT-PERIODO = SPACES
              ACCEPT WS-HOY FROM DATE YYYYMMDD
              MOVE WS-HOY (1:6) TO WS-ENT-PERIODO
           END-IF.
           IF WS-ENT-PERIODO IS NUMERIC
              MOVE WS-ENT-PERIODO TO WS-PERIODO
           END-IF.
           MOVE "MONTHLY-FEE " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:12) TO WS-ENT-IMPORTE
           ELSE
              DISPLAY "CUOTA MENSUAL: "
              ACCEPT WS-ENT-IMPORTE
           END-IF.
           IF WS-ENT-IMPORTE NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-ENT-IMPORTE) = 0
              AND FUNCTION NUMVAL (WS-ENT-IMPORTE) > 0
              COMPUTE WS-CUOTA-MES = FUNCTION NUMVAL (WS-ENT-IMPORTE)
           END-IF.
           MOVE "REG-FEE     " TO WS-PRM-BUSCADA.
           PERFORM 1040-GET-PARAMETER.
           MOVE WS-PRM-VALOR (1:12) TO WS-ENT-IMPORTE.
           IF WS-ENT-IMPORTE NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-ENT-IMPORTE) = 0
              AND FUNCTION NUMVAL (WS-ENT-IMPORTE) > 0
              COMPUTE WS-CUOTA-INSC = FUNCTION NUMVAL (WS-ENT-IMPORTE)
           END-IF.
      * THE REGISTRATION FEE IS ONE PER SEASON YEAR - PERIOD AAAA00
           MOVE WS-PER-ANIO TO WS-PERIODO-INSC (1:4).
           MOVE "00" TO WS-PERIODO-INSC (5:2).
           MOVE WS-PERIODO TO WS-FECHA-CARGO (1:6).
           MOVE "01" TO WS-FECHA-CARGO (7:2).
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
           IF PRM-PROGRAM = "DUEGEN1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       2000-LOAD-CHARGED.
           OPEN INPUT DUES.
           IF ST-FILE NOT = "00"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE DUES
              END-IF
           ELSE
              MOVE "N" TO WS-DUE-EOF-SW
              PERFORM 2010-READ-NEXT-ENTRY
              PERFORM 2020-NOTE-CHARGE
                 UNTIL WS-DUE-EOF
              CLOSE DUES
           END-IF.
      * ...............................................................
       2010-READ-NEXT-ENTRY.
           READ DUES NEXT RECORD
              AT END SET WS-DUE-EOF TO TRUE
           END-READ.
      * ...............................................................
       2020-NOTE-CHARGE.
           IF DU-TIPO = "M" AND DU-PERIODO = WS-PERIODO
              AND WS-MES-COUNT < 3000
              ADD 1 TO WS-MES-COUNT
              MOVE DU-PLAY-ID TO WS-MES-ID (WS-MES-COUNT)
           END-IF.
           IF DU-TIPO = "I" AND DU-PERIODO = WS-PERIODO-INSC
              AND WS-INS-COUNT < 3000
              ADD 1 TO WS-INS-COUNT
              MOVE DU-PLAY-ID TO WS-INS-ID (WS-INS-COUNT)
           END-IF.
           PERFORM 2010-READ-NEXT-ENTRY.
      * ...............................................................
      * OPEN I-O FOR KEYED ACCESS, CREATING DUES.DAT ON FIRST USE
       3000-OPEN-DUES.
           OPEN I-O DUES.
           IF WS-FILE-NOTFND
              OPEN OUTPUT DUES
              CLOSE DUES
              OPEN I-O DUES
           END-IF.
      * ...............................................................
       4000-RAISE-DUES.
           OPEN INPUT PLAYERS.
           IF ST-PLY NOT = "00"
              DISPLAY "PLAYERS.DAT NO DISPONIBLE - SIN JUGADORES"
              IF ST-PLY = "05" OR ST-PLY = "35"
                 CLOSE PLAYERS
              END-IF
           ELSE
              MOVE "N" TO WS-PLY-EOF-SW
              PERFORM 4010-READ-NEXT-PLAYER
              PERFORM 4020-CHARGE-ONE-PLAYER
                 UNTIL WS-PLY-EOF
              CLOSE PLAYERS
           END-IF.
      * ...............................................................
       4010-READ-NEXT-PLAYER.
           READ PLAYERS
              AT END SET WS-PLY-EOF TO TRUE
           END-READ.
      * ...............................................................
      * AN INACTIVE PLAYER, OR ONE REGISTERED AFTER THE PERIOD, OWES
      * NOTHING FOR IT. INJURED AND SUSPENDED PLAYERS STILL PAY
       4020-CHARGE-ONE-PLAYER.
           IF PLAY_STATUS NOT = "I"
              AND (PLAY_FEC_REG NOT NUMERIC
                   OR PLAY_FEC_REG (1:6) <= WS-ENT-PERIODO)
              ADD 1 TO WS-CNT-JUGADORES
              PERFORM 4100-MONTHLY-CHARGE
              IF WS-CUOTA-INSC > ZERO
                 PERFORM 4200-REGISTRATION-CHARGE
              END-IF
           END-IF.
           PERFORM 4010-READ-NEXT-PLAYER.
      * ...............................................................
       4100-MONTHLY-CHARGE.
           MOVE "N" TO WS-HALLADO-SW.
           PERFORM 4110-MATCH-MONTHLY
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MES-COUNT OR WS-HALLADO.
           IF WS-HALLADO
              ADD 1 TO WS-CNT-OMITIDOS
           ELSE
              INITIALIZE REG-DUES
              MOVE "M" TO DU-TIPO
              MOVE WS-PERIODO TO DU-PERIODO
              MOVE WS-CUOTA-MES TO DU-IMPORTE
              PERFORM 4500-WRITE-CHARGE
              IF WS-GRABADO
                 ADD 1 TO WS-CNT-MENSUAL
              END-IF
           END-IF.
      * ...............................................................
       4110-MATCH-MONTHLY.
           IF WS-MES-ID (WS-IDX) = PLAY_ID
              MOVE "S" TO WS-HALLADO-SW
           END-IF.
      * ...............................................................
       4200-REGISTRATION-CHARGE.
           MOVE "N" TO WS-HALLADO-SW.
           PERFORM 4210-MATCH-REGISTRATION
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-INS-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
              INITIALIZE REG-DUES
              MOVE "I" TO DU-TIPO
              MOVE WS-PERIODO-INSC TO DU-PERIODO
              MOVE WS-CUOTA-INSC TO DU-IMPORTE
              PERFORM 4500-WRITE-CHARGE
              IF WS-GRABADO
                 ADD 1 TO WS-CNT-INSCRIP
              END-IF
           END-IF.
      * ...............................................................
       4210-MATCH-REGISTRATION.
           IF WS-INS-ID (WS-IDX) = PLAY_ID
              MOVE "S" TO WS-HALLADO-SW
           END-IF.
      * ...............................................................
      * THE SEQUENCE IS BUMPED UNTIL THE KEYED WRITE FINDS A FREE ONE
       4500-WRITE-CHARGE.
           MOVE PLAY_ID TO DU-PLAY-ID.
           MOVE WS-FECHA-CARGO TO DU-FECHA.
           MOVE ZERO TO DU-SEQ.
           MOVE "N" TO WS-GRABADO-SW.
           PERFORM 4510-TRY-WRITE
              UNTIL WS-GRABADO OR DU-SEQ = 999.
           IF NOT WS-GRABADO
              DISPLAY "NO SE PUDO GRABAR CARGO DE " PLAY_ID
           END-IF.
      * ...............................................................
       4510-TRY-WRITE.
           WRITE REG-DUES
              INVALID KEY
                 ADD 1 TO DU-SEQ
              NOT INVALID KEY
                 MOVE "S" TO WS-GRABADO-SW
           END-WRITE.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "DUEGEN1 " WS-RL-YEAR "-" WS-RL-MONTH "-" WS-RL-DAY
              " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=COMPLETE CHARGES=" WS-CNT-MENSUAL
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM DUEGEN1.
