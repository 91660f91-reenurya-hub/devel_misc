      * ===============================================================
       IDENTIFICATION DIVISION.
      * SEACHK1 = SEASON RESOLUTION. TELLS A LEAGUE PROGRAM WHICH
      * SEASON OF THE SEASON MASTER SEASONS.DAT (SEAMNT1) IT WORKS ON,
      * SO GAMES.DAT, PLYSTAT.DAT AND SCHEDULE.DAT CAN CARRY SEVERAL
      * SEASONS WITHOUT RENAMING FILES AT YEAR END.
      * FUNCTION A = THE SEASON FOR THE CALLING PROGRAM: THE SEASON
      *              FIXED FOR THE RUN (FUNCTION F), ELSE BATCHPRM
      *              <PROGRAM>/SEASON, ELSE THE OPEN SEASON
      * FUNCTION C = THE SEASON OF CODE LNK-SEA-CODIGO
      * FUNCTION D = THE SEASON WHOSE DATE RANGE HOLDS LNK-SEA-FECHA,
      *              FOR THE ENTRY PROGRAMS THAT STAMP THE SEASON CODE
      * FUNCTION F = FIX LNK-SEA-CODIGO FOR THE REST OF THE RUN, SO A
      *              CALLED REPORT (SEACLS1 CLOSE STEP) USES IT
      * RESULT: S = FOUND (CODE, NAME, DATES AND STATUS RETURNED),
      * N = NOT FOUND, V = NO SEASON MASTER ON DISK - THE CALLER THEN
      * WORKS ON THE WHOLE FILE AS BEFORE.
      * A RECORD WITH A BLANK SEASON CODE (WRITTEN BEFORE SEASONS
      * WERE KEPT) BELONGS TO THE SEASON WHOSE RANGE HOLDS ITS DATE
       PROGRAM-ID. SEACHK1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEASONS ASSIGN TO "SEASONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SEA-CODIGO
                  STATUS ST-SEA.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD SEASONS.
       01 REG-SEASON.
           03 SEA-CODIGO                       PIC X(06).
           03 SEA-NOMBRE                       PIC X(30).
           03 SEA-FEC-INI                      PIC 9(08).
           03 SEA-FEC-FIN                      PIC 9(08).
      * P = PENDIENTE, A = ABIERTA, C = CERRADA
           03 SEA-ESTADO                       PIC X(01).
           03 SEA-FEC-CIERRE                   PIC 9(08).
           03 FILLER                           PIC X(19).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SEA                               PIC XX.
       01 WS-SEA-EOF-SW                        PIC X(01).
           88 WS-SEA-EOF                       VALUE "S".
       01 WS-SEA-HIT-SW                        PIC X(01).
           88 WS-SEA-HIT                       VALUE "S".
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
      * SEASON FIXED FOR THE RUN BY FUNCTION F
       01 WS-FIJA                              PIC X(06) VALUE SPACES.
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-SEA-REQ.
           03 LNK-SEA-FUNCION                  PIC X(01).
           03 LNK-SEA-PROGRAMA                 PIC X(08).
           03 LNK-SEA-FECHA                    PIC 9(08).
           03 LNK-SEA-CODIGO                   PIC X(06).
           03 LNK-SEA-NOMBRE                   PIC X(30).
           03 LNK-SEA-FEC-INI                  PIC 9(08).
           03 LNK-SEA-FEC-FIN                  PIC 9(08).
           03 LNK-SEA-ESTADO                   PIC X(01).
           03 LNK-SEA-RESULT                   PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-SEA-REQ.
       0000-MAINLINE.
           IF LNK-SEA-FUNCION = "F"
              MOVE LNK-SEA-CODIGO TO WS-FIJA
           END-IF.
           MOVE "N" TO LNK-SEA-RESULT.
           MOVE "N" TO WS-SEA-HIT-SW.
           OPEN INPUT SEASONS.
           IF ST-SEA NOT = "00"
              MOVE "V" TO LNK-SEA-RESULT
              IF ST-SEA = "05" OR ST-SEA = "35"
                 CLOSE SEASONS
              END-IF
              GOBACK
           END-IF.
           EVALUATE LNK-SEA-FUNCION
              WHEN "D"
                 PERFORM 3000-FIND-BY-DATE
              WHEN "C"
              WHEN "F"
                 PERFORM 2000-FIND-BY-CODE
              WHEN OTHER
                 PERFORM 1000-FIND-FOR-PROGRAM
           END-EVALUATE.
           CLOSE SEASONS.
           IF WS-SEA-HIT
              MOVE "S"            TO LNK-SEA-RESULT
              MOVE SEA-CODIGO     TO LNK-SEA-CODIGO
              MOVE SEA-NOMBRE     TO LNK-SEA-NOMBRE
              MOVE SEA-FEC-INI    TO LNK-SEA-FEC-INI
              MOVE SEA-FEC-FIN    TO LNK-SEA-FEC-FIN
              MOVE SEA-ESTADO     TO LNK-SEA-ESTADO
           ELSE
              IF LNK-SEA-FUNCION NOT = "C" AND NOT = "F"
                 MOVE SPACES TO LNK-SEA-CODIGO
              END-IF
              MOVE SPACES TO LNK-SEA-NOMBRE LNK-SEA-ESTADO
              MOVE ZERO TO LNK-SEA-FEC-INI LNK-SEA-FEC-FIN
           END-IF.
           GOBACK.
      * ...............................................................
      * THE SEASON FIXED FOR THE RUN, THEN THE CALLER'S BATCHPRM
      * OVERRIDE, THEN THE SEASON THAT IS OPEN
       1000-FIND-FOR-PROGRAM.
           IF WS-FIJA NOT = SPACES
              MOVE WS-FIJA TO LNK-SEA-CODIGO
              PERFORM 2000-FIND-BY-CODE
           ELSE
              MOVE "SEASON" TO WS-PRM-BUSCADA
              PERFORM 1040-GET-PARAMETER
              IF WS-PRM-FOUND AND WS-PRM-VALOR (1:6) NOT = SPACES
                 MOVE WS-PRM-VALOR (1:6) TO LNK-SEA-CODIGO
                 PERFORM 2000-FIND-BY-CODE
              ELSE
                 PERFORM 4000-FIND-OPEN
              END-IF
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
           IF PRM-PROGRAM = LNK-SEA-PROGRAMA
              AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 1050-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       2000-FIND-BY-CODE.
           MOVE LNK-SEA-CODIGO TO SEA-CODIGO.
           READ SEASONS
              INVALID KEY
                 MOVE "N" TO WS-SEA-HIT-SW
              NOT INVALID KEY
                 MOVE "S" TO WS-SEA-HIT-SW
           END-READ.
      * ...............................................................
       3000-FIND-BY-DATE.
           MOVE "N" TO WS-SEA-EOF-SW.
           PERFORM 3010-READ-NEXT-SEASON.
           PERFORM 3020-MATCH-DATE
              UNTIL WS-SEA-EOF OR WS-SEA-HIT.
      * ...............................................................
       3010-READ-NEXT-SEASON.
           READ SEASONS NEXT RECORD
              AT END SET WS-SEA-EOF TO TRUE
           END-READ.
      * ...............................................................
       3020-MATCH-DATE.
           IF LNK-SEA-FECHA >= SEA-FEC-INI
              AND LNK-SEA-FECHA <= SEA-FEC-FIN
              MOVE "S" TO WS-SEA-HIT-SW
           ELSE
              PERFORM 3010-READ-NEXT-SEASON
           END-IF.
      * ...............................................................
       4000-FIND-OPEN.
           MOVE "N" TO WS-SEA-EOF-SW.
           PERFORM 3010-READ-NEXT-SEASON.
           PERFORM 4010-MATCH-OPEN
              UNTIL WS-SEA-EOF OR WS-SEA-HIT.
      * ...............................................................
       4010-MATCH-OPEN.
           IF SEA-ESTADO = "A"
              MOVE "S" TO WS-SEA-HIT-SW
           ELSE
              PERFORM 3010-READ-NEXT-SEASON
           END-IF.
      * ===============================================================
       END PROGRAM SEACHK1.
