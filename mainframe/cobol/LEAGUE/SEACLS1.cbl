      * ===============================================================
       IDENTIFICATION DIVISION.
      * SEACLS1 = SEASON CLOSE. FREEZES THE OPEN SEASON OF SEASONS.DAT
      * (OR THE ONE IN BATCHPRM SEACLS1/SEASON, WHICH MUST BE OPEN):
      * FIXES THE SEASON FOR THE RUN IN SEACHK1, RUNS GMSSTD1 AND
      * LDRRPT1 ON IT, APPENDS THE FINAL STANDING.RPT AND LEADERS.RPT
      * TO THE ARCHIVE SEAARC.DAT (EACH LINE PREFIXED WITH THE SEASON
      * CODE AND S = STANDINGS / L = LEADERS) AND MARKS THE SEASON
      * CLOSED WITH TODAY AS CLOSING DATE. FROM THEN ON THE ENTRY AND
      * CORRECTION PROGRAMS REFUSE ITS DATES AND THE REPORTS ONLY SEE
      * IT THROUGH BATCHPRM <PROGRAM>/SEASON. OPEN THE NEXT SEASON WITH
      * SEAMNT1. LDRRPT1 ASKS FOR ITS WEEK UNLESS BATCHPRM LDRRPT1/
      * WEEK-FROM AND WEEK-TO ARE SET - SET THEM FOR AN UNATTENDED RUN
       PROGRAM-ID. SEACLS1.
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
           SELECT OPTIONAL STDRPT ASSIGN TO "STANDING.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STD-STATUS.
           SELECT OPTIONAL LDRRPT ASSIGN TO "LEADERS.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LDR-STATUS.
           SELECT OPTIONAL SEAARC ASSIGN TO "SEAARC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARC-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
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

       FD STDRPT.
       01 STD-LINE                             PIC X(100).

       FD LDRRPT.
       01 LDR-LINE                             PIC X(100).

       FD SEAARC.
       01 REG-SEAARC.
           03 ARC-TEMPORADA                    PIC X(06).
      * S = STANDING.RPT, L = LEADERS.RPT
           03 ARC-TIPO                         PIC X(01).
           03 ARC-LINEA                        PIC X(100).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SEA                               PIC XX.
       01 WS-STD-STATUS                        PIC XX.
       01 WS-LDR-STATUS                        PIC XX.
       01 WS-ARC-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-CNT-ARCHIVADAS                    PIC 9(05) VALUE ZERO.
       01 WS-HOY                               PIC 9(08).
       01 WS-CIERRE-SW                         PIC X(01) VALUE "N".
           88 WS-CIERRE-OK                     VALUE "S".

      * SEASON BEING CLOSED
       01 WS-SEA-REQ.
           03 WS-SEA-FUNCION                   PIC X(01).
           03 WS-SEA-PROGRAMA                  PIC X(08).
           03 WS-SEA-FECHA                     PIC 9(08).
           03 WS-SEA-CODIGO                    PIC X(06).
           03 WS-SEA-NOMBRE                    PIC X(30).
           03 WS-SEA-FEC-INI                   PIC 9(08).
           03 WS-SEA-FEC-FIN                   PIC 9(08).
           03 WS-SEA-ESTADO                    PIC X(01).
              88 WS-SEA-ABIERTA                VALUE "A".
           03 WS-SEA-RESULT                    PIC X(01).
              88 WS-SEA-OK                     VALUE "S".
              88 WS-SEA-SIN-MAESTRO            VALUE "V".

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
           PERFORM 1000-GET-SEASON.
           IF WS-SEA-SIN-MAESTRO
              DISPLAY "NO HAY SEASONS.DAT - NADA QUE CERRAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WS-SEA-OK
              DISPLAY "NO HAY TEMPORADA ABIERTA NI INDICADA EN "
                 "BATCHPRM SEACLS1/SEASON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WS-SEA-ABIERTA
              DISPLAY "LA TEMPORADA " WS-SEA-CODIGO
                 " NO ESTA ABIERTA - NO SE CIERRA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "CIERRE DE TEMPORADA: " WS-SEA-CODIGO " "
              WS-SEA-NOMBRE.
      * THE REPORTS CALLED BELOW ASK SEACHK1 FOR THEIR SEASON AND GET
      * THE ONE FIXED HERE, WHATEVER THEIR OWN BATCHPRM SAYS
           MOVE "F" TO WS-SEA-FUNCION.
           CALL "SEACHK1" USING WS-SEA-REQ.
           CALL "GMSSTD1".
           IF RETURN-CODE > 4
              DISPLAY "GMSSTD1 TERMINO CON ERROR - NO SE CIERRA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CALL "LDRRPT1".
           IF RETURN-CODE > 4
              DISPLAY "LDRRPT1 TERMINO CON ERROR - NO SE CIERRA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-ARCHIVE-REPORTS.
           PERFORM 3000-CLOSE-SEASON.
           IF NOT WS-CIERRE-OK
              DISPLAY "NO SE PUDO ACTUALIZAR SEASONS.DAT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "LINEAS ARCHIVADAS EN SEAARC.DAT: "
              WS-CNT-ARCHIVADAS.
           DISPLAY "TEMPORADA " WS-SEA-CODIGO " CERRADA EL " WS-HOY.
           PERFORM 9000-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-GET-SEASON.
           MOVE "A"        TO WS-SEA-FUNCION.
           MOVE "SEACLS1 " TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
      * ...............................................................
      * BOTH REPORTS JUST WRITTEN GO TO THE ARCHIVE BEHIND THE SEASONS
      * CLOSED BEFORE
       2000-ARCHIVE-REPORTS.
           OPEN EXTEND SEAARC.
           IF WS-ARC-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SEAARC.DAT - NO SE CIERRA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT STDRPT.
           IF WS-STD-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 2010-READ-STANDING
              PERFORM 2020-ARCHIVE-STANDING
                 UNTIL WS-EOF
           END-IF.
           CLOSE STDRPT.
           OPEN INPUT LDRRPT.
           IF WS-LDR-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 2030-READ-LEADERS
              PERFORM 2040-ARCHIVE-LEADERS
                 UNTIL WS-EOF
           END-IF.
           CLOSE LDRRPT.
           CLOSE SEAARC.
      * ...............................................................
       2010-READ-STANDING.
           READ STDRPT
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       2020-ARCHIVE-STANDING.
           MOVE WS-SEA-CODIGO TO ARC-TEMPORADA.
           MOVE "S"           TO ARC-TIPO.
           MOVE STD-LINE      TO ARC-LINEA.
           WRITE REG-SEAARC.
           ADD 1 TO WS-CNT-ARCHIVADAS.
           PERFORM 2010-READ-STANDING.
      * ...............................................................
       2030-READ-LEADERS.
           READ LDRRPT
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       2040-ARCHIVE-LEADERS.
           MOVE WS-SEA-CODIGO TO ARC-TEMPORADA.
           MOVE "L"           TO ARC-TIPO.
           MOVE LDR-LINE      TO ARC-LINEA.
           WRITE REG-SEAARC.
           ADD 1 TO WS-CNT-ARCHIVADAS.
           PERFORM 2030-READ-LEADERS.
      * ...............................................................
       3000-CLOSE-SEASON.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           OPEN I-O SEASONS.
           IF ST-SEA = "00"
              MOVE WS-SEA-CODIGO TO SEA-CODIGO
              READ SEASONS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "C"    TO SEA-ESTADO
                    MOVE WS-HOY TO SEA-FEC-CIERRE
                    REWRITE REG-SEASON
                    IF ST-SEA = "00"
                       MOVE "S" TO WS-CIERRE-SW
                    END-IF
              END-READ
              CLOSE SEASONS
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SEACLS1 " WS-RL-YEAR "-" WS-RL-MONTH "-" WS-RL-DAY
              " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=COMPLETE SEASON=" WS-SEA-CODIGO
              " ARCHIVED=" WS-CNT-ARCHIVADAS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM SEACLS1.
