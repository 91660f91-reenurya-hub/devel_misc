      * ===============================================================
       IDENTIFICATION DIVISION.
      * ARCPRG1 = YEAR-END ARCHIVE AND PURGE OF THE TRANSACTIONAL
      * FILES. THE DETAIL, LEDGER AND AUDIT FILES ONLY EVER GROW AND
      * SEVERAL PROGRAMS LOAD THEM WHOLE INTO CAPPED TABLES, SO FOR
      * EACH FILE IN THE LIST BELOW THIS RUN MOVES THE RECORDS OLDER
      * THAN THE CUT-OFF (TODAY LESS THE RETENTION IN DAYS) TO THE
      * DATED ARCHIVE <NAME>.A<YYYY>, YYYY BEING THE YEAR OF THE
      * CUT-OFF, AND REWRITES THE LIVE FILE WITH THE REST. EVERY RUN
      * APPENDS A CONTROL TRAILER (*ARCPRG1* ...) TO THE ARCHIVE WITH
      * THE CUT-OFF AND THE THREE COUNTS. THE SPLIT GOES FIRST TO TWO
      * WORK FILES; ONLY WHEN ARCHIVED PLUS KEPT EQUALS THE ORIGINAL
      * (RECOUNTED FROM THE WORK FILES) ARE THE ARCHIVE AND THE LIVE
      * FILE TOUCHED. EACH FILE IS HELD UNDER ITS LOCKMGR1 LOCK WHILE
      * IT IS WORKED; A FILE IN USE IS SKIPPED AND REPORTED.
      * RETENTION: BATCHPRM ARCPRG1 / <FILE NAME> (DAYS, 5 DIGITS),
      * ELSE ARCPRG1 / DIAS, ELSE 365. ZERO DAYS LEAVES A FILE ALONE.
      * PSGDTL AND WAITLIST CARRY NO DATE OF THEIR OWN AND GO BY THE
      * DATE OF THEIR FLIGHT IN FLIGHTS.DAT; PLYSTAT.DAT IS KEYED AND
      * ITS OLD RECORDS ARE DELETED IN PLACE. BATCHPRM ARCPRG1 /
      * CONFIRMA = Y ANSWERS THE PROMPT FOR THE NIGHT CHAIN. THE
      * INQUIRY PROGRAMS READ THE ARCHIVES THROUGH THEIR INCLUDE
      * ARCHIVE OPTION. EMPAUDIT.DAT ALSO CARRIES THE EMPDLT1 MARK
      * (EMPDLTHW.DAT), A POSITION IN THE TRAIL: THE MARK IS MOVED
      * BACK BY THE RECORDS ARCHIVED AHEAD OF IT, AND IF ANY RECORD
      * PAST THE MARK (NOT YET DELIVERED) WOULD BE ARCHIVED THE FILE
      * IS LEFT ALONE AS DELTA PENDTE. RESULTS GO TO ARCPRG.RPT; RC 8
      * WHEN A FILE COULD NOT BE LOCKED OR FAILED ITS COUNT CHECK, OR
      * THE MARK COULD NOT BE READ OR MOVED
       PROGRAM-ID. ARCPRG1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LIVE FILE BEING WORKED AND ITS DATED ARCHIVE
           SELECT OPTIONAL LIVFILE ASSIGN TO DYNAMIC WS-LIV-NOMBRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-LIV-STATUS.
           SELECT OPTIONAL ARCFILE ASSIGN TO DYNAMIC WS-ARC-NOMBRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ARC-STATUS.
      * WORK FILES OF THE SPLIT - RECORDS KEPT AND RECORDS ARCHIVED
           SELECT KEEPTMP ASSIGN TO "ARCKEEP.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TMP-STATUS.
           SELECT OLDTMP ASSIGN TO "ARCOLD.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TMP-STATUS.
      * THE EMPDLT1 MARK INTO EMPAUDIT.DAT
           SELECT OPTIONAL EMPDLTHW ASSIGN TO "EMPDLTHW.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-HW-STATUS.
      * THE KEYED STATISTICS FILE - OLD LINES ARE DELETED IN PLACE
           SELECT OPTIONAL PLYSTAT ASSIGN TO "PLYSTAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ST-KEY
                  STATUS ST-FILE.
      * FLIGHT DATES FOR THE PASSENGER DETAIL AND THE WAITLIST
           SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FLT-STATUS.
           SELECT ARCRPT ASSIGN TO "ARCPRG.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * SHARED BATCH PARAMETER FILE - RETENTIONS AND CONFIRMATION
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
      * FAILURE ALERT FILE - AN ERROR IS APPENDED WHEN A FILE FAILS
           SELECT OPTIONAL ALERTS ASSIGN TO "ALERTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ALERT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD LIVFILE.
       01 LIV-LINE                             PIC X(2100).

       FD ARCFILE.
       01 ARC-LINE                             PIC X(2100).

       FD KEEPTMP.
       01 KEEP-LINE                            PIC X(2100).

       FD OLDTMP.
       01 OLD-LINE                             PIC X(2100).

       FD EMPDLTHW.
       01 HW-REC.
           03 HW-SEQ                           PIC 9(09).
           03 HW-FECHA                         PIC 9(08).
           03 HW-HORA                          PIC 9(06).
           03 HW-ACCION                        PIC X(03).
           03 HW-EMP-ID                        PIC X(20).
           03 HW-FEC-CORRIDA                   PIC 9(08).
           03 HW-HORA-CORRIDA                  PIC 9(06).

       FD PLYSTAT.
       01 REG-STAT.
           03 ST-KEY.
              05 ST-PLAY-ID                    PIC 9(20).
              05 ST-FECHA                      PIC 9(08).
           03 ST-PUNTOS                        PIC 9(3).
           03 ST-MINUTOS                       PIC 9(3).
           03 ST-FALTAS                        PIC 9(2).
           03 ST-TEMPORADA                     PIC X(6).
           03 FILLER                           PIC X(8).

       FD FFILE.
       01 FLIGHTDETAILS.
           03 FLIGHT-CODE                      PIC 9(5).
           03 FILLER                           PIC X(74).
           03 FLIGHT-DATE                      PIC 9(8).
           03 FILLER                           PIC X(14).

       FD ARCRPT.
       01 RPT-LINE                             PIC X(100).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD ALERTS.
       01 ALR-REC.
           03 ALR-ACK                          PIC X(1).
           03 ALR-ACK-INIT                     PIC X(3).
           03 ALR-PROGRAM                      PIC X(8).
           03 ALR-FECHA                        PIC 9(8).
           03 ALR-HORA                         PIC 9(6).
           03 ALR-SEVERITY                     PIC X(1).
           03 ALR-REASON                       PIC X(30).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-LIV-STATUS                       PIC XX.
       01  WS-ARC-STATUS                       PIC XX.
       01  WS-TMP-STATUS                       PIC XX.
       01  ST-FILE                             PIC XX.
       01  WS-FLT-STATUS                       PIC XX.
       01  WS-RPT-STATUS                       PIC XX.
       01  WS-PRM-STATUS                       PIC XX.
       01  WS-ALERT-STATUS                     PIC XX.
       01  WS-HW-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                       PIC X(01).
           88 WS-PRM-EOF                       VALUE 'Y'.
       01  WS-PRM-FOUND-SW                     PIC X(01).
           88 WS-PRM-FOUND                     VALUE 'Y'.
       01  WS-PRM-BUSCADA                      PIC X(12).
       01  WS-PRM-VALOR                        PIC X(20).
       01  WS-CONFIRM                          PIC X(01).
           88 WS-CONFIRM-YES                   VALUE 'Y' 'y'.
       01  WS-EOF-SW                           PIC X(01).
           88 WS-EOF                           VALUE 'Y'.
       01  WS-VIEJO-SW                         PIC X(01).
           88 WS-VIEJO                         VALUE 'Y'.
       01  WS-FALLA-SW                         PIC X(01) VALUE 'N'.
           88 WS-FALLA                         VALUE 'Y'.

      * THE FILES WORKED, IN ORDER: NAME, HOW THE RECORD DATE IS
      * FOUND (F = YYYYMMDD, C = CALCLOG YY/MM/DD, V = FLIGHT CODE
      * LOOKED UP IN FLIGHTS.DAT), ITS POSITION IN THE RECORD AND THE
      * ORGANIZATION (S = LINE SEQUENTIAL, I = KEYED)
       01  WS-ARC-LISTA.
           03 FILLER PIC X(18) VALUE "PSGDTL.DAT  V0001S".
           03 FILLER PIC X(18) VALUE "WAITLIST.DATV0001S".
           03 FILLER PIC X(18) VALUE "GAMES.DAT   F0001S".
           03 FILLER PIC X(18) VALUE "PLYSTAT.DAT F0021I".
           03 FILLER PIC X(18) VALUE "VFSTKLG.DAT F0001S".
           03 FILLER PIC X(18) VALUE "SLSADJT.DAT F0001S".
           03 FILLER PIC X(18) VALUE "TRANSFER.DATF0061S".
           03 FILLER PIC X(18) VALUE "CALCLOG.DAT C0001S".
           03 FILLER PIC X(18) VALUE "EMPAUDIT.DATF0004S".
           03 FILLER PIC X(18) VALUE "CLIAUDIT.DATF0004S".
           03 FILLER PIC X(18) VALUE "GAMAUD.DAT  F0001S".
           03 FILLER PIC X(18) VALUE "PSGMOVE.DAT F0001S".
           03 FILLER PIC X(18) VALUE "USRAUDIT.DATF0001S".
           03 FILLER PIC X(18) VALUE "SESLOG.DAT  F0001S".
           03 FILLER PIC X(18) VALUE "SLSPLOG.DAT F0001S".
       01  WS-ARC-TABLA REDEFINES WS-ARC-LISTA.
           03 WS-ARC-ENTRY OCCURS 15 TIMES.
              05 WS-ARC-ARCHIVO                PIC X(12).
              05 WS-ARC-FORMA                  PIC X(01).
              05 WS-ARC-POS                    PIC 9(04).
              05 WS-ARC-ORG                    PIC X(01).
       01  WS-ARC-MAX                          PIC 9(02) VALUE 15.
       01  WS-ARC-IDX                          PIC 9(02).

      * FLIGHT DATES LOADED ONCE FROM FLIGHTS.DAT
       01  WS-FLT-TABLE.
           03 WS-FLT-ENTRY OCCURS 2000 TIMES.
              05 WS-FLT-CODE                   PIC 9(05).
              05 WS-FLT-FECHA                  PIC 9(08).
       01  WS-FLT-COUNT                        PIC 9(04) VALUE ZERO.
       01  WS-FLT-MAX                          PIC 9(04) VALUE 2000.
       01  WS-FLT-IDX                          PIC 9(04).
       01  WS-FLT-BUSCADO                      PIC 9(05).

       01  WS-LIV-NOMBRE                       PIC X(20).
       01  WS-ARC-NOMBRE                       PIC X(20).
       01  WS-ARC-BASE                         PIC X(12).
       01  WS-FORMA                            PIC X(01).
       01  WS-POS                              PIC 9(04).
       01  WS-RETENCION                        PIC 9(05).
       01  WS-RET-DEFECTO                      PIC 9(05) VALUE 365.
       01  WS-HOY                              PIC 9(08).
       01  WS-CORTE                            PIC 9(08).
       01  WS-CORTE-R REDEFINES WS-CORTE.
           03 WS-CORTE-ANIO                    PIC 9(04).
           03 FILLER                           PIC 9(04).
       01  WS-INT-CORTE                        PIC S9(09) COMP.
       01  WS-REG-FECHA-X                      PIC X(08).
       01  WS-REG-FECHA REDEFINES WS-REG-FECHA-X
                                               PIC 9(08).
       01  WS-ESTADO                           PIC X(13).

       01  WS-CNT-ORIGINAL                     PIC 9(07).
       01  WS-CNT-ARCHIVADOS                   PIC 9(07).
       01  WS-CNT-CONSERVADOS                  PIC 9(07).
       01  WS-CNT-VER-ARCH                     PIC 9(07).
       01  WS-CNT-VER-CONS                     PIC 9(07).
       01  WS-CNT-BORRADOS                     PIC 9(07).
       01  WS-TOT-ARCHIVADOS                   PIC 9(07) VALUE ZERO.
       01  WS-TOT-FALLAS                       PIC 9(03) VALUE ZERO.

      * THE EMPDLT1 MARK AS READ BEFORE THE SPLIT OF EMPAUDIT.DAT AND
      * THE OLD RECORDS FOUND PAST IT
       01  WS-MARCA-SW                         PIC X(01).
           88 WS-HAY-MARCA                     VALUE 'Y'.
       01  WS-MARCA-REC                        PIC X(60).
       01  WS-MARCA-SEQ                        PIC 9(09).
       01  WS-CNT-PENDIENTES                   PIC 9(07).

      * SOLICITUD AL REGISTRO DE BLOQUEOS LOCKMGR1 - CADA ARCHIVO
      * QUEDA TOMADO MIENTRAS SE PARTE Y SE REESCRIBE
       01  WS-LOCK-REQ.
           03 WS-LCK-ACCION                    PIC X(01).
           03 WS-LCK-ARCHIVO                   PIC X(12).
           03 WS-LCK-PROGRAMA                  PIC X(08).
           03 WS-LCK-RESULT                    PIC X(01).

       01  WS-RUNLOG-STATUS                    PIC X(08) VALUE SPACES.
       01  WS-RUNLOG-DATE.
           03 WS-RL-YEAR                       PIC 9(4).
           03 WS-RL-MONTH                      PIC 99.
           03 WS-RL-DAY                        PIC 99.
       01  WS-RUNLOG-TIME.
           03 WS-RL-HH                         PIC 99.
           03 WS-RL-MN                         PIC 99.
           03 WS-RL-SS                         PIC 99.
           03 WS-RL-HS                         PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "CONFIRMA    " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:1) TO WS-CONFIRM
           ELSE
              DISPLAY "ARCHIVAR Y DEPURAR LOS ARCHIVOS DE MOVIMIENTOS?"
                 " (Y/N): "
              ACCEPT WS-CONFIRM
           END-IF.
           IF NOT WS-CONFIRM-YES
              DISPLAY "ARCHIVO DE FIN DE ANO CANCELADO"
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "DIAS        " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:5) IS NUMERIC
              MOVE WS-PRM-VALOR (1:5) TO WS-RET-DEFECTO
           END-IF.
           PERFORM 1000-LOAD-FLIGHTS.
           OPEN OUTPUT ARCRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "ARCHIVO Y DEPURACION DE FIN DE ANO - CORRIDA DEL "
              WS-HOY DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ARCHIVO       DIAS  CORTE    ORIGINAL ARCHIVADOS "
              "CONSERVADOS DESTINO        ESTADO"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-ARC-IDX.
           PERFORM 2000-PROCESS-ONE-FILE
              UNTIL WS-ARC-IDX > WS-ARC-MAX.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL ARCHIVADOS: " WS-TOT-ARCHIVADOS
              "  ARCHIVOS CON FALLA: " WS-TOT-FALLAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE ARCRPT.
           IF WS-FALLA
              MOVE "FAILED  " TO WS-RUNLOG-STATUS
              PERFORM 8000-WRITE-ALERT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "OK      " TO WS-RUNLOG-STATUS
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 9000-WRITE-RUNLOG.
           DISPLAY "ARCHIVO DE FIN DE ANO - ARCHIVADOS: "
              WS-TOT-ARCHIVADOS " FALLAS: " WS-TOT-FALLAS.
           GOBACK.
      * ...............................................................
      * CODE AND DATE OF EVERY FLIGHT, FOR THE FILES THAT CARRY ONLY
      * THE FLIGHT CODE
       1000-LOAD-FLIGHTS.
           OPEN INPUT FFILE.
           IF WS-FLT-STATUS NOT = "00"
              IF WS-FLT-STATUS = "05" OR WS-FLT-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-FLIGHT
              PERFORM 1020-STORE-FLIGHT
                 UNTIL WS-EOF
              CLOSE FFILE
           END-IF.
      * ...............................................................
       1010-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       1020-STORE-FLIGHT.
           IF WS-FLT-COUNT < WS-FLT-MAX
              ADD 1 TO WS-FLT-COUNT
              MOVE FLIGHT-CODE TO WS-FLT-CODE (WS-FLT-COUNT)
              MOVE FLIGHT-DATE TO WS-FLT-FECHA (WS-FLT-COUNT)
           END-IF.
           PERFORM 1010-READ-NEXT-FLIGHT.
      * ...............................................................
      * ONE FILE OF THE LIST: RETENTION, CUT-OFF, LOCK, SPLIT
       2000-PROCESS-ONE-FILE.
           MOVE WS-ARC-ARCHIVO (WS-ARC-IDX) TO WS-LIV-NOMBRE.
           MOVE WS-ARC-FORMA (WS-ARC-IDX) TO WS-FORMA.
           MOVE WS-ARC-POS (WS-ARC-IDX) TO WS-POS.
           MOVE ZERO TO WS-CNT-ORIGINAL WS-CNT-ARCHIVADOS
                        WS-CNT-CONSERVADOS WS-CORTE.
           MOVE SPACES TO WS-ARC-NOMBRE.
           PERFORM 2100-GET-RETENTION.
           IF WS-RETENCION = ZERO
              MOVE "SIN RETENCION" TO WS-ESTADO
           ELSE
              COMPUTE WS-INT-CORTE = FUNCTION INTEGER-OF-DATE(WS-HOY)
                 - WS-RETENCION
              COMPUTE WS-CORTE = FUNCTION DATE-OF-INTEGER(WS-INT-CORTE)
              MOVE SPACES TO WS-ARC-BASE
              UNSTRING WS-LIV-NOMBRE DELIMITED BY "."
                 INTO WS-ARC-BASE
              STRING WS-ARC-BASE DELIMITED BY SPACE
                 ".A" WS-CORTE-ANIO DELIMITED BY SIZE
                 INTO WS-ARC-NOMBRE
              MOVE "A" TO WS-LCK-ACCION
              MOVE WS-LIV-NOMBRE TO WS-LCK-ARCHIVO
              MOVE "ARCPRG1 " TO WS-LCK-PROGRAMA
              CALL "LOCKMGR1" USING WS-LOCK-REQ
              IF WS-LCK-RESULT NOT = "Y"
                 MOVE "EN USO" TO WS-ESTADO
                 PERFORM 2900-MARK-FAILURE
              ELSE
                 IF WS-ARC-ORG (WS-ARC-IDX) = "I"
                    PERFORM 5000-SPLIT-KEYED
                 ELSE
                    PERFORM 3000-SPLIT-SEQUENTIAL
                 END-IF
                 MOVE "L" TO WS-LCK-ACCION
                 CALL "LOCKMGR1" USING WS-LOCK-REQ
              END-IF
           END-IF.
           PERFORM 2200-WRITE-FILE-LINE.
           ADD 1 TO WS-ARC-IDX.
      * ...............................................................
      * THE FILE'S OWN RETENTION WINS OVER THE GENERAL ONE
       2100-GET-RETENTION.
           MOVE WS-RET-DEFECTO TO WS-RETENCION.
           MOVE WS-LIV-NOMBRE TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:5) IS NUMERIC
              MOVE WS-PRM-VALOR (1:5) TO WS-RETENCION
           END-IF.
      * ...............................................................
       2200-WRITE-FILE-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-LIV-NOMBRE (1:12) " " WS-RETENCION " "
              WS-CORTE " " WS-CNT-ORIGINAL " " WS-CNT-ARCHIVADOS
              "    " WS-CNT-CONSERVADOS " " WS-ARC-NOMBRE (1:14)
              " " WS-ESTADO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-CNT-ARCHIVADOS TO WS-TOT-ARCHIVADOS.
      * ...............................................................
       2900-MARK-FAILURE.
           MOVE 'Y' TO WS-FALLA-SW.
           ADD 1 TO WS-TOT-FALLAS.
           DISPLAY WS-LIV-NOMBRE " - " WS-ESTADO.
      * ...............................................................
      * LINE SEQUENTIAL FILE: SPLIT TO THE WORK FILES, RECOUNT, THEN
      * APPEND THE OLD PART TO THE ARCHIVE AND REWRITE THE LIVE FILE
       3000-SPLIT-SEQUENTIAL.
           MOVE 'N' TO WS-MARCA-SW.
           MOVE ZERO TO WS-MARCA-SEQ WS-CNT-PENDIENTES.
           MOVE SPACES TO WS-ESTADO.
           IF WS-LIV-NOMBRE = "EMPAUDIT.DAT"
              PERFORM 3050-READ-DELTA-MARK
           END-IF.
           IF WS-ESTADO = "ERROR MARCA"
              PERFORM 2900-MARK-FAILURE
           ELSE
              PERFORM 3001-SPLIT-LIVE
           END-IF.
      * ...............................................................
       3001-SPLIT-LIVE.
           OPEN INPUT LIVFILE.
           IF WS-LIV-STATUS NOT = "00"
              MOVE "NO EXISTE" TO WS-ESTADO
              IF WS-LIV-STATUS = "05" OR WS-LIV-STATUS = "35"
                 CLOSE LIVFILE
              END-IF
           ELSE
              OPEN OUTPUT KEEPTMP OLDTMP
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3010-READ-NEXT-LIVE
              PERFORM 3020-SPLIT-ONE-RECORD
                 UNTIL WS-EOF
              CLOSE LIVFILE KEEPTMP OLDTMP
              PERFORM 3300-RECOUNT-WORK-FILES
              IF WS-CNT-VER-ARCH NOT = WS-CNT-ARCHIVADOS
                 OR WS-CNT-VER-CONS NOT = WS-CNT-CONSERVADOS
                 OR WS-CNT-ORIGINAL NOT =
                    WS-CNT-ARCHIVADOS + WS-CNT-CONSERVADOS
                 MOVE "DESCUADRE" TO WS-ESTADO
                 MOVE ZERO TO WS-CNT-ARCHIVADOS
                 PERFORM 2900-MARK-FAILURE
              ELSE
                 IF WS-CNT-ARCHIVADOS = ZERO
                    MOVE "SIN CAMBIOS" TO WS-ESTADO
                 ELSE
                 IF WS-CNT-PENDIENTES > ZERO
                    MOVE "DELTA PENDTE" TO WS-ESTADO
                    MOVE ZERO TO WS-CNT-ARCHIVADOS
                    PERFORM 2900-MARK-FAILURE
                 ELSE
                    PERFORM 3400-APPEND-ARCHIVE
                    IF WS-ESTADO NOT = "ERROR ARCH"
                       PERFORM 3500-REWRITE-LIVE
                       IF WS-HAY-MARCA
                          PERFORM 3600-SHIFT-DELTA-MARK
                       END-IF
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       3010-READ-NEXT-LIVE.
           READ LIVFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       3020-SPLIT-ONE-RECORD.
           ADD 1 TO WS-CNT-ORIGINAL.
           PERFORM 3100-CLASSIFY-RECORD.
           IF WS-VIEJO
              MOVE LIV-LINE TO OLD-LINE
              WRITE OLD-LINE
              ADD 1 TO WS-CNT-ARCHIVADOS
              IF WS-HAY-MARCA AND WS-CNT-ORIGINAL > WS-MARCA-SEQ
                 ADD 1 TO WS-CNT-PENDIENTES
              END-IF
           ELSE
              MOVE LIV-LINE TO KEEP-LINE
              WRITE KEEP-LINE
              ADD 1 TO WS-CNT-CONSERVADOS
           END-IF.
           PERFORM 3010-READ-NEXT-LIVE.
      * ...............................................................
      * THE EMPDLT1 MARK BEFORE THE SPLIT - NO MARK YET (NO FILE OR
      * AN EMPTY ONE) MEANS THERE IS NOTHING TO MOVE
       3050-READ-DELTA-MARK.
           OPEN INPUT EMPDLTHW.
           IF WS-HW-STATUS = "00"
              READ EMPDLTHW
                 AT END CONTINUE
                 NOT AT END
                    IF HW-SEQ IS NUMERIC
                       MOVE 'Y' TO WS-MARCA-SW
                       MOVE HW-REC TO WS-MARCA-REC
                       MOVE HW-SEQ TO WS-MARCA-SEQ
                    END-IF
              END-READ
              IF WS-HW-STATUS NOT = "00" AND WS-HW-STATUS NOT = "10"
                 MOVE "ERROR MARCA" TO WS-ESTADO
              END-IF
              CLOSE EMPDLTHW
           ELSE
              IF WS-HW-STATUS = "05" OR WS-HW-STATUS = "35"
                 CLOSE EMPDLTHW
              ELSE
                 MOVE "ERROR MARCA" TO WS-ESTADO
              END-IF
           END-IF.
      * ...............................................................
      * THE RECORD DATE AS THE FILE CARRIES IT; A RECORD WHOSE DATE
      * CANNOT BE TOLD (BLANK, OR A FLIGHT NO LONGER ON FILE) IS KEPT
       3100-CLASSIFY-RECORD.
           MOVE 'N' TO WS-VIEJO-SW.
           MOVE SPACES TO WS-REG-FECHA-X.
           EVALUATE WS-FORMA
              WHEN "C"
                 STRING "20" LIV-LINE (WS-POS:2)
                    LIV-LINE (WS-POS + 3:2) LIV-LINE (WS-POS + 6:2)
                    DELIMITED BY SIZE INTO WS-REG-FECHA-X
              WHEN "V"
                 IF LIV-LINE (WS-POS:5) IS NUMERIC
                    MOVE LIV-LINE (WS-POS:5) TO WS-FLT-BUSCADO
                    PERFORM 3110-FIND-FLIGHT-DATE
                 END-IF
              WHEN OTHER
                 MOVE LIV-LINE (WS-POS:8) TO WS-REG-FECHA-X
           END-EVALUATE.
           IF WS-REG-FECHA-X IS NUMERIC
              IF WS-REG-FECHA > ZERO AND WS-REG-FECHA < WS-CORTE
                 MOVE 'Y' TO WS-VIEJO-SW
              END-IF
           END-IF.
      * ...............................................................
       3110-FIND-FLIGHT-DATE.
           MOVE 1 TO WS-FLT-IDX.
           PERFORM 3120-TRY-FLIGHT
              UNTIL WS-FLT-IDX > WS-FLT-COUNT.
      * ...............................................................
       3120-TRY-FLIGHT.
           IF WS-FLT-CODE (WS-FLT-IDX) = WS-FLT-BUSCADO
              MOVE WS-FLT-FECHA (WS-FLT-IDX) TO WS-REG-FECHA
              MOVE WS-FLT-COUNT TO WS-FLT-IDX
           END-IF.
           ADD 1 TO WS-FLT-IDX.
      * ...............................................................
      * READ BOTH WORK FILES BACK - THE COUNTS MUST HOLD ON DISK
       3300-RECOUNT-WORK-FILES.
           MOVE ZERO TO WS-CNT-VER-ARCH WS-CNT-VER-CONS.
           OPEN INPUT OLDTMP.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3310-COUNT-OLD
              UNTIL WS-EOF.
           CLOSE OLDTMP.
           OPEN INPUT KEEPTMP.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3320-COUNT-KEPT
              UNTIL WS-EOF.
           CLOSE KEEPTMP.
      * ...............................................................
       3310-COUNT-OLD.
           READ OLDTMP
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END ADD 1 TO WS-CNT-VER-ARCH
           END-READ.
      * ...............................................................
       3320-COUNT-KEPT.
           READ KEEPTMP
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END ADD 1 TO WS-CNT-VER-CONS
           END-READ.
      * ...............................................................
      * THE OLD RECORDS GO AT THE END OF THE YEAR'S ARCHIVE, FOLLOWED
      * BY THE CONTROL TRAILER OF THIS RUN
       3400-APPEND-ARCHIVE.
           OPEN EXTEND ARCFILE.
           IF WS-ARC-STATUS > "07"
              MOVE "ERROR ARCH" TO WS-ESTADO
              MOVE ZERO TO WS-CNT-ARCHIVADOS
              PERFORM 2900-MARK-FAILURE
           ELSE
              OPEN INPUT OLDTMP
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3410-COPY-OLD-RECORD
                 UNTIL WS-EOF
              CLOSE OLDTMP
              MOVE SPACES TO ARC-LINE
              STRING "*ARCPRG1* " WS-LIV-NOMBRE (1:12)
                 " CORTE=" WS-CORTE " FECHA=" WS-HOY
                 " ORIGINAL=" WS-CNT-ORIGINAL
                 " ARCHIVADOS=" WS-CNT-ARCHIVADOS
                 " CONSERVADOS=" WS-CNT-CONSERVADOS
                 DELIMITED BY SIZE INTO ARC-LINE
              WRITE ARC-LINE
              CLOSE ARCFILE
              MOVE "ARCHIVADO" TO WS-ESTADO
           END-IF.
      * ...............................................................
       3410-COPY-OLD-RECORD.
           READ OLDTMP
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 MOVE OLD-LINE TO ARC-LINE
                 WRITE ARC-LINE
           END-READ.
      * ...............................................................
      * THE LIVE FILE IS REBUILT FROM THE KEPT RECORDS AND COUNTED
      * ONCE MORE
       3500-REWRITE-LIVE.
           OPEN OUTPUT LIVFILE.
           OPEN INPUT KEEPTMP.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3510-COPY-KEPT-RECORD
              UNTIL WS-EOF.
           CLOSE KEEPTMP LIVFILE.
           MOVE ZERO TO WS-CNT-VER-CONS.
           OPEN INPUT LIVFILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3520-COUNT-LIVE
              UNTIL WS-EOF.
           CLOSE LIVFILE.
           IF WS-CNT-VER-CONS NOT = WS-CNT-CONSERVADOS
              MOVE "DESCUADRE" TO WS-ESTADO
              PERFORM 2900-MARK-FAILURE
           END-IF.
      * ...............................................................
       3510-COPY-KEPT-RECORD.
           READ KEEPTMP
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 MOVE KEEP-LINE TO LIV-LINE
                 WRITE LIV-LINE
           END-READ.
      * ...............................................................
       3520-COUNT-LIVE.
           READ LIVFILE
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END ADD 1 TO WS-CNT-VER-CONS
           END-READ.
      * ...............................................................
      * EVERY ARCHIVED RECORD LAY AT OR AHEAD OF THE MARK, SO THE
      * MARKED RECORD NOW SITS THAT MANY POSITIONS EARLIER
       3600-SHIFT-DELTA-MARK.
           MOVE WS-MARCA-REC TO HW-REC.
           SUBTRACT WS-CNT-ARCHIVADOS FROM WS-MARCA-SEQ.
           MOVE WS-MARCA-SEQ TO HW-SEQ.
           OPEN OUTPUT EMPDLTHW.
           IF WS-HW-STATUS = "00"
              WRITE HW-REC
              IF WS-HW-STATUS NOT = "00"
                 MOVE "ERROR MARCA" TO WS-ESTADO
              END-IF
              CLOSE EMPDLTHW
           ELSE
              MOVE "ERROR MARCA" TO WS-ESTADO
           END-IF.
           IF WS-ESTADO = "ERROR MARCA"
              PERFORM 2900-MARK-FAILURE
              DISPLAY "EMPDLTHW.DAT DEBE QUEDAR EN LA POSICION "
                 WS-MARCA-SEQ " - STATUS " WS-HW-STATUS
           END-IF.
      * ...............................................................
      * KEYED STATISTICS FILE: FIRST PASS COPIES THE OLD LINES TO THE
      * WORK FILE AND COUNTS; ONLY WHEN THE COUNTS HOLD AND THE
      * ARCHIVE IS WRITTEN DOES THE SECOND PASS DELETE THEM
       5000-SPLIT-KEYED.
           OPEN INPUT PLYSTAT.
           IF ST-FILE NOT = "00"
              MOVE "NO EXISTE" TO WS-ESTADO
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE PLYSTAT
              END-IF
           ELSE
              OPEN OUTPUT KEEPTMP OLDTMP
              MOVE 'N' TO WS-EOF-SW
              PERFORM 5010-READ-NEXT-STAT
              PERFORM 5020-SPLIT-ONE-STAT
                 UNTIL WS-EOF
              CLOSE PLYSTAT KEEPTMP OLDTMP
              PERFORM 3300-RECOUNT-WORK-FILES
              IF WS-CNT-VER-ARCH NOT = WS-CNT-ARCHIVADOS
                 OR WS-CNT-VER-CONS NOT = WS-CNT-CONSERVADOS
                 OR WS-CNT-ORIGINAL NOT =
                    WS-CNT-ARCHIVADOS + WS-CNT-CONSERVADOS
                 MOVE "DESCUADRE" TO WS-ESTADO
                 MOVE ZERO TO WS-CNT-ARCHIVADOS
                 PERFORM 2900-MARK-FAILURE
              ELSE
                 IF WS-CNT-ARCHIVADOS = ZERO
                    MOVE "SIN CAMBIOS" TO WS-ESTADO
                 ELSE
                    PERFORM 3400-APPEND-ARCHIVE
                    IF WS-ESTADO NOT = "ERROR ARCH"
                       PERFORM 5100-DELETE-OLD-STATS
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       5010-READ-NEXT-STAT.
           READ PLYSTAT NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       5020-SPLIT-ONE-STAT.
           ADD 1 TO WS-CNT-ORIGINAL.
           IF ST-FECHA > ZERO AND ST-FECHA < WS-CORTE
              MOVE REG-STAT TO OLD-LINE
              WRITE OLD-LINE
              ADD 1 TO WS-CNT-ARCHIVADOS
           ELSE
              MOVE REG-STAT TO KEEP-LINE
              WRITE KEEP-LINE
              ADD 1 TO WS-CNT-CONSERVADOS
           END-IF.
           PERFORM 5010-READ-NEXT-STAT.
      * ...............................................................
       5100-DELETE-OLD-STATS.
           MOVE ZERO TO WS-CNT-BORRADOS WS-CNT-VER-CONS.
           OPEN I-O PLYSTAT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5010-READ-NEXT-STAT.
           PERFORM 5110-DELETE-ONE-STAT
              UNTIL WS-EOF.
           CLOSE PLYSTAT.
           IF WS-CNT-BORRADOS NOT = WS-CNT-ARCHIVADOS
              OR WS-CNT-VER-CONS NOT = WS-CNT-CONSERVADOS
              MOVE "DESCUADRE" TO WS-ESTADO
              PERFORM 2900-MARK-FAILURE
           END-IF.
      * ...............................................................
       5110-DELETE-ONE-STAT.
           IF ST-FECHA > ZERO AND ST-FECHA < WS-CORTE
              DELETE PLYSTAT RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-CNT-BORRADOS
              END-DELETE
           ELSE
              ADD 1 TO WS-CNT-VER-CONS
           END-IF.
           PERFORM 5010-READ-NEXT-STAT.
      * ...............................................................
       8000-WRITE-ALERT.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "ARCPRG1 " TO ALR-PROGRAM
              MOVE WS-RUNLOG-DATE TO ALR-FECHA
              MOVE WS-RUNLOG-TIME (1:6) TO ALR-HORA
              MOVE 'E' TO ALR-SEVERITY
              MOVE "YEAR-END ARCHIVE INCOMPLETE" TO ALR-REASON
              WRITE ALR-REC
              CLOSE ALERTS
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "ARCPRG1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
              WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=" WS-RUNLOG-STATUS
              " ARCHIVED=" WS-TOT-ARCHIVADOS
              " FAILED=" WS-TOT-FALLAS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ...............................................................
      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       9100-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 9110-READ-NEXT-PARM
              PERFORM 9120-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       9110-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       9120-MATCH-PARM.
           IF PRM-PROGRAM = "ARCPRG1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 9110-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM ARCPRG1.
