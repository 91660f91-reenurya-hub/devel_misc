       IDENTIFICATION DIVISION.
       PROGRAM-ID. FFTIER1.
      * ===============================================================
      * FFTIER1 = FREQUENT-FLYER YEAR-END TIER PROCESSING. FOR THE
      * YEAR GIVEN (BATCHPRM FFTIER1/YEAR, ELSE PROMPTED - ENTER = LAST
      * YEAR) ADDS UP THE POINTS EACH MEMBER EARNED ON FLIGHTS OF THAT
      * YEAR FROM THE ACCRUAL LEDGER FFACR.DAT (FFACR1) AND SETS THE
      * TIER OF EVERY ACCOUNT OF FFMST.DAT AGAINST THE THRESHOLDS OF
      * THE PARAMETER FILE - BATCHPRM FFTIER1/BASE-PTS, SILVER-PTS AND
      * GOLD-PTS: GOLD AT OR OVER GOLD-PTS, SILVER AT OR OVER
      * SILVER-PTS, BASE AT OR OVER BASE-PTS, NO TIER BELOW. A MEMBER
      * MOVES UP OR DOWN TO WHATEVER THE YEAR EARNED.
      * AN ACCOUNT ALREADY EVALUATED FOR THE YEAR IS LEFT ALONE, SO A
      * RERUN CHANGES NOTHING. UPGRADES AND DOWNGRADES TO FFTIER.RPT
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOYALTY ACCOUNT MASTER, KEYED ON THE PASSENGER DOCUMENT
            SELECT OPTIONAL FFMST ASSIGN TO "FFMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FFM-DOC
             FILE STATUS IS WS-FFM-STATUS.
      * ACCRUAL LEDGER WRITTEN BY FFACR1
            SELECT OPTIONAL FFLEDGER ASSIGN TO "FFACR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFA-STATUS.
            SELECT TIERRPT ASSIGN TO "FFTIER.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
      * SHARED BATCH PARAMETER FILE AND RUN-LOG
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.
            SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FFMST.
       01 FFM-REC.
            05 FFM-DOC                  PIC X(20).
            05 FFM-NAME                 PIC X(40).
      * NIVEL: B = BASICO, S = PLATA, G = ORO, N = SIN NIVEL (NO
      * ALCANZO EL MINIMO DEL NIVEL BASICO EN LA ULTIMA EVALUACION)
            05 FFM-TIER                 PIC X(01).
      * SALDO DE PUNTOS ACUMULADOS
            05 FFM-PUNTOS               PIC 9(09).
            05 FFM-FEC-ALTA             PIC 9(08).
            05 FFM-FEC-ULT              PIC 9(08).
      * ULTIMA EVALUACION DE FIN DE ANO (FFTIER1): ANO, PUNTOS DEL
      * ANO Y NIVEL QUE TENIA ANTES DE ELLA
            05 FFM-ANIO-EVAL            PIC 9(04).
            05 FFM-PTS-EVAL             PIC 9(09).
            05 FFM-TIER-ANT             PIC X(01).
            05 FFM-FILLER               PIC X(20).

       FD FFLEDGER.
       01 FFA-REC.
            05 FFA-DOC                  PIC X(20).
            05 FFA-FLIGHT-CODE          PIC 9(5).
            05 FFA-FLIGHT-DATE          PIC 9(8).
            05 FFA-FARE                 PIC 9(7)V99.
            05 FFA-PUNTOS               PIC 9(7).
            05 FFA-FEC-PROCESO          PIC 9(8).

       FD TIERRPT.
       01  RPT-LINE                     PIC X(100).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD RUNLOG.
       01  RUNLOG-LINE                  PIC X(80).

        WORKING-STORAGE SECTION.
        01   WS-FFM-STATUS              PIC XX.
        01   WS-FFA-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".

        01   WS-PRM-STATUS              PIC XX.
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-RUNLOG-STATUS           PIC X(10) VALUE SPACES.

      * UMBRALES DE NIVEL EN PUNTOS GANADOS EN EL ANO
        01   WS-BASE-PTS                PIC 9(09) VALUE 1.
        01   WS-SILVER-PTS              PIC 9(09) VALUE 2000.
        01   WS-GOLD-PTS                PIC 9(09) VALUE 6000.
        01   WS-PTS-X                   PIC X(09).

        01   WS-HOY                     PIC 9(08).
        01   WS-HOY-R REDEFINES WS-HOY.
             05 WS-HOY-ANIO             PIC 9(04).
             05 FILLER                  PIC 9(04).
        01   WS-DOC-BUSCADO             PIC X(20).
        01   WS-ENT-ANIO                PIC X(04).
        01   WS-ANIO                    PIC 9(04).
        01   WS-PTS-ANIO                PIC 9(09).
        01   WS-TIER-NUEVO              PIC X(01).
        01   WS-TIER-RANK-ANT           PIC 9(01).
        01   WS-TIER-RANK-NUEVO         PIC 9(01).
        01   WS-TIER-CODE               PIC X(01).
        01   WS-TIER-RANK               PIC 9(01).
        01   WS-TIER-TXT                PIC X(10).

        01   WS-CNT-CUENTAS             PIC 9(06) VALUE ZERO.
        01   WS-CNT-SUBEN               PIC 9(06) VALUE ZERO.
        01   WS-CNT-BAJAN               PIC 9(06) VALUE ZERO.
        01   WS-CNT-IGUAL               PIC 9(06) VALUE ZERO.
        01   WS-CNT-YA-EVALUADAS        PIC 9(06) VALUE ZERO.

      * PUNTOS DEL ANO POR DOCUMENTO, SUMADOS DEL LIBRO
        01   WS-ACU-COUNT               PIC 9(05) VALUE ZERO.
        01   WS-ACU-IDX                 PIC 9(05).
        01   WS-ACU-HIT                 PIC 9(05).
        01   WS-ACU-FULL-SW             PIC X(01) VALUE "N".
             88 WS-ACU-FULL             VALUE "Y".
        01   WS-ACU-TABLA.
             03 WS-ACU-ENTRY OCCURS 10000 TIMES.
                05 WS-ACU-DOC           PIC X(20).
                05 WS-ACU-PTS           PIC 9(09).

        01   WS-LIN-CAMBIO.
             05 CMB-DOC                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CMB-NAME                PIC X(30).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CMB-PTS                 PIC ZZZ,ZZZ,ZZ9.
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 CMB-ANT                 PIC X(10).
             05 FILLER                  PIC X(04) VALUE " -> ".
             05 CMB-NUEVO               PIC X(10).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CMB-MOVIMIENTO          PIC X(05).

        01   WS-RUN-DATE.
             05 WS-RUN-YY               PIC 9(04).
             05 WS-RUN-MM               PIC 9(02).
             05 WS-RUN-DD               PIC 9(02).
        01   WS-RUN-TIME.
             05 WS-RUN-HH               PIC 99.
             05 WS-RUN-MN               PIC 99.
             05 WS-RUN-SS               PIC 99.
             05 WS-RUN-HS               PIC 99.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 0060-GET-THRESHOLDS.
           MOVE "YEAR        " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:4) TO WS-ENT-ANIO
           ELSE
              DISPLAY "ANO A EVALUAR AAAA (ENTER = ANO ANTERIOR): "
              ACCEPT WS-ENT-ANIO
           END-IF.
           IF WS-ENT-ANIO IS NUMERIC AND WS-ENT-ANIO NOT = ZERO
              MOVE WS-ENT-ANIO TO WS-ANIO
           ELSE
              COMPUTE WS-ANIO = WS-HOY-ANIO - 1
           END-IF.
           PERFORM 0056-ECHO-PARMS.
           IF WS-SILVER-PTS < WS-BASE-PTS
              OR WS-GOLD-PTS NOT > WS-SILVER-PTS
              DISPLAY "UMBRALES INCONSISTENTES: BASICO " WS-BASE-PTS
                 " PLATA " WS-SILVER-PTS " ORO " WS-GOLD-PTS
              MOVE "ABORTED" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-ADD-UP-LEDGER.
           IF WS-ACU-FULL
              DISPLAY "MAS DE 10000 SOCIOS CON PUNTOS EN EL ANO - "
                 "SE REQUIERE AMPLIAR LA TABLA"
              MOVE "ABORTED" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O FFMST.
           IF WS-FFM-STATUS NOT = "00"
              DISPLAY "FFMST.DAT NO DISPONIBLE - SIN CUENTAS A EVALUAR"
              IF WS-FFM-STATUS = "05" OR WS-FFM-STATUS = "35"
                 CLOSE FFMST
              END-IF
              MOVE "NOT FOUND" TO WS-RUNLOG-STATUS
              PERFORM 0900-WRITE-RUNLOG
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT TIERRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "VIAJERO FRECUENTE - EVALUACION DE NIVELES DEL ANO "
              WS-ANIO DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "UMBRALES: BASICO " WS-BASE-PTS
              "  PLATA " WS-SILVER-PTS "  ORO " WS-GOLD-PTS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0210-READ-NEXT-MEMBER.
           PERFORM 0200-EVALUATE-ONE-MEMBER
              UNTIL WS-EOF.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE FFMST TIERRPT.
           DISPLAY "EVALUACION " WS-ANIO " TERMINADA: SUBEN "
              WS-CNT-SUBEN " BAJAN " WS-CNT-BAJAN " - FFTIER.RPT".
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
        0055-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 0055-A-READ-NEXT-PARM
              PERFORM 0055-B-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

        0055-A-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.

        0055-B-MATCH-PARM.
           IF PRM-PROGRAM = "FFTIER1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

      * ECHO THE PARAMETERS THIS RUN WILL USE TO THE SHARED RUN-LOG
        0056-ECHO-PARMS.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "P-FFTIER1 YEAR=" WS-ANIO
              " BASE=" WS-BASE-PTS " SILVER=" WS-SILVER-PTS
              " GOLD=" WS-GOLD-PTS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

      * THE THREE TIER THRESHOLDS - A MISSING OR NON-NUMERIC ENTRY
      * KEEPS THE DEFAULT
        0060-GET-THRESHOLDS.
           MOVE "BASE-PTS    " TO WS-PRM-BUSCADA.
           PERFORM 0070-GET-POINTS.
           IF WS-PRM-FOUND
              MOVE WS-PTS-X TO WS-BASE-PTS
           END-IF.
           MOVE "SILVER-PTS  " TO WS-PRM-BUSCADA.
           PERFORM 0070-GET-POINTS.
           IF WS-PRM-FOUND
              MOVE WS-PTS-X TO WS-SILVER-PTS
           END-IF.
           MOVE "GOLD-PTS    " TO WS-PRM-BUSCADA.
           PERFORM 0070-GET-POINTS.
           IF WS-PRM-FOUND
              MOVE WS-PTS-X TO WS-GOLD-PTS
           END-IF.

      * PARAMETER VALUE LEFT-JUSTIFIED, RIGHT-ALIGNED INTO 9 DIGITS
        0070-GET-POINTS.
           PERFORM 0055-GET-PARAMETER.
           MOVE ZERO TO WS-PTS-X.
           IF WS-PRM-FOUND
              MOVE "N" TO WS-PRM-FOUND-SW
              PERFORM 0080-SHIFT-ONE
                 VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > 9
              IF WS-PTS-X IS NUMERIC
                 MOVE "Y" TO WS-PRM-FOUND-SW
              END-IF
           END-IF.

        0080-SHIFT-ONE.
           IF WS-PRM-VALOR (WS-ACU-IDX:1) NOT = SPACE
              MOVE WS-PTS-X (2:8) TO WS-PTS-X (1:8)
              MOVE WS-PRM-VALOR (WS-ACU-IDX:1) TO WS-PTS-X (9:1)
           END-IF.

      * POINTS EARNED PER DOCUMENT ON FLIGHTS DATED IN THE YEAR
        0100-ADD-UP-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFLEDGER.
           IF WS-FFA-STATUS NOT = "00"
              IF WS-FFA-STATUS = "05" OR WS-FFA-STATUS = "35"
                 CLOSE FFLEDGER
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-LEDGER
              PERFORM 0120-ADD-ONE-LEDGER
                 UNTIL WS-EOF OR WS-ACU-FULL
              CLOSE FFLEDGER
           END-IF.

        0110-READ-NEXT-LEDGER.
           READ FFLEDGER
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-ADD-ONE-LEDGER.
           IF FFA-FLIGHT-DATE (1:4) = WS-ANIO
              MOVE FFA-DOC TO WS-DOC-BUSCADO
              PERFORM 0130-FIND-DOC
              IF WS-ACU-HIT = ZERO
                 IF WS-ACU-COUNT >= 10000
                    MOVE "Y" TO WS-ACU-FULL-SW
                 ELSE
                    ADD 1 TO WS-ACU-COUNT
                    MOVE FFA-DOC TO WS-ACU-DOC (WS-ACU-COUNT)
                    MOVE FFA-PUNTOS TO WS-ACU-PTS (WS-ACU-COUNT)
                 END-IF
              ELSE
                 ADD FFA-PUNTOS TO WS-ACU-PTS (WS-ACU-HIT)
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-LEDGER.

        0130-FIND-DOC.
           MOVE ZERO TO WS-ACU-HIT.
           PERFORM 0140-MATCH-DOC
              VARYING WS-ACU-IDX FROM 1 BY 1
              UNTIL WS-ACU-IDX > WS-ACU-COUNT OR WS-ACU-HIT > ZERO.

        0140-MATCH-DOC.
           IF WS-ACU-DOC (WS-ACU-IDX) = WS-DOC-BUSCADO
              MOVE WS-ACU-IDX TO WS-ACU-HIT
           END-IF.

      * ONE ACCOUNT: THE YEAR'S POINTS DECIDE THE NEW TIER
        0200-EVALUATE-ONE-MEMBER.
           ADD 1 TO WS-CNT-CUENTAS.
           IF FFM-ANIO-EVAL IS NUMERIC AND FFM-ANIO-EVAL >= WS-ANIO
              ADD 1 TO WS-CNT-YA-EVALUADAS
           ELSE
              MOVE FFM-DOC TO WS-DOC-BUSCADO
              PERFORM 0130-FIND-DOC
              IF WS-ACU-HIT = ZERO
                 MOVE ZERO TO WS-PTS-ANIO
              ELSE
                 MOVE WS-ACU-PTS (WS-ACU-HIT) TO WS-PTS-ANIO
              END-IF
              EVALUATE TRUE
                 WHEN WS-PTS-ANIO >= WS-GOLD-PTS
                    MOVE "G" TO WS-TIER-NUEVO
                 WHEN WS-PTS-ANIO >= WS-SILVER-PTS
                    MOVE "S" TO WS-TIER-NUEVO
                 WHEN WS-PTS-ANIO >= WS-BASE-PTS
                    MOVE "B" TO WS-TIER-NUEVO
                 WHEN OTHER
                    MOVE "N" TO WS-TIER-NUEVO
              END-EVALUATE
              MOVE FFM-TIER TO WS-TIER-CODE
              PERFORM 0300-TIER-RANK
              MOVE WS-TIER-RANK TO WS-TIER-RANK-ANT
              MOVE WS-TIER-TXT TO CMB-ANT
              MOVE WS-TIER-NUEVO TO WS-TIER-CODE
              PERFORM 0300-TIER-RANK
              MOVE WS-TIER-RANK TO WS-TIER-RANK-NUEVO
              MOVE WS-TIER-TXT TO CMB-NUEVO
              MOVE FFM-TIER      TO FFM-TIER-ANT
              MOVE WS-TIER-NUEVO TO FFM-TIER
              MOVE WS-ANIO       TO FFM-ANIO-EVAL
              MOVE WS-PTS-ANIO   TO FFM-PTS-EVAL
              REWRITE FFM-REC
              EVALUATE TRUE
                 WHEN WS-TIER-RANK-NUEVO > WS-TIER-RANK-ANT
                    ADD 1 TO WS-CNT-SUBEN
                    MOVE "SUBE" TO CMB-MOVIMIENTO
                 WHEN WS-TIER-RANK-NUEVO < WS-TIER-RANK-ANT
                    ADD 1 TO WS-CNT-BAJAN
                    MOVE "BAJA" TO CMB-MOVIMIENTO
                 WHEN OTHER
                    ADD 1 TO WS-CNT-IGUAL
                    MOVE SPACES TO CMB-MOVIMIENTO
              END-EVALUATE
              IF CMB-MOVIMIENTO NOT = SPACES
                 MOVE FFM-DOC     TO CMB-DOC
                 MOVE FFM-NAME    TO CMB-NAME
                 MOVE WS-PTS-ANIO TO CMB-PTS
                 MOVE WS-LIN-CAMBIO TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
           PERFORM 0210-READ-NEXT-MEMBER.

        0210-READ-NEXT-MEMBER.
           READ FFMST NEXT RECORD
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

      * ORDER OF THE TIERS FOR UP/DOWN, AND THEIR PRINTED NAME
        0300-TIER-RANK.
           EVALUATE WS-TIER-CODE
              WHEN "G"
                 MOVE 3 TO WS-TIER-RANK
                 MOVE "ORO" TO WS-TIER-TXT
              WHEN "S"
                 MOVE 2 TO WS-TIER-RANK
                 MOVE "PLATA" TO WS-TIER-TXT
              WHEN "N"
                 MOVE 0 TO WS-TIER-RANK
                 MOVE "SIN NIVEL" TO WS-TIER-TXT
              WHEN OTHER
                 MOVE 1 TO WS-TIER-RANK
                 MOVE "BASICO" TO WS-TIER-TXT
           END-EVALUATE.

        0800-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CUENTAS LEIDAS         : " WS-CNT-CUENTAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SUBEN DE NIVEL         : " WS-CNT-SUBEN
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BAJAN DE NIVEL         : " WS-CNT-BAJAN
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MANTIENEN NIVEL        : " WS-CNT-IGUAL
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "YA EVALUADAS ESE ANO   : " WS-CNT-YA-EVALUADAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        0900-WRITE-RUNLOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "FFTIER1  " WS-RUN-YY "-" WS-RUN-MM "-" WS-RUN-DD
              " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
              " STATUS=" WS-RUNLOG-STATUS
              " UP=" WS-CNT-SUBEN
              " DOWN=" WS-CNT-BAJAN
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
          END PROGRAM FFTIER1.
