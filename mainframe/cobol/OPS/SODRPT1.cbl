      * ===============================================================
       IDENTIFICATION DIVISION.
      * SODRPT1 = SEGREGATION-OF-DUTIES REPORT OVER THE AUDIT TRAILS.
      * EVERY AUDIT FILE NOW CARRIES THE SIGNED-ON USER, SO THIS RUN
      * LOOKS FOR ONE PERSON ON BOTH SIDES OF A CONTROL:
      *   1 - A LARGE SALES ADJUSTMENT APPROVED IN SLSAPR1 BY THE SAME
      *       USER WHO REQUESTED IT IN SLSADJ1 (SLSADJT.DAT)
      *   2 - A SALES PERIOD REOPENED BY THE SAME USER WHO CLOSED IT
      *       (SLSPLOG.DAT)
      *   3 - A USER ACCOUNT CREATED, RESET OR UNLOCKED IN USRMNT1 AND
      *       THEN USED - BY THE MAINTAINER ON THEIR OWN ACCOUNT, OR BY
      *       A SIGN-ON TO THE ACCOUNT WITHIN SODRPT1/MINUTOS OF THE
      *       CHANGE (USRAUDIT.DAT AGAINST SESLOG.DAT, DEFAULT 60)
      *   4 - A COMPANY CREATED OR CHANGED AND THEN MERGED BY THE SAME
      *       USER WITHIN SODRPT1/DIAS DAYS (EMPAUDIT.DAT, DEFAULT 30)
      * LINES WRITTEN BEFORE THE USER FIELD EXISTED CARRY IT BLANK AND
      * ARE SKIPPED. FINDINGS GO TO SODUTY.RPT, ONE SECTION PER CHECK;
      * ANY FINDING LEAVES A WARNING ALERT AND RETURN-CODE 4
       PROGRAM-ID. SODRPT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSADJT ASSIGN TO "SLSADJT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ADJ-STATUS.
           SELECT OPTIONAL SLSPLOG ASSIGN TO "SLSPLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-LOG-STATUS.
           SELECT OPTIONAL USRAUDIT ASSIGN TO "USRAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-UAU-STATUS.
           SELECT OPTIONAL SESLOG ASSIGN TO "SESLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-SES-STATUS.
           SELECT OPTIONAL EMPAUDIT ASSIGN TO "EMPAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-AUD-STATUS.
           SELECT SODRPT ASSIGN TO "SODUTY.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * SHARED BATCH PARAMETER FILE - THE TWO TIME WINDOWS
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
      * FAILURE ALERT FILE - A WARNING IS APPENDED WHEN ANYTHING IS
      * FLAGGED, SO THE FINDINGS SHOW UP IN ALRTRVW1
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
       FD SLSADJT.
       01 ADJ-REC.
           03 ADJ-FECHA                        PIC 9(8).
           03 ADJ-HORA                         PIC 9(6).
           03 ADJ-SLSMAN                       PIC 9(4).
           03 ADJ-DAY                          PIC 9(2).
           03 ADJ-SIGNO                        PIC X(1).
           03 ADJ-AMOUNT                       PIC 9(8).
           03 ADJ-ANTES                        PIC 9(8).
           03 ADJ-DESPUES                      PIC 9(8).
           03 ADJ-REASON                       PIC X(30).
           03 ADJ-USUARIO                      PIC X(8).
           03 ADJ-SOLICITA                     PIC X(8).

       FD SLSPLOG.
       01 LOG-REC.
           03 LOG-FECHA                        PIC 9(8).
           03 LOG-HORA                         PIC 9(6).
           03 LOG-PERIOD                       PIC 9(6).
           03 LOG-ACCION                       PIC X(8).
           03 LOG-USER                         PIC X(8).

       FD USRAUDIT.
       01 UAU-REC.
           03 UAU-FECHA                        PIC 9(08).
           03 UAU-HORA                         PIC 9(06).
           03 UAU-ACCION                       PIC X(08).
           03 UAU-CUENTA                       PIC X(08).
           03 UAU-USUARIO                      PIC X(08).

       FD SESLOG.
       01 SES-REC.
           03 SES-FECHA                        PIC 9(08).
           03 SES-HORA                         PIC 9(06).
           03 SES-USER                         PIC X(08).
           03 SES-EVENTO                       PIC X(10).

       FD EMPAUDIT.
       01 AUD-REC.
           03 AUD-ACCION                       PIC X(03).
           03 AUD-FECHA                        PIC 9(08).
           03 AUD-HORA                         PIC 9(06).
           03 AUD-EMP-ID                       PIC X(20).
           03 AUD-ANTES                        PIC X(1000).
           03 AUD-DESPUES                      PIC X(1000).
           03 AUD-USUARIO                      PIC X(08).

       FD SODRPT.
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
       01  WS-ADJ-STATUS                        PIC XX.
       01  WS-LOG-STATUS                        PIC XX.
       01  WS-UAU-STATUS                        PIC XX.
       01  WS-SES-STATUS                        PIC XX.
       01  WS-AUD-STATUS                        PIC XX.
       01  WS-RPT-STATUS                        PIC XX.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-ALERT-STATUS                      PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-HIT-SW                            PIC X(01).
           88 WS-HIT                            VALUE 'Y'.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).

      * VENTANAS DE TIEMPO - BATCHPRM SODRPT1/MINUTOS Y SODRPT1/DIAS
       01  WS-VENTANA-MIN                       PIC 9(05) VALUE 60.
       01  WS-VENTANA-DIAS                      PIC 9(05) VALUE 30.

      * ULTIMO USUARIO QUE CERRO CADA PERIODO DE VENTAS
       01  WS-PER-COUNT                         PIC 9(03) VALUE ZERO.
       01  WS-PER-IDX                           PIC 9(03).
       01  WS-PER-HIT                           PIC 9(03).
       01  WS-PER-TABLA.
           03 WS-PER-ENTRY OCCURS 500 TIMES.
              05 WS-PER-PERIOD                  PIC 9(6).
              05 WS-PER-CIERRA                  PIC X(8).

      * CAMBIOS DE CUENTA EN USRMNT1 ESPERANDO EL PRIMER SIGN-ON
       01  WS-UAU-COUNT                         PIC 9(04) VALUE ZERO.
       01  WS-UAU-IDX                           PIC 9(04).
       01  WS-UAU-TABLA.
           03 WS-UAU-ENTRY OCCURS 2000 TIMES.
              05 WS-UAU-MINUTO                  PIC 9(09).
              05 WS-UAU-FECHA                   PIC 9(08).
              05 WS-UAU-HORA                    PIC 9(06).
              05 WS-UAU-ACCION                  PIC X(08).
              05 WS-UAU-CUENTA                  PIC X(08).
              05 WS-UAU-USUARIO                 PIC X(08).
              05 WS-UAU-USADA                   PIC X(01).
       01  WS-SES-MINUTO                        PIC 9(09).
       01  WS-HORA-AUX.
           03 WS-AUX-HH                         PIC 9(02).
           03 WS-AUX-MN                         PIC 9(02).
           03 WS-AUX-SS                         PIC 9(02).

      * ALTAS Y CAMBIOS DE EMPRESA POR USUARIO, PARA CRUZAR CONTRA
      * LAS FUSIONES
       01  WS-EMP-COUNT                         PIC 9(04) VALUE ZERO.
       01  WS-EMP-IDX                           PIC 9(04).
       01  WS-EMP-TABLA.
           03 WS-EMP-ENTRY OCCURS 3000 TIMES.
              05 WS-EMP-ID                      PIC X(20).
              05 WS-EMP-USUARIO                 PIC X(08).
              05 WS-EMP-DIA                     PIC 9(07).
              05 WS-EMP-FECHA                   PIC 9(08).
              05 WS-EMP-ACCION                  PIC X(03).
      * EMPMRG1 GRABA MRG SOBRE LA SOBREVIVIENTE Y ENSEGUIDA DEL
      * SOBRE LA VICTIMA - ESE DEL TAMBIEN ES PARTE DE LA FUSION
       01  WS-MRG-USUARIO                       PIC X(08) VALUE SPACES.
       01  WS-MRG-FECHA                         PIC 9(08) VALUE ZERO.
       01  WS-AUD-DIA                           PIC 9(07).
       01  WS-ES-FUSION-SW                      PIC X(01).
           88 WS-ES-FUSION                      VALUE 'Y'.

       01  WS-CNT-AJUSTES                       PIC 9(05) VALUE ZERO.
       01  WS-CNT-PERIODOS                      PIC 9(05) VALUE ZERO.
       01  WS-CNT-CUENTAS                       PIC 9(05) VALUE ZERO.
       01  WS-CNT-FUSIONES                      PIC 9(05) VALUE ZERO.
       01  WS-CNT-TOTAL                         PIC 9(05) VALUE ZERO.
       01  WS-CNT-SIN-USUARIO                   PIC 9(05) VALUE ZERO.
       01  WS-RUNLOG-STATUS                     PIC X(08) VALUE SPACES.

       01  WS-RUNLOG-DATE.
           03 WS-RL-YEAR                        PIC 9(4).
           03 WS-RL-MONTH                       PIC 99.
           03 WS-RL-DAY                         PIC 99.
       01  WS-RUNLOG-TIME.
           03 WS-RL-HH                          PIC 99.
           03 WS-RL-MN                          PIC 99.
           03 WS-RL-SS                          PIC 99.
           03 WS-RL-HS                          PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-GET-WINDOWS.
           OPEN OUTPUT SODRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "SEGREGACION DE FUNCIONES - USUARIO EN AMBOS LADOS "
              "DE UN CONTROL" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VENTANA CUENTAS: " WS-VENTANA-MIN " MINUTOS  "
              "VENTANA FUSIONES: " WS-VENTANA-DIAS " DIAS"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 1000-CHECK-ADJUSTMENTS.
           PERFORM 2000-CHECK-PERIODS.
           PERFORM 3000-CHECK-ACCOUNTS.
           PERFORM 4000-CHECK-MERGES.
           COMPUTE WS-CNT-TOTAL = WS-CNT-AJUSTES + WS-CNT-PERIODOS
              + WS-CNT-CUENTAS + WS-CNT-FUSIONES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HALLAZGOS: AJUSTES=" WS-CNT-AJUSTES
              " PERIODOS=" WS-CNT-PERIODOS
              " CUENTAS=" WS-CNT-CUENTAS
              " FUSIONES=" WS-CNT-FUSIONES
              " TOTAL=" WS-CNT-TOTAL
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "LINEAS SIN USUARIO (ANTERIORES AL CAMPO): "
              WS-CNT-SIN-USUARIO DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE SODRPT.
           IF WS-CNT-TOTAL > ZERO
              MOVE "FINDINGS" TO WS-RUNLOG-STATUS
              PERFORM 8000-WRITE-ALERT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "OK      " TO WS-RUNLOG-STATUS
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 9000-WRITE-RUNLOG.
           DISPLAY "SEGREGACION DE FUNCIONES - HALLAZGOS: "
              WS-CNT-TOTAL.
           GOBACK.
      * ...............................................................
       0100-GET-WINDOWS.
           MOVE "MINUTOS     " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:5) IS NUMERIC
              MOVE WS-PRM-VALOR (1:5) TO WS-VENTANA-MIN
           END-IF.
           MOVE "DIAS        " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:5) IS NUMERIC
              MOVE WS-PRM-VALOR (1:5) TO WS-VENTANA-DIAS
           END-IF.
      * ...............................................................
      * AN APPROVAL LINE (APR) WHOSE APPROVER IS ALSO THE REQUESTER
       1000-CHECK-ADJUSTMENTS.
           MOVE SPACES TO RPT-LINE.
           STRING "1 - AJUSTES APROBADOS POR QUIEN LOS PIDIO "
              "(SLSADJT.DAT)" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT SLSADJT.
           IF WS-ADJ-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-ADJ
              PERFORM 1020-CHECK-ONE-ADJ
                 UNTIL WS-EOF
              CLOSE SLSADJT
           ELSE
              IF WS-ADJ-STATUS = "05" OR WS-ADJ-STATUS = "35"
                 CLOSE SLSADJT
              END-IF
           END-IF.

       1010-READ-NEXT-ADJ.
           READ SLSADJT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1020-CHECK-ONE-ADJ.
           IF ADJ-REASON (1:4) = "APR "
              IF ADJ-USUARIO = SPACES OR ADJ-SOLICITA = SPACES
                 ADD 1 TO WS-CNT-SIN-USUARIO
              ELSE
              IF ADJ-USUARIO = ADJ-SOLICITA
                 ADD 1 TO WS-CNT-AJUSTES
                 MOVE SPACES TO RPT-LINE
                 STRING "  " ADJ-FECHA " " ADJ-HORA
                    " VENDEDOR " ADJ-SLSMAN " DIA " ADJ-DAY
                    " " ADJ-SIGNO ADJ-AMOUNT
                    " PIDIO Y APROBO " ADJ-USUARIO
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              END-IF
           END-IF.
           PERFORM 1010-READ-NEXT-ADJ.
      * ...............................................................
      * A REOPEN BY THE SAME USER WHO LOGGED THE LAST CLOSE OF THE
      * PERIOD
       2000-CHECK-PERIODS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "2 - PERIODOS REABIERTOS POR QUIEN LOS CERRO "
              "(SLSPLOG.DAT)" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT SLSPLOG.
           IF WS-LOG-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-LOG
              PERFORM 2020-CHECK-ONE-LOG
                 UNTIL WS-EOF
              CLOSE SLSPLOG
           ELSE
              IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                 CLOSE SLSPLOG
              END-IF
           END-IF.

       2010-READ-NEXT-LOG.
           READ SLSPLOG
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2020-CHECK-ONE-LOG.
           IF LOG-ACCION = "CERRADO " OR LOG-ACCION = "REABIERT"
              MOVE ZERO TO WS-PER-HIT
              PERFORM 2030-FIND-PERIOD
                 VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-COUNT
                    OR WS-PER-HIT > ZERO
              IF LOG-ACCION = "CERRADO "
                 PERFORM 2040-RECORD-CLOSE
              ELSE
                 PERFORM 2050-CHECK-REOPEN
              END-IF
           END-IF.
           PERFORM 2010-READ-NEXT-LOG.

       2030-FIND-PERIOD.
           IF WS-PER-PERIOD (WS-PER-IDX) = LOG-PERIOD
              MOVE WS-PER-IDX TO WS-PER-HIT
           END-IF.

       2040-RECORD-CLOSE.
           IF WS-PER-HIT = ZERO AND WS-PER-COUNT < 500
              ADD 1 TO WS-PER-COUNT
              MOVE WS-PER-COUNT TO WS-PER-HIT
              MOVE LOG-PERIOD TO WS-PER-PERIOD (WS-PER-HIT)
           END-IF.
           IF WS-PER-HIT > ZERO
              MOVE LOG-USER TO WS-PER-CIERRA (WS-PER-HIT)
           END-IF.

       2050-CHECK-REOPEN.
           IF WS-PER-HIT > ZERO
              IF LOG-USER = SPACES
                 OR WS-PER-CIERRA (WS-PER-HIT) = SPACES
                 ADD 1 TO WS-CNT-SIN-USUARIO
              ELSE
              IF LOG-USER = WS-PER-CIERRA (WS-PER-HIT)
                 ADD 1 TO WS-CNT-PERIODOS
                 MOVE SPACES TO RPT-LINE
                 STRING "  PERIODO " LOG-PERIOD " REABIERTO EL "
                    LOG-FECHA " " LOG-HORA
                    " POR " LOG-USER ", QUE LO CERRO"
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              END-IF
           END-IF.
      * ...............................................................
      * ACCOUNT MAINTENANCE FOLLOWED BY USE OF THE ACCOUNT - THE
      * CHANGES ARE LOADED FIRST AND THE SESSION LOG IS THEN WALKED
      * TO FIND EACH ACCOUNT'S FIRST SIGN-ON AFTER ITS CHANGE
       3000-CHECK-ACCOUNTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "3 - CUENTAS MANTENIDAS Y LUEGO USADAS "
              "(USRAUDIT.DAT / SESLOG.DAT)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT USRAUDIT.
           IF WS-UAU-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3010-READ-NEXT-UAU
              PERFORM 3020-LOAD-ONE-UAU
                 UNTIL WS-EOF
              CLOSE USRAUDIT
           ELSE
              IF WS-UAU-STATUS = "05" OR WS-UAU-STATUS = "35"
                 CLOSE USRAUDIT
              END-IF
           END-IF.
           IF WS-UAU-COUNT > ZERO
              OPEN INPUT SESLOG
              IF WS-SES-STATUS = "00"
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 3030-READ-NEXT-SES
                 PERFORM 3040-CHECK-ONE-SES
                    UNTIL WS-EOF
                 CLOSE SESLOG
              ELSE
                 IF WS-SES-STATUS = "05" OR WS-SES-STATUS = "35"
                    CLOSE SESLOG
                 END-IF
              END-IF
           END-IF.

       3010-READ-NEXT-UAU.
           READ USRAUDIT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * A MAINTAINER WORKING ON THEIR OWN ACCOUNT IS FLAGGED AT ONCE;
      * THE REST WAIT FOR THE SESSION LOG
       3020-LOAD-ONE-UAU.
           IF UAU-ACCION = "ALTA    " OR UAU-ACCION = "CLAVE   "
              OR UAU-ACCION = "DESBLOQ "
              IF UAU-USUARIO = SPACES
                 ADD 1 TO WS-CNT-SIN-USUARIO
              ELSE
              IF UAU-USUARIO = UAU-CUENTA
                 ADD 1 TO WS-CNT-CUENTAS
                 MOVE SPACES TO RPT-LINE
                 STRING "  " UAU-FECHA " " UAU-HORA " "
                    UAU-ACCION " DE SU PROPIA CUENTA " UAU-CUENTA
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              ELSE
              IF WS-UAU-COUNT < 2000
                 ADD 1 TO WS-UAU-COUNT
                 MOVE UAU-HORA TO WS-HORA-AUX
                 COMPUTE WS-UAU-MINUTO (WS-UAU-COUNT) =
                    FUNCTION INTEGER-OF-DATE (UAU-FECHA) * 1440
                    + WS-AUX-HH * 60 + WS-AUX-MN
                 MOVE UAU-FECHA   TO WS-UAU-FECHA (WS-UAU-COUNT)
                 MOVE UAU-HORA    TO WS-UAU-HORA (WS-UAU-COUNT)
                 MOVE UAU-ACCION  TO WS-UAU-ACCION (WS-UAU-COUNT)
                 MOVE UAU-CUENTA  TO WS-UAU-CUENTA (WS-UAU-COUNT)
                 MOVE UAU-USUARIO TO WS-UAU-USUARIO (WS-UAU-COUNT)
                 MOVE 'N'         TO WS-UAU-USADA (WS-UAU-COUNT)
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM 3010-READ-NEXT-UAU.

       3030-READ-NEXT-SES.
           READ SESLOG
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       3040-CHECK-ONE-SES.
           IF SES-EVENTO = "SIGNON    " AND SES-FECHA IS NUMERIC
              AND SES-FECHA > ZERO
              MOVE SES-HORA TO WS-HORA-AUX
              COMPUTE WS-SES-MINUTO =
                 FUNCTION INTEGER-OF-DATE (SES-FECHA) * 1440
                 + WS-AUX-HH * 60 + WS-AUX-MN
              PERFORM 3050-MATCH-ONE-CHANGE
                 VARYING WS-UAU-IDX FROM 1 BY 1
                 UNTIL WS-UAU-IDX > WS-UAU-COUNT
           END-IF.
           PERFORM 3030-READ-NEXT-SES.

      * ONLY THE FIRST SIGN-ON AFTER THE CHANGE COUNTS; WITHIN THE
      * WINDOW IT IS FLAGGED, LATER IT CLEARS THE CHANGE
       3050-MATCH-ONE-CHANGE.
           IF WS-UAU-USADA (WS-UAU-IDX) = 'N'
              AND WS-UAU-CUENTA (WS-UAU-IDX) = SES-USER
              AND WS-SES-MINUTO NOT < WS-UAU-MINUTO (WS-UAU-IDX)
              MOVE 'S' TO WS-UAU-USADA (WS-UAU-IDX)
              IF WS-SES-MINUTO - WS-UAU-MINUTO (WS-UAU-IDX)
                 NOT > WS-VENTANA-MIN
                 ADD 1 TO WS-CNT-CUENTAS
                 MOVE SPACES TO RPT-LINE
                 STRING "  " WS-UAU-FECHA (WS-UAU-IDX) " "
                    WS-UAU-HORA (WS-UAU-IDX) " "
                    WS-UAU-ACCION (WS-UAU-IDX) " DE "
                    WS-UAU-CUENTA (WS-UAU-IDX) " POR "
                    WS-UAU-USUARIO (WS-UAU-IDX)
                    " - SIGN-ON " SES-FECHA " " SES-HORA
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
      * ...............................................................
      * A MERGE (MRG, AND THE VICTIM'S DEL RIGHT BEHIND IT) BY A USER
      * WHO CREATED OR CHANGED THAT COMPANY WITHIN THE WINDOW
       4000-CHECK-MERGES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "4 - EMPRESAS CAMBIADAS Y FUSIONADAS POR EL MISMO "
              "USUARIO (EMPAUDIT.DAT)" DELIMITED BY SIZE
              INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT EMPAUDIT.
           IF WS-AUD-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 4010-READ-NEXT-AUD
              PERFORM 4020-CHECK-ONE-AUD
                 UNTIL WS-EOF
              CLOSE EMPAUDIT
           ELSE
              IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
                 CLOSE EMPAUDIT
              END-IF
           END-IF.

       4010-READ-NEXT-AUD.
           READ EMPAUDIT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       4020-CHECK-ONE-AUD.
           IF AUD-USUARIO = SPACES OR AUD-FECHA NOT NUMERIC
              OR AUD-FECHA = ZERO
              ADD 1 TO WS-CNT-SIN-USUARIO
           ELSE
              COMPUTE WS-AUD-DIA =
                 FUNCTION INTEGER-OF-DATE (AUD-FECHA)
              MOVE 'N' TO WS-ES-FUSION-SW
              IF AUD-ACCION = "MRG"
                 MOVE 'Y' TO WS-ES-FUSION-SW
              ELSE
              IF AUD-ACCION = "DEL" AND AUD-USUARIO = WS-MRG-USUARIO
                 AND AUD-FECHA = WS-MRG-FECHA
                 MOVE 'Y' TO WS-ES-FUSION-SW
              END-IF
              END-IF
              IF WS-ES-FUSION
                 PERFORM 4040-CHECK-ONE-CHANGE
                    VARYING WS-EMP-IDX FROM 1 BY 1
                    UNTIL WS-EMP-IDX > WS-EMP-COUNT
              END-IF
              IF AUD-ACCION = "CRE" OR AUD-ACCION = "MOD"
                 PERFORM 4030-RECORD-CHANGE
              END-IF
           END-IF.
           IF AUD-ACCION = "MRG"
              MOVE AUD-USUARIO TO WS-MRG-USUARIO
              MOVE AUD-FECHA TO WS-MRG-FECHA
           ELSE
              MOVE SPACES TO WS-MRG-USUARIO
              MOVE ZERO TO WS-MRG-FECHA
           END-IF.
           PERFORM 4010-READ-NEXT-AUD.

      * ONE ENTRY PER COMPANY AND USER, KEEPING THE LATEST CHANGE
       4030-RECORD-CHANGE.
           MOVE 'N' TO WS-HIT-SW.
           PERFORM 4035-FIND-CHANGE
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-HIT.
           IF NOT WS-HIT AND WS-EMP-COUNT < 3000
              ADD 1 TO WS-EMP-COUNT
              MOVE WS-EMP-COUNT TO WS-EMP-IDX
              MOVE 'Y' TO WS-HIT-SW
           ELSE
              IF WS-HIT
                 SUBTRACT 1 FROM WS-EMP-IDX
              END-IF
           END-IF.
           IF WS-HIT
              MOVE AUD-EMP-ID  TO WS-EMP-ID (WS-EMP-IDX)
              MOVE AUD-USUARIO TO WS-EMP-USUARIO (WS-EMP-IDX)
              MOVE WS-AUD-DIA  TO WS-EMP-DIA (WS-EMP-IDX)
              MOVE AUD-FECHA   TO WS-EMP-FECHA (WS-EMP-IDX)
              MOVE AUD-ACCION  TO WS-EMP-ACCION (WS-EMP-IDX)
           END-IF.

       4035-FIND-CHANGE.
           IF WS-EMP-ID (WS-EMP-IDX) = AUD-EMP-ID
              AND WS-EMP-USUARIO (WS-EMP-IDX) = AUD-USUARIO
              MOVE 'Y' TO WS-HIT-SW
           END-IF.

       4040-CHECK-ONE-CHANGE.
           IF WS-EMP-ID (WS-EMP-IDX) = AUD-EMP-ID
              AND WS-EMP-USUARIO (WS-EMP-IDX) = AUD-USUARIO
              AND WS-AUD-DIA - WS-EMP-DIA (WS-EMP-IDX)
                  NOT > WS-VENTANA-DIAS
              ADD 1 TO WS-CNT-FUSIONES
              MOVE SPACES TO RPT-LINE
              STRING "  " AUD-EMP-ID " " WS-EMP-ACCION (WS-EMP-IDX)
                 " " WS-EMP-FECHA (WS-EMP-IDX) " Y " AUD-ACCION
                 " " AUD-FECHA " POR " AUD-USUARIO
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
      * A WARNING ALERT FOR THE MORNING REVIEW WHEN ANYTHING IS FLAGGED
       8000-WRITE-ALERT.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "SODRPT1 " TO ALR-PROGRAM
              MOVE WS-RUNLOG-DATE TO ALR-FECHA
              MOVE WS-RUNLOG-TIME (1:6) TO ALR-HORA
              MOVE 'W' TO ALR-SEVERITY
              MOVE "SEGREGATION OF DUTIES FINDINGS" TO ALR-REASON
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
           STRING "SODRPT1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
              WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=" WS-RUNLOG-STATUS
              " FINDINGS=" WS-CNT-TOTAL
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ...............................................................
      * BUSCA LA CLAVE EN EL ARCHIVO DE PARAMETROS PARA ESTE PROGRAMA
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
           IF PRM-PROGRAM = "SODRPT1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 9110-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM SODRPT1.
