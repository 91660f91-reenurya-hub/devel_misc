       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSFCST1.
      * ===============================================================
      * SLSFCST1 = PRONOSTICO DE VENTAS CONTRA CUOTA A MITAD DE
      * PERIODO. SF4SALE DICE QUIEN NO LLEGO A SU CUOTA CUANDO EL
      * PERIODO YA TERMINO; ESTE REPORTE CORRE CUALQUIER DIA. CON LOS
      * CUBOS YA CAPTURADOS EN SALES.DAT Y LOS DIAS DE VENTA
      * TRANSCURRIDOS PROYECTA LA VENTA DE CIERRE DE CADA VENDEDOR A
      * SU RITMO ACTUAL, LA COMPARA CON SLSQUOTA.DAT Y MARCA A QUIEN
      * QUEDA PROYECTADO BAJO EL PORCENTAJE DE CUMPLIMIENTO FIJADO,
      * CON LA VENTA DIARIA QUE NECESITA EN LOS DIAS QUE QUEDAN PARA
      * LLEGAR A LA CUOTA. DEJA SLSFCST.RPT.
      * LOS DIAS DEL PERIODO Y LOS TRANSCURRIDOS SALEN DE BATCHPRM.DAT
      * (SLSFCST1 / SALES-DAYS, ELAPSED-DAYS) O DEL CALENDARIO
      * CALENDAR.DAT: TRANSCURRIDOS SON LOS DIAS DE VENTA ANTERIORES A
      * HOY, O EL ULTIMO CUBO CON VENTA SI YA SE CAPTURO MAS. EL
      * PORCENTAJE VIENE DE SLSFCST1 / ATTAIN-PCT O SE PREGUNTA.
      * NGTDRV1 LO CORRE LA MADRUGADA DEL LUNES.
      * RETURN-CODE 4 SI NO HAY VENTAS O DIAS TRANSCURRIDOS
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES ASSIGN TO "SALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
           SELECT OPTIONAL SLSQUOTA ASSIGN TO "SLSQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT FCSTRPT ASSIGN TO "SLSFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALES.
       01 SALESDETAILS.
           03 SLSMAN-ID                    PIC 9(4).
           03 SLS-DAY-BUCKETS.
              05 SLS-DAY-AMT OCCURS 24 TIMES
                                          PIC 9(8).
           03 COMMISSION                   PIC 9(3).

       FD SLSQUOTA.
       01 QUOTA-REC.
           03 QTA-SLSMAN-ID                PIC 9(4).
           03 QTA-TARGET                   PIC 9(10).

       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                    PIC 9(8).
           03 CAL-FECHA-R REDEFINES CAL-FECHA.
              05 CAL-PERIODO               PIC 9(6).
              05 CAL-DD                    PIC 9(2).
           03 CAL-DIA-SEM                  PIC 9(1).
           03 CAL-TIPO                     PIC X(1).
           03 CAL-DIA-VENTA                PIC 9(2).
           03 CAL-DESC                     PIC X(30).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                  PIC X(08).
           03 PRM-KEY                      PIC X(12).
           03 PRM-VALUE                    PIC X(20).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD FCSTRPT.
       01 RPT-LINE                         PIC X(110).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-SALES-STATUS     PIC XX.
        01  WS-QUOTA-STATUS     PIC XX.
        01  WS-CAL-STATUS       PIC XX.
        01  WS-PRM-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-RPT-STATUS       PIC XX.
        01  WS-RUNLOG-STATUS    PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.
        01  WS-PRM-FOUND-SW     PIC X(01).
            88 WS-PRM-FOUND     VALUE 'Y'.
        01  WS-PRM-BUSCADA      PIC X(12).
        01  WS-PRM-VALOR        PIC X(20).

        01  WS-SYSDATE.
           05  WS-SYS-YEAR      PIC 9(4).
           05  WS-SYS-MONTH     PIC 99.
           05  WS-SYS-DAY       PIC 99.
        01  WS-SYSDATE-N REDEFINES WS-SYSDATE PIC 9(8).
        01  WS-SYSTIME.
           05  WS-SYS-HH        PIC 99.
           05  WS-SYS-MN        PIC 99.
           05  WS-SYS-SS        PIC 99.
           05  WS-SYS-HS        PIC 99.
        01  WS-PERIODO-ACTUAL   PIC 9(6).

      * DIAS DE VENTA DEL PERIODO Y TRANSCURRIDOS A LA FECHA
        01  WS-SALES-DAYS       PIC 9(02) VALUE 24.
        01  WS-SALES-DAYS-REPLY PIC X(02).
        01  WS-ELAPSED-DAYS     PIC 9(02) VALUE ZERO.
        01  WS-REMAINING-DAYS   PIC 9(02).
        01  WS-CAL-DIAS-VENTA   PIC 9(02) VALUE ZERO.
        01  WS-CAL-TRANSC       PIC 9(02) VALUE ZERO.
        01  WS-ULTIMO-CUBO      PIC 9(02) VALUE ZERO.
        01  WS-DIAS-ORIGEN      PIC X(10) VALUE SPACES.
        01  WS-ATTAIN-THRESHOLD PIC 9(03) VALUE 90.
        01  WS-ATTAIN-REPLY     PIC X(03).

      * CUOTAS Y NOMBRES EN MEMORIA
        01  WS-QT-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-QT-IDX           PIC 9(04).
        01  WS-QT-TABLA.
            03 WS-QT-ENTRY OCCURS 2000 TIMES.
               05 QT-SLSMAN     PIC 9(4).
               05 QT-TARGET     PIC 9(10).
        01  WS-NM-COUNT         PIC 9(04) VALUE ZERO.
        01  WS-NM-IDX           PIC 9(04).
        01  WS-NM-TABLA.
            03 WS-NM-ENTRY OCCURS 2000 TIMES.
               05 NM-SLSMAN     PIC 9(4).
               05 NM-NAME       PIC X(30).

        01  WS-DAY-NUM          PIC 9(02).
        01  WS-SOFAR            PIC 9(10).
        01  WS-PROJECTED        PIC 9(12).
        01  WS-QUOTA            PIC 9(10).
        01  WS-PROJ-PCT         PIC 9(05).
        01  WS-NEEDED-DAILY     PIC 9(10).
        01  WS-SLSMAN-NAME      PIC X(30).
        01  WS-CNT-VENDEDORES   PIC 9(04) VALUE ZERO.
        01  WS-CNT-BAJO         PIC 9(04) VALUE ZERO.
        01  WS-CNT-SIN-CUOTA    PIC 9(04) VALUE ZERO.
        01  WS-TOT-SOFAR        PIC 9(12) VALUE ZERO.
        01  WS-TOT-PROJECTED    PIC 9(12) VALUE ZERO.
        01  WS-TOT-QUOTA        PIC 9(12) VALUE ZERO.

        01  WS-HDR-LINE.
            03 FILLER           PIC X(05) VALUE 'VEND '.
            03 FILLER           PIC X(21) VALUE 'NOMBRE'.
            03 FILLER           PIC X(12) VALUE '  A LA FECHA'.
            03 FILLER           PIC X(12) VALUE '  PROYECCION'.
            03 FILLER           PIC X(12) VALUE '       CUOTA'.
            03 FILLER           PIC X(07) VALUE '  PROY%'.
            03 FILLER           PIC X(13) VALUE SPACES.
            03 FILLER           PIC X(12) VALUE ' DIARIO REQ.'.

        01  WS-DET-LINE.
            03 DL-SLSMAN        PIC 9(4).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-NAME          PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-SOFAR         PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-PROJECTED     PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-QUOTA         PIC ZZZ,ZZZ,ZZ9.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-PCT           PIC ZZZZ9.
            03 FILLER           PIC X(01) VALUE '%'.
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-FLAG          PIC X(12).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 DL-NEEDED        PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-ACTUAL =
              WS-SYS-YEAR * 100 + WS-SYS-MONTH.
           PERFORM 0100-LOAD-CALENDAR.
           PERFORM 0150-FIND-LAST-BUCKET.
           PERFORM 0200-ASK-PARAMETERS.
           IF WS-ELAPSED-DAYS = ZERO
              DISPLAY "SIN DIAS DE VENTA TRANSCURRIDOS EN EL PERIODO "
                 WS-PERIODO-ACTUAL " - NO HAY BASE PARA PROYECTAR"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0300-LOAD-QUOTAS.
           PERFORM 0350-LOAD-NAMES.
           PERFORM 0500-WRITE-FORECAST.
           PERFORM 0900-WRITE-RUNLOG.
           DISPLAY "PRONOSTICO GENERADO: SLSFCST.RPT - BAJO EL "
              WS-ATTAIN-THRESHOLD "%: " WS-CNT-BAJO.
           IF WS-CNT-VENDEDORES = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * DIAS DE VENTA DEL PERIODO EN CURSO SEGUN CALENDAR.DAT: EL
      * TOTAL Y LOS DE FECHAS ANTERIORES A HOY (EL CUBO DE HOY AUN
      * NO ESTA COMPLETO)
       0100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT-CALENDAR
              PERFORM 0120-NOTE-ONE-DATE
                 UNTIL WS-EOF
              CLOSE CALENDAR
           END-IF.

       0110-READ-NEXT-CALENDAR.
           READ CALENDAR
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0120-NOTE-ONE-DATE.
           IF CAL-PERIODO = WS-PERIODO-ACTUAL
              IF CAL-DIA-VENTA > WS-CAL-DIAS-VENTA
                 MOVE CAL-DIA-VENTA TO WS-CAL-DIAS-VENTA
              END-IF
              IF CAL-FECHA < WS-SYSDATE-N
                 AND CAL-DIA-VENTA > WS-CAL-TRANSC
                 MOVE CAL-DIA-VENTA TO WS-CAL-TRANSC
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-CALENDAR.

      * EL CUBO MAS ALTO CON VENTA EN CUALQUIER VENDEDOR
       0150-FIND-LAST-BUCKET.
           OPEN INPUT SALES.
           IF WS-SALES-STATUS NOT = "00"
              IF WS-SALES-STATUS = "05" OR WS-SALES-STATUS = "35"
                 CLOSE SALES
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0160-READ-NEXT-SALES
              PERFORM 0170-SCAN-ONE-SALESMAN
                 UNTIL WS-EOF
              CLOSE SALES
           END-IF.

       0160-READ-NEXT-SALES.
           READ SALES
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0170-SCAN-ONE-SALESMAN.
           PERFORM 0180-SCAN-ONE-DAY
              VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 24.
           PERFORM 0160-READ-NEXT-SALES.

       0180-SCAN-ONE-DAY.
           IF SLS-DAY-AMT (WS-DAY-NUM) > ZERO
              AND WS-DAY-NUM > WS-ULTIMO-CUBO
              MOVE WS-DAY-NUM TO WS-ULTIMO-CUBO
           END-IF.

      * CADA RESPUESTA SALE DE BATCHPRM.DAT SI HAY ENTRADA; SI NO, DEL
      * CALENDARIO Y SOLO AL FINAL SE PREGUNTA
       0200-ASK-PARAMETERS.
           MOVE "SALES-DAYS  " TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:2) TO WS-SALES-DAYS-REPLY
           ELSE
           IF WS-CAL-DIAS-VENTA > ZERO
              MOVE WS-CAL-DIAS-VENTA TO WS-SALES-DAYS-REPLY
           ELSE
              DISPLAY "DIAS DE VENTA DEL PERIODO (ENTER = 24): "
              ACCEPT WS-SALES-DAYS-REPLY
           END-IF
           END-IF.
           IF WS-SALES-DAYS-REPLY IS NUMERIC
              AND WS-SALES-DAYS-REPLY NOT = ZERO
              AND WS-SALES-DAYS-REPLY NOT > "24"
              MOVE WS-SALES-DAYS-REPLY TO WS-SALES-DAYS
           END-IF.
           MOVE "ELAPSED-DAYS" TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:2) IS NUMERIC
              MOVE WS-PRM-VALOR (1:2) TO WS-ELAPSED-DAYS
              MOVE "BATCHPRM" TO WS-DIAS-ORIGEN
           ELSE
              IF WS-CAL-TRANSC > WS-ULTIMO-CUBO
                 MOVE WS-CAL-TRANSC TO WS-ELAPSED-DAYS
                 MOVE "CALENDARIO" TO WS-DIAS-ORIGEN
              ELSE
                 MOVE WS-ULTIMO-CUBO TO WS-ELAPSED-DAYS
                 MOVE "CUBOS" TO WS-DIAS-ORIGEN
              END-IF
           END-IF.
           IF WS-ELAPSED-DAYS > WS-SALES-DAYS
              MOVE WS-SALES-DAYS TO WS-ELAPSED-DAYS
           END-IF.
           COMPUTE WS-REMAINING-DAYS =
              WS-SALES-DAYS - WS-ELAPSED-DAYS.
           MOVE "ATTAIN-PCT  " TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-ATTAIN-REPLY
           ELSE
              DISPLAY "PORCENTAJE MINIMO PROYECTADO (ENTER = 90): "
              ACCEPT WS-ATTAIN-REPLY
           END-IF.
           IF WS-ATTAIN-REPLY IS NUMERIC
              AND WS-ATTAIN-REPLY NOT = ZERO
              MOVE WS-ATTAIN-REPLY TO WS-ATTAIN-THRESHOLD
           END-IF.
           DISPLAY "PERIODO " WS-PERIODO-ACTUAL ": DIA " WS-ELAPSED-DAYS
              " DE " WS-SALES-DAYS " (" WS-DIAS-ORIGEN ")  UMBRAL "
              WS-ATTAIN-THRESHOLD "%".

      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       0250-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 0260-READ-NEXT-PARM
              PERFORM 0270-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

       0260-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.

       0270-MATCH-PARM.
           IF PRM-PROGRAM = "SLSFCST1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0260-READ-NEXT-PARM
           END-IF.

       0300-LOAD-QUOTAS.
           OPEN INPUT SLSQUOTA.
           IF WS-QUOTA-STATUS NOT = "00"
              DISPLAY "AVISO: NO HAY SLSQUOTA.DAT"
              IF WS-QUOTA-STATUS = "05" OR WS-QUOTA-STATUS = "35"
                 CLOSE SLSQUOTA
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0310-READ-NEXT-QUOTA
              PERFORM 0320-LOAD-ONE-QUOTA
                 UNTIL WS-EOF
              CLOSE SLSQUOTA
           END-IF.

       0310-READ-NEXT-QUOTA.
           READ SLSQUOTA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0320-LOAD-ONE-QUOTA.
           IF WS-QT-COUNT < 2000
              ADD 1 TO WS-QT-COUNT
              MOVE QTA-SLSMAN-ID TO QT-SLSMAN (WS-QT-COUNT)
              MOVE QTA-TARGET    TO QT-TARGET (WS-QT-COUNT)
           END-IF.
           PERFORM 0310-READ-NEXT-QUOTA.

       0350-LOAD-NAMES.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS NOT = "00"
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0360-READ-NEXT-SALESMAN
              PERFORM 0370-LOAD-ONE-NAME
                 UNTIL WS-EOF
              CLOSE SLSMST
           END-IF.

       0360-READ-NEXT-SALESMAN.
           READ SLSMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0370-LOAD-ONE-NAME.
           IF WS-NM-COUNT < 2000
              ADD 1 TO WS-NM-COUNT
              MOVE SLM-ID   TO NM-SLSMAN (WS-NM-COUNT)
              MOVE SLM-NAME TO NM-NAME (WS-NM-COUNT)
           END-IF.
           PERFORM 0360-READ-NEXT-SALESMAN.

       0500-WRITE-FORECAST.
           OPEN OUTPUT FCSTRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "PRONOSTICO DE VENTAS CONTRA CUOTA - PERIODO "
              WS-PERIODO-ACTUAL "  AL " WS-SYS-DAY "/" WS-SYS-MONTH
              "/" WS-SYS-YEAR DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DIAS DE VENTA TRANSCURRIDOS " WS-ELAPSED-DAYS
              " DE " WS-SALES-DAYS " (" WS-DIAS-ORIGEN
              ")  QUEDAN " WS-REMAINING-DAYS
              "  UMBRAL DE CUMPLIMIENTO " WS-ATTAIN-THRESHOLD "%"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT SALES.
           IF WS-SALES-STATUS NOT = "00"
              IF WS-SALES-STATUS = "05" OR WS-SALES-STATUS = "35"
                 CLOSE SALES
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0160-READ-NEXT-SALES
              PERFORM 0510-FORECAST-ONE-SALESMAN
                 UNTIL WS-EOF
              CLOSE SALES
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO DL-SLSMAN.
           MOVE "TOTAL" TO DL-NAME.
           MOVE WS-TOT-SOFAR TO DL-SOFAR.
           MOVE WS-TOT-PROJECTED TO DL-PROJECTED.
           MOVE WS-TOT-QUOTA TO DL-QUOTA.
           MOVE ZERO TO WS-PROJ-PCT.
           IF WS-TOT-QUOTA > ZERO
              COMPUTE WS-PROJ-PCT =
                 (WS-TOT-PROJECTED * 100) / WS-TOT-QUOTA
           END-IF.
           MOVE WS-PROJ-PCT TO DL-PCT.
           MOVE SPACES TO DL-FLAG.
           MOVE ZERO TO DL-NEEDED.
           MOVE WS-DET-LINE TO RPT-LINE.
           MOVE SPACES TO RPT-LINE (1:4).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VENDEDORES: " WS-CNT-VENDEDORES
              "  PROYECTADOS BAJO EL UMBRAL: " WS-CNT-BAJO
              "  SIN CUOTA: " WS-CNT-SIN-CUOTA
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE FCSTRPT.

      * PROYECCION = VENTA A LA FECHA / DIAS TRANSCURRIDOS * DIAS DEL
      * PERIODO. EL DIARIO REQUERIDO ES LO QUE FALTA PARA LA CUOTA
      * REPARTIDO EN LOS DIAS QUE QUEDAN
       0510-FORECAST-ONE-SALESMAN.
           ADD 1 TO WS-CNT-VENDEDORES.
           MOVE ZERO TO WS-SOFAR.
           PERFORM 0520-ADD-ONE-DAY
              VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 24.
           COMPUTE WS-PROJECTED ROUNDED =
              WS-SOFAR * WS-SALES-DAYS / WS-ELAPSED-DAYS.
           PERFORM 0530-FIND-QUOTA.
           PERFORM 0540-FIND-NAME.
           MOVE SLSMAN-ID TO DL-SLSMAN.
           MOVE WS-SLSMAN-NAME TO DL-NAME.
           MOVE WS-SOFAR TO DL-SOFAR.
           MOVE WS-PROJECTED TO DL-PROJECTED.
           MOVE WS-QUOTA TO DL-QUOTA.
           MOVE SPACES TO DL-FLAG.
           MOVE ZERO TO WS-PROJ-PCT.
           MOVE ZERO TO WS-NEEDED-DAILY.
           IF WS-QUOTA = ZERO
              MOVE "SIN CUOTA" TO DL-FLAG
              ADD 1 TO WS-CNT-SIN-CUOTA
           ELSE
              COMPUTE WS-PROJ-PCT = (WS-PROJECTED * 100) / WS-QUOTA
              IF WS-PROJ-PCT < WS-ATTAIN-THRESHOLD
                 MOVE "** BAJO **" TO DL-FLAG
                 ADD 1 TO WS-CNT-BAJO
              END-IF
              IF WS-SOFAR < WS-QUOTA
                 IF WS-REMAINING-DAYS > ZERO
                    COMPUTE WS-NEEDED-DAILY ROUNDED =
                       (WS-QUOTA - WS-SOFAR) / WS-REMAINING-DAYS
                 ELSE
                    MOVE "SIN DIAS" TO DL-FLAG
                 END-IF
              END-IF
           END-IF.
           MOVE WS-PROJ-PCT TO DL-PCT.
           MOVE WS-NEEDED-DAILY TO DL-NEEDED.
           MOVE WS-DET-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-SOFAR TO WS-TOT-SOFAR.
           ADD WS-PROJECTED TO WS-TOT-PROJECTED.
           ADD WS-QUOTA TO WS-TOT-QUOTA.
           PERFORM 0160-READ-NEXT-SALES.

       0520-ADD-ONE-DAY.
           ADD SLS-DAY-AMT (WS-DAY-NUM) TO WS-SOFAR.

       0530-FIND-QUOTA.
           MOVE ZERO TO WS-QUOTA.
           PERFORM 0535-MATCH-QUOTA
              VARYING WS-QT-IDX FROM 1 BY 1
              UNTIL WS-QT-IDX > WS-QT-COUNT.

       0535-MATCH-QUOTA.
           IF QT-SLSMAN (WS-QT-IDX) = SLSMAN-ID
              MOVE QT-TARGET (WS-QT-IDX) TO WS-QUOTA
           END-IF.

       0540-FIND-NAME.
           MOVE "(SIN MAESTRO)" TO WS-SLSMAN-NAME.
           PERFORM 0545-MATCH-NAME
              VARYING WS-NM-IDX FROM 1 BY 1
              UNTIL WS-NM-IDX > WS-NM-COUNT.

       0545-MATCH-NAME.
           IF NM-SLSMAN (WS-NM-IDX) = SLSMAN-ID
              MOVE NM-NAME (WS-NM-IDX) TO WS-SLSMAN-NAME
           END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SLSFCST1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " STATUS=COMPLETE SALESMEN=" WS-CNT-VENDEDORES
              " BELOW=" WS-CNT-BAJO
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
       END PROGRAM SLSFCST1.
