      * ===============================================================
       IDENTIFICATION DIVISION.
      * JOBFCST1 = PRONOSTICO MENSUAL DE LA CADENA NOCTURNA. PARA CADA
      * DIA DEL MES PEDIDO PASA CADA PASO DE JOBSCHED.DAT (JOBMNT1)
      * POR LA MISMA REGLA QUE USA NGTDRV1 (JOBRULE1, CONTRA EL
      * CALENDARIO DE DIAS HABILES) Y ESCRIBE EN JOBFCST.RPT QUE
      * PASOS CORREN ESA NOCHE. LOS PASOS DIARIOS SE LISTAN UNA VEZ
      * ARRIBA; EN CADA DIA VAN EL TIPO DE DIA (L, F O D), LA
      * CANTIDAD DE PASOS Y LOS PASOS NO DIARIOS QUE TOCAN, Y AL
      * FINAL CUANTAS NOCHES CORRE CADA PASO EN EL MES - ASI OPERACIONES
      * VE ANTES DE TIEMPO LAS NOCHES PESADAS DE FIN Y COMIENZO DE
      * MES. EL MES (AAAAMM) VIENE DE BATCHPRM (JOBFCST1/MES) O DEL
      * PROMPT; POR OMISION EL MES QUE VIENE
       PROGRAM-ID. JOBFCST1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBSCHED ASSIGN TO "JOBSCHED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JSC-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
           SELECT FCSTRPT ASSIGN TO "JOBFCST.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD JOBSCHED.
       01 JSC-REC.
           03 JSC-ORDEN                         PIC 9(02).
           03 JSC-PROGRAMA                      PIC X(08).
           03 JSC-DESC                          PIC X(24).
           03 JSC-REGLA                         PIC X(01).
           03 JSC-DIAS                          PIC X(07).
           03 JSC-MES                           PIC 9(02).
           03 JSC-PRED OCCURS 3 TIMES           PIC X(08).
           03 JSC-DETIENE                       PIC X(01).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                       PIC X(08).
           03 PRM-KEY                           PIC X(12).
           03 PRM-VALUE                         PIC X(20).

       FD FCSTRPT.
       01 RPT-LINE                              PIC X(100).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-JSC-STATUS                        PIC XX.
       01  WS-RPT-STATUS                        PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-TRUNC-SW                          PIC X(01) VALUE 'N'.
           88 WS-CARGA-TRUNCADA                 VALUE 'Y'.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).

      * MES DEL PRONOSTICO
       01  WS-ENT-MES                           PIC X(06).
       01  WS-PERIODO                           PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-ANIO                       PIC 9(04).
           03 WS-PER-MES                        PIC 9(02).
       01  WS-HOY.
           03 WS-HOY-ANIO                       PIC 9(04).
           03 WS-HOY-MES                        PIC 9(02).
           03 WS-HOY-DD                         PIC 9(02).
       01  WS-FECHA                             PIC 9(08).
       01  WS-FECHA-SIG                         PIC 9(08).
       01  WS-INT-INI                           PIC 9(07).
       01  WS-INT                               PIC 9(07).
       01  WS-MES-DIAS                          PIC 9(02).
       01  WS-DD                                PIC 9(02).
       01  WS-DIA-SEM                           PIC 9(01).
       01  WS-NOMBRES-DIA                       PIC X(21)
           VALUE 'LUNMARMIEJUEVIESABDOM'.

      * EL PLAN EN MEMORIA; JOB-HOY ES EL RESULTADO DE LA REGLA PARA
      * EL DIA QUE SE ESTA PRONOSTICANDO
       01  WS-JOB-COUNT                         PIC 9(02) VALUE ZERO.
       01  WS-JOB-IDX                           PIC 9(02).
       01  WS-JOB-TABLA.
           03 WS-JOB-ENTRY OCCURS 50 TIMES.
              05 WS-JOB-PLAN.
                 07 WS-JOB-ORDEN                PIC 9(02).
                 07 WS-JOB-PROGRAMA             PIC X(08).
                 07 WS-JOB-DESC                 PIC X(24).
                 07 WS-JOB-REGLA                PIC X(01).
                 07 WS-JOB-DIAS                 PIC X(07).
                 07 WS-JOB-MES                  PIC 9(02).
                 07 WS-JOB-PRED OCCURS 3 TIMES  PIC X(08).
                 07 WS-JOB-DETIENE              PIC X(01).
              05 WS-JOB-HOY                     PIC X(01).
              05 WS-JOB-NOCHES                  PIC 9(02).
       01  WS-PASOS-DIA                         PIC 9(02).
       01  WS-PASOS-MES                         PIC 9(04) VALUE ZERO.
       01  WS-NOMBRE                            PIC X(08).
       01  WS-NOM-POS                           PIC 9(03).

      * SOLICITUD A JOBRULE1 PARA UN PASO Y UNA FECHA
       01  WS-JOB-REQ.
           03 WS-JRQ-FECHA                      PIC 9(08).
           03 WS-JRQ-REGLA                      PIC X(01).
           03 WS-JRQ-DIAS                       PIC X(07).
           03 WS-JRQ-MES                        PIC 9(02).
           03 WS-JRQ-RESULT                     PIC X(01).
           03 WS-JRQ-TIPO-DIA                   PIC X(01).

      * LINEA DE DIA - LA LISTA DE NOMBRES SIGUE EN LINEAS DE
      * CONTINUACION DE OCHO EN OCHO, CON EL PREFIJO EN BLANCO
       01  WS-LIN-DIA.
           03 DIA-PREFIJO.
              05 DIA-FECHA                      PIC 9999/99/99.
              05 FILLER                         PIC X(01) VALUE SPACE.
              05 DIA-NOMBRE                     PIC X(03).
              05 FILLER                         PIC X(02) VALUE SPACES.
              05 DIA-TIPO                       PIC X(01).
              05 FILLER                         PIC X(03) VALUE SPACES.
              05 DIA-PASOS                      PIC ZZ9.
              05 FILLER                         PIC X(04) VALUE SPACES.
           03 DIA-PREFIJO-X REDEFINES DIA-PREFIJO PIC X(27).
           03 DIA-LISTA                         PIC X(72).

       01  WS-LIN-PASO.
           03 DET-ORDEN                         PIC 99.
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 DET-PROGRAMA                      PIC X(08).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 DET-DESC                          PIC X(24).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 DET-REGLA                         PIC X(01).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 DET-DETALLE                       PIC X(10).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 DET-NOCHES                        PIC ZZ9.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-GET-MONTH.
           IF WS-PERIODO = ZERO
              DISPLAY "MES INVALIDO - DEBE SER AAAAMM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-SCHEDULE.
           IF WS-CARGA-TRUNCADA
              DISPLAY "JOBSCHED.DAT EXCEDE LA TABLA (50) - SIN "
                 "PRONOSTICO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-JOB-COUNT = ZERO
              DISPLAY "NO HAY JOBSCHED.DAT - LA CADENA CORRE SU LISTA "
                 "FIJA (VER NGTDRV1)"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 3000-BUILD-MONTH.
           OPEN OUTPUT FCSTRPT.
           PERFORM 4000-WRITE-HEADER.
           PERFORM 5000-FORECAST-ONE-DAY
              VARYING WS-DD FROM 1 BY 1
              UNTIL WS-DD > WS-MES-DIAS.
           CANCEL "JOBRULE1".
           PERFORM 6000-WRITE-SUMMARY.
           CLOSE FCSTRPT.
           DISPLAY "PRONOSTICO " WS-PER-ANIO "-" WS-PER-MES
              " GENERADO: JOBFCST.RPT".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
      * AAAAMM DE BATCHPRM O DEL PROMPT; ENTER = EL MES QUE VIENE.
      * UN MES INVALIDO DEJA EL PERIODO EN CERO
       1000-GET-MONTH.
           MOVE "MES         " TO WS-PRM-BUSCADA.
           PERFORM 7000-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:6) TO WS-ENT-MES
           ELSE
              DISPLAY "MES A PRONOSTICAR (AAAAMM, ENTER=PROXIMO): "
              ACCEPT WS-ENT-MES
           END-IF.
           MOVE ZERO TO WS-PERIODO.
           IF WS-ENT-MES = SPACES
              ACCEPT WS-HOY FROM DATE YYYYMMDD
              IF WS-HOY-MES = 12
                 COMPUTE WS-PER-ANIO = WS-HOY-ANIO + 1
                 MOVE 1 TO WS-PER-MES
              ELSE
                 MOVE WS-HOY-ANIO TO WS-PER-ANIO
                 COMPUTE WS-PER-MES = WS-HOY-MES + 1
              END-IF
           ELSE
              IF WS-ENT-MES IS NUMERIC
                 MOVE WS-ENT-MES TO WS-PERIODO
                 IF WS-PER-MES < 1 OR WS-PER-MES > 12
                    OR WS-PER-ANIO < 1601
                    MOVE ZERO TO WS-PERIODO
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       2000-LOAD-SCHEDULE.
           OPEN INPUT JOBSCHED.
           IF WS-JSC-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-JOB
              PERFORM 2020-ADD-JOB
                 UNTIL WS-EOF OR WS-JOB-COUNT >= 50
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
              END-IF
              CLOSE JOBSCHED
           ELSE
              IF WS-JSC-STATUS = "05" OR WS-JSC-STATUS = "35"
                 CLOSE JOBSCHED
              END-IF
           END-IF.
      * ...............................................................
       2010-READ-NEXT-JOB.
           READ JOBSCHED
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       2020-ADD-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE JSC-REC TO WS-JOB-PLAN (WS-JOB-COUNT).
           MOVE ZERO TO WS-JOB-NOCHES (WS-JOB-COUNT).
           PERFORM 2010-READ-NEXT-JOB.
      * ...............................................................
      * DIAS DEL MES Y ENTERO DE FECHA DEL DIA 1
       3000-BUILD-MONTH.
           COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE
              (WS-PERIODO * 100 + 1).
           IF WS-PER-MES = 12
              COMPUTE WS-FECHA-SIG = (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-SIG = WS-PERIODO * 100 + 101
           END-IF.
           COMPUTE WS-MES-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - WS-INT-INI.
      * ...............................................................
      * TITULO Y LOS PASOS QUE CORREN TODAS LAS NOCHES
       4000-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "PRONOSTICO DE LA CADENA NOCTURNA - MES "
              WS-PER-ANIO "-" WS-PER-MES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-DIA.
           MOVE "TODAS LAS NOCHES:" TO DIA-PREFIJO-X.
           MOVE 1 TO WS-NOM-POS.
           PERFORM 4010-ADD-DAILY-STEP
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           PERFORM 5200-WRITE-DAY-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FECHA      DIA  TIPO PASOS "
              "PASOS NO DIARIOS"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       4010-ADD-DAILY-STEP.
           IF WS-JOB-REGLA (WS-JOB-IDX) = "D"
              MOVE WS-JOB-PROGRAMA (WS-JOB-IDX) TO WS-NOMBRE
              PERFORM 5100-ADD-NAME
           END-IF.
      * ...............................................................
      * CADA PASO POR JOBRULE1 PARA LA FECHA; SE CUENTAN LOS QUE
      * CORREN Y SE NOMBRAN LOS QUE NO SON DIARIOS
       5000-FORECAST-ONE-DAY.
           COMPUTE WS-FECHA = WS-PERIODO * 100 + WS-DD.
           MOVE ZERO TO WS-PASOS-DIA.
           MOVE SPACE TO WS-JRQ-TIPO-DIA.
           PERFORM 5010-CHECK-ONE-JOB
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           COMPUTE WS-INT = WS-INT-INI + WS-DD - 1.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-INT - 1, 7) + 1.
           MOVE SPACES TO WS-LIN-DIA.
           MOVE WS-FECHA TO DIA-FECHA.
           MOVE WS-NOMBRES-DIA (WS-DIA-SEM * 3 - 2:3) TO DIA-NOMBRE.
           MOVE WS-JRQ-TIPO-DIA TO DIA-TIPO.
           MOVE WS-PASOS-DIA TO DIA-PASOS.
           MOVE 1 TO WS-NOM-POS.
           PERFORM 5020-ADD-NON-DAILY
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           PERFORM 5200-WRITE-DAY-LINE.
      * ...............................................................
       5010-CHECK-ONE-JOB.
           MOVE WS-FECHA TO WS-JRQ-FECHA.
           MOVE WS-JOB-REGLA (WS-JOB-IDX) TO WS-JRQ-REGLA.
           MOVE WS-JOB-DIAS (WS-JOB-IDX) TO WS-JRQ-DIAS.
           MOVE WS-JOB-MES (WS-JOB-IDX) TO WS-JRQ-MES.
           CALL "JOBRULE1" USING WS-JOB-REQ.
           MOVE WS-JRQ-RESULT TO WS-JOB-HOY (WS-JOB-IDX).
           IF WS-JRQ-RESULT = "S"
              ADD 1 TO WS-PASOS-DIA
              ADD 1 TO WS-PASOS-MES
              ADD 1 TO WS-JOB-NOCHES (WS-JOB-IDX)
           END-IF.
      * ...............................................................
       5020-ADD-NON-DAILY.
           IF WS-JOB-HOY (WS-JOB-IDX) = "S"
              AND WS-JOB-REGLA (WS-JOB-IDX) NOT = "D"
              MOVE WS-JOB-PROGRAMA (WS-JOB-IDX) TO WS-NOMBRE
              PERFORM 5100-ADD-NAME
           END-IF.
      * ...............................................................
      * OCHO NOMBRES POR LINEA; CON LA LINEA LLENA SE ESCRIBE Y SIGUE
      * UNA DE CONTINUACION CON EL PREFIJO EN BLANCO
       5100-ADD-NAME.
           IF WS-NOM-POS > 64
              PERFORM 5200-WRITE-DAY-LINE
              MOVE SPACES TO WS-LIN-DIA
              MOVE 1 TO WS-NOM-POS
           END-IF.
           MOVE WS-NOMBRE TO DIA-LISTA (WS-NOM-POS:8).
           ADD 9 TO WS-NOM-POS.
      * ...............................................................
       5200-WRITE-DAY-LINE.
           MOVE WS-LIN-DIA TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * NOCHES DEL MES POR PASO, EN ORDEN DE CORRIDA
       6000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOCHES POR PASO EN EL MES"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 6010-WRITE-ONE-JOB
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL DE CORRIDAS DE PASOS EN EL MES: "
              WS-PASOS-MES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       6010-WRITE-ONE-JOB.
           MOVE WS-JOB-ORDEN (WS-JOB-IDX) TO DET-ORDEN.
           MOVE WS-JOB-PROGRAMA (WS-JOB-IDX) TO DET-PROGRAMA.
           MOVE WS-JOB-DESC (WS-JOB-IDX) TO DET-DESC.
           MOVE WS-JOB-REGLA (WS-JOB-IDX) TO DET-REGLA.
           MOVE SPACES TO DET-DETALLE.
           EVALUATE WS-JOB-REGLA (WS-JOB-IDX)
              WHEN "D"
                 MOVE "DIARIO" TO DET-DETALLE
              WHEN "S"
                 MOVE WS-JOB-DIAS (WS-JOB-IDX) TO DET-DETALLE
              WHEN OTHER
                 IF WS-JOB-MES (WS-JOB-IDX) = ZERO
                    MOVE "CADA MES" TO DET-DETALLE
                 ELSE
                    MOVE "MES" TO DET-DETALLE
                    MOVE WS-JOB-MES (WS-JOB-IDX) TO DET-DETALLE (5:2)
                 END-IF
           END-EVALUATE.
           MOVE WS-JOB-NOCHES (WS-JOB-IDX) TO DET-NOCHES.
           MOVE WS-LIN-PASO TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       7000-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 7010-READ-NEXT-PARM
              PERFORM 7020-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       7010-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       7020-MATCH-PARM.
           IF PRM-PROGRAM = "JOBFCST1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 7010-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM JOBFCST1.
