      * ===============================================================
       IDENTIFICATION DIVISION.
      * JOBRULE1 = REGLA DE CORRIDA DE UN PASO DEL PLAN DE TRABAJOS
      * JOBSCHED.DAT PARA UNA FECHA. LA LLAMAN NGTDRV1 AL ARMAR LA
      * LISTA DE LA NOCHE Y JOBFCST1 AL PRONOSTICAR EL MES, ASI LAS
      * DOS VEN LA MISMA REGLA. REGLAS:
      *   D = TODAS LAS NOCHES
      *   S = LOS DIAS MARCADOS CON S EN LA MASCARA LUNES..DOMINGO
      *   P = PRIMER DIA HABIL DEL MES
      *   U = ULTIMO DIA HABIL DEL MES
      *   C = CIERRE DE PERIODO, EL ULTIMO DIA CALENDARIO DEL MES
      * P, U Y C SE LIMITAN A UN MES DEL ANO CUANDO EL MES NO ES 00
      * (UN PASO ANUAL). LOS DIAS HABILES SON LOS L DE CALENDAR.DAT
      * (CALMNT1); UN PERIODO QUE NO ESTE GENERADO CUENTA DE LUNES A
      * VIERNES. DEVUELVE TAMBIEN EL TIPO DEL DIA (L, F O D)
       PROGRAM-ID. JOBRULE1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CAL-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                        PIC 9(08).
           03 CAL-DIA-SEM                      PIC 9(01).
           03 CAL-TIPO                         PIC X(01).
           03 CAL-DIA-VENTA                    PIC 9(02).
           03 CAL-DESC                         PIC X(30).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE 'Y'.
      * EL CALENDARIO SE CARGA EN LA PRIMERA LLAMADA Y QUEDA EN
      * MEMORIA HASTA EL CANCEL DEL LLAMADOR
       01 WS-CARGADO-SW                        PIC X(01) VALUE 'N'.
           88 WS-CALENDARIO-CARGADO            VALUE 'Y'.

       01 WS-CAL-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-CAL-IDX                           PIC 9(04).
       01 WS-CAL-TABLA.
           03 WS-CAL-ENTRY OCCURS 4000 TIMES.
              05 WS-TBL-FECHA                  PIC 9(08).
              05 WS-TBL-FECHA-R REDEFINES WS-TBL-FECHA.
                 07 WS-TBL-PERIODO             PIC 9(06).
                 07 WS-TBL-DD                  PIC 9(02).
              05 WS-TBL-TIPO                   PIC X(01).

      * EL MES DE LA FECHA PEDIDA, DIA POR DIA, ARMADO UNA VEZ POR
      * PERIODO
       01 WS-MES-ARMADO                        PIC 9(06) VALUE ZERO.
       01 WS-MES-DIAS                          PIC 9(02).
       01 WS-MES-TABLA.
           03 WS-MES-TIPO OCCURS 31 TIMES      PIC X(01).
       01 WS-DD-IDX                            PIC 9(02).
       01 WS-PRIMER-HABIL                      PIC 9(02).
       01 WS-ULTIMO-HABIL                      PIC 9(02).

       01 WS-FECHA                             PIC 9(08).
       01 WS-FECHA-R REDEFINES WS-FECHA.
           03 WS-FEC-PERIODO                   PIC 9(06).
           03 WS-FEC-PERIODO-R REDEFINES WS-FEC-PERIODO.
              05 WS-FEC-ANIO                   PIC 9(04).
              05 WS-FEC-MES                    PIC 9(02).
           03 WS-FEC-DD                        PIC 9(02).
       01 WS-FECHA-SIG                         PIC 9(08).
       01 WS-INT                               PIC 9(07).
       01 WS-INT-INI                           PIC 9(07).
       01 WS-DIA-SEM                           PIC 9(01).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
      * FECHA, REGLA, MASCARA DE DIAS Y MES DEL PASO; VUELVEN EL
      * RESULTADO (S = CORRE ESA NOCHE) Y EL TIPO DEL DIA
       01 LNK-JOB-REQ.
           03 LNK-FECHA                        PIC 9(08).
           03 LNK-REGLA                        PIC X(01).
           03 LNK-DIAS                         PIC X(07).
           03 LNK-MES                          PIC 9(02).
           03 LNK-RESULT                       PIC X(01).
           03 LNK-TIPO-DIA                     PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-JOB-REQ.
       0000-MAINLINE.
           IF NOT WS-CALENDARIO-CARGADO
              PERFORM 1000-LOAD-CALENDAR
              MOVE 'Y' TO WS-CARGADO-SW
           END-IF.
           MOVE "N" TO LNK-RESULT.
           MOVE SPACE TO LNK-TIPO-DIA.
           MOVE LNK-FECHA TO WS-FECHA.
           IF LNK-FECHA NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(LNK-FECHA) NOT = ZERO
              GOBACK
           END-IF.
           IF WS-FEC-PERIODO NOT = WS-MES-ARMADO
              PERFORM 2000-BUILD-MONTH
           END-IF.
           MOVE WS-MES-TIPO (WS-FEC-DD) TO LNK-TIPO-DIA.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           PERFORM 7400-DIA-SEMANA.
           EVALUATE LNK-REGLA
              WHEN "D"
                 MOVE "S" TO LNK-RESULT
              WHEN "S"
                 IF LNK-DIAS (WS-DIA-SEM:1) = "S"
                    MOVE "S" TO LNK-RESULT
                 END-IF
              WHEN "P"
                 IF WS-FEC-DD = WS-PRIMER-HABIL
                    PERFORM 3000-CHECK-MONTH
                 END-IF
              WHEN "U"
                 IF WS-FEC-DD = WS-ULTIMO-HABIL
                    PERFORM 3000-CHECK-MONTH
                 END-IF
              WHEN "C"
                 IF WS-FEC-DD = WS-MES-DIAS
                    PERFORM 3000-CHECK-MONTH
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GOBACK.
      * ...............................................................
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-CALENDAR
              PERFORM 1020-ADD-CALENDAR
                 UNTIL WS-EOF OR WS-CAL-COUNT >= 4000
              CLOSE CALENDAR
           ELSE
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           END-IF.

       1010-READ-NEXT-CALENDAR.
           READ CALENDAR
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1020-ADD-CALENDAR.
           IF CAL-FECHA IS NUMERIC
              ADD 1 TO WS-CAL-COUNT
              MOVE CAL-FECHA TO WS-TBL-FECHA (WS-CAL-COUNT)
              MOVE CAL-TIPO  TO WS-TBL-TIPO (WS-CAL-COUNT)
           END-IF.
           PERFORM 1010-READ-NEXT-CALENDAR.
      * ...............................................................
      * TIPO DE CADA DIA DEL MES: PRIMERO LUNES A VIERNES, LUEGO LO
      * QUE DIGA EL CALENDARIO PARA LAS FECHAS QUE TENGA. DE AHI SALEN
      * EL PRIMER Y EL ULTIMO DIA HABIL
       2000-BUILD-MONTH.
           MOVE WS-FEC-PERIODO TO WS-MES-ARMADO.
           COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE
              (WS-FEC-PERIODO * 100 + 1).
           IF WS-FEC-MES = 12
              COMPUTE WS-FECHA-SIG = (WS-FEC-ANIO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-SIG = WS-FEC-PERIODO * 100 + 101
           END-IF.
           COMPUTE WS-MES-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - WS-INT-INI.
           MOVE SPACES TO WS-MES-TABLA.
           PERFORM 2010-DEFAULT-DAY
              VARYING WS-DD-IDX FROM 1 BY 1
              UNTIL WS-DD-IDX > WS-MES-DIAS.
           PERFORM 2020-CALENDAR-DAY
              VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           MOVE ZERO TO WS-PRIMER-HABIL WS-ULTIMO-HABIL.
           PERFORM 2030-MARK-BUSINESS-DAY
              VARYING WS-DD-IDX FROM 1 BY 1
              UNTIL WS-DD-IDX > WS-MES-DIAS.

       2010-DEFAULT-DAY.
           COMPUTE WS-INT = WS-INT-INI + WS-DD-IDX - 1.
           PERFORM 7400-DIA-SEMANA.
           IF WS-DIA-SEM > 5
              MOVE "D" TO WS-MES-TIPO (WS-DD-IDX)
           ELSE
              MOVE "L" TO WS-MES-TIPO (WS-DD-IDX)
           END-IF.

       2020-CALENDAR-DAY.
           IF WS-TBL-PERIODO (WS-CAL-IDX) = WS-MES-ARMADO
              AND WS-TBL-DD (WS-CAL-IDX) > ZERO
              AND WS-TBL-DD (WS-CAL-IDX) NOT > WS-MES-DIAS
              MOVE WS-TBL-TIPO (WS-CAL-IDX)
                 TO WS-MES-TIPO (WS-TBL-DD (WS-CAL-IDX))
           END-IF.

       2030-MARK-BUSINESS-DAY.
           IF WS-MES-TIPO (WS-DD-IDX) = "L"
              IF WS-PRIMER-HABIL = ZERO
                 MOVE WS-DD-IDX TO WS-PRIMER-HABIL
              END-IF
              MOVE WS-DD-IDX TO WS-ULTIMO-HABIL
           END-IF.
      * ...............................................................
      * MES 00 = TODOS LOS MESES; OTRO = SOLO ESE MES DEL ANO
       3000-CHECK-MONTH.
           IF LNK-MES = ZERO OR LNK-MES = WS-FEC-MES
              MOVE "S" TO LNK-RESULT
           END-IF.
      * ...............................................................
      * DIA DE LA SEMANA DEL ENTERO DE FECHA: EL DIA 1 DEL CALENDARIO
      * (1601-01-01) FUE LUNES. 1=LUNES ... 7=DOMINGO
       7400-DIA-SEMANA.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-INT - 1, 7) + 1.
      * ===============================================================
       END PROGRAM JOBRULE1.
