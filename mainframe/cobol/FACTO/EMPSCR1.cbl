       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSCR1.
      *
      * EMPSCR1 = CALIFICACION DE COMPLETITUD DEL MAESTRO DE EMPRESAS.
      * A CADA EMPRESA DE EMPRESA.DAT LE SUMA EL PESO DE CADA CAMPO DE
      * LA LISTA DE CONTROL QUE TENGA DILIGENCIADO (TABLA WS-PESOS,
      * SUMA 100). EN EMPSCR.RPT LISTA LAS EMPRESAS POR DEBAJO DEL
      * UMBRAL CON LOS CAMPOS QUE LES FALTAN, EL PROMEDIO POR CIUDAD Y
      * DEPARTAMENTO DEL CATALOGO CIUDCAT.DAT (LAS PAREJAS QUE NO ESTAN
      * EN EL CATALOGO SALEN MARCADAS CON *) Y LA TENDENCIA DE LAS
      * ULTIMAS CORRIDAS. CADA CORRIDA AGREGA SU PROMEDIO GENERAL AL
      * HISTORICO EMPSCRH.DAT PARA MOSTRAR A LA GERENCIA, TRIMESTRE A
      * TRIMESTRE, QUE EL MAESTRO SE ESTA LIMPIANDO.
      * EL UMBRAL VIENE DE BATCHPRM.DAT (EMPSCR1 / UMBRAL) O SE
      * PREGUNTA (ENTER = 70). TERMINA CON CODIGO 4 SI ALGUNA EMPRESA
      * QUEDA POR DEBAJO
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CIUDCAT ASSIGN TO "CIUDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL SCRHIST ASSIGN TO "EMPSCRH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.
           SELECT SCRRPT ASSIGN TO "EMPSCR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
      * PARAMETROS DE LOTE - EL UMBRAL VIENE DE AQUI EN LA CORRIDA
      * DESATENDIDA (EMPSCR1 / UMBRAL)
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMP-TIP-ID       PIC X(20).
           03 EMP-ID           PIC X(20).
           03 EMP-RSOCIAL      PIC X(30).
           03 EMP-RCCIAL       PIC X(30).
           03 EMP-SIGLA        PIC X(10).
           03 EMP-DIR1         PIC X(30).
           03 EMP-DIR2         PIC X(30).
           03 EMP-DIR3         PIC X(30).
           03 EMP-TEL1         PIC X(20).
           03 EMP-TEL2         PIC X(20).
           03 EMP-TEL3         PIC X(20).
           03 EMP-CIUDAD       PIC X(20).
           03 EMP-DEPTO        PIC X(20).
           03 EMP-EMAIL1       PIC X(30).
           03 EMP-EMAIL2       PIC X(30).
           03 EMP-EMAIL3       PIC X(30).
           03 EMP-WEB1         PIC X(30).
           03 EMP-WEB2         PIC X(30).
           03 EMP-RLEGAL       PIC X(60).
           03 EMP-FEC-CREA     PIC 9(08).
           03 EMP-FEC-MOD      PIC 9(08).
           03 EMP-ESTADO       PIC X(01).
           03 EMP-PADRE-ID     PIC X(20).
           03 EMP-FEC-RENOV    PIC 9(08).
           03 EMP-FILLER       PIC X(455).
      *
       FD CIUDCAT.
       01 CAT-REC.
           03 CAT-CIUDAD       PIC X(20).
           03 CAT-DEPTO        PIC X(20).
      *
       FD SCRHIST.
       01 HIS-REC.
           03 HIS-FECHA        PIC 9(08).
           03 HIS-EMPRESAS     PIC 9(05).
           03 HIS-PROMEDIO     PIC 9(03)V99.
           03 HIS-BAJO         PIC 9(05).
           03 HIS-UMBRAL       PIC 9(03).
      *
       FD SCRRPT.
       01 RPT-LINE             PIC X(132).
      *
       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM      PIC X(08).
           03 PRM-KEY          PIC X(12).
           03 PRM-VALUE        PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
           88  WS-EMP-NOFILE          VALUE '00'.
       01  WS-CAT-STATUS          PIC XX.
       01  WS-HIS-STATUS          PIC XX.
       01  WS-RPT-STATUS          PIC XX.
       01  WS-PRM-STATUS          PIC XX.
       01  WS-PRM-EOF-SW          PIC X(01).
           88 WS-PRM-EOF              VALUE 'Y'.
       01  WS-PRM-FOUND-SW        PIC X(01).
           88 WS-PRM-FOUND            VALUE 'Y'.
       01  WS-PRM-BUSCADA         PIC X(12).
       01  WS-PRM-VALOR           PIC X(20).
       01  WS-END-BROWSE          PIC X(01) VALUE 'N'.
           88 WS-NO-MORE-EMPRESAS     VALUE 'Y'.
       01  WS-CAT-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF              VALUE 'Y'.
       01  WS-HIS-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-HIS-EOF              VALUE 'Y'.
      *
       01  WS-FECHA-HOY           PIC 9(08).
       01  WS-UMBRAL              PIC 9(03) VALUE 70.
       01  WS-UMBRAL-RESP         PIC X(05).
      *
      * LISTA DE CONTROL: NOMBRE DEL CAMPO Y SU PESO. LOS PESOS SUMAN
      * 100, ASI LA CALIFICACION ES UN PORCENTAJE
       01  WS-PESOS-VALORES.
           03 FILLER PIC X(12) VALUE 'RSOCIAL   10'.
           03 FILLER PIC X(12) VALUE 'RCCIAL    05'.
           03 FILLER PIC X(12) VALUE 'DIR1      10'.
           03 FILLER PIC X(12) VALUE 'DIR2      05'.
           03 FILLER PIC X(12) VALUE 'TEL1      10'.
           03 FILLER PIC X(12) VALUE 'TEL2      05'.
           03 FILLER PIC X(12) VALUE 'CIUDAD    05'.
           03 FILLER PIC X(12) VALUE 'DEPTO     05'.
           03 FILLER PIC X(12) VALUE 'EMAIL1    15'.
           03 FILLER PIC X(12) VALUE 'WEB1      05'.
           03 FILLER PIC X(12) VALUE 'RLEGAL    15'.
           03 FILLER PIC X(12) VALUE 'FEC-RENOV 10'.
       01  WS-PESOS-TABLA REDEFINES WS-PESOS-VALORES.
           03 WS-PESO-ENTRY OCCURS 12 TIMES.
              05 WS-PESO-CAMPO    PIC X(10).
              05 WS-PESO-VALOR    PIC 9(02).
       01  WS-PESO-IDX            PIC 9(02).
       01  WS-PRESENTE-TABLA.
           03 WS-PRESENTE OCCURS 12 TIMES PIC X(01).
      *
       01  WS-PUNTAJE             PIC 9(03).
       01  WS-FALTAN              PIC X(80).
       01  WS-FALTAN-PTR          PIC 9(03).
      *
       01  WS-CNT-TOTAL           PIC 9(05) VALUE ZERO.
       01  WS-CNT-BAJO            PIC 9(05) VALUE ZERO.
       01  WS-SUMA-TOTAL          PIC 9(09) VALUE ZERO.
       01  WS-PROMEDIO            PIC 9(03)V99 VALUE ZERO.
      *
      * UNA ENTRADA POR PAREJA CIUDAD/DEPARTAMENTO - PRIMERO LAS DEL
      * CATALOGO, DESPUES LAS QUE APAREZCAN EN EL MAESTRO SIN ESTARLO
       01  WS-GEO-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-GEO-IDX             PIC 9(03).
       01  WS-GEO-JDX             PIC 9(03).
       01  WS-GEO-HIT             PIC 9(03).
       01  WS-GEO-TABLA.
           03 WS-GEO-ENTRY OCCURS 500 TIMES.
              05 WS-GEO-DEPTO     PIC X(20).
              05 WS-GEO-CIUDAD    PIC X(20).
              05 WS-GEO-EN-CAT    PIC X(01).
              05 WS-GEO-CNT       PIC 9(05).
              05 WS-GEO-SUMA      PIC 9(08).
      *
       01  WS-DEPTO-ACTUAL        PIC X(20).
       01  WS-DEPTO-YA-SW         PIC X(01).
           88 WS-DEPTO-YA-LISTADO     VALUE 'S'.
       01  WS-DEPTO-CNT           PIC 9(05).
       01  WS-DEPTO-SUMA          PIC 9(09).
       01  WS-PROM-CALC           PIC 9(03)V9.
      *
      * ULTIMAS CORRIDAS DEL HISTORICO, LA MAS RECIENTE AL FINAL
       01  WS-HIS-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-HIS-IDX             PIC 9(02).
       01  WS-HIS-TABLA.
           03 WS-HIS-ENTRY OCCURS 12 TIMES.
              05 WS-HIS-LINEA     PIC X(26).
      *
       01  WS-LIN-DETALLE.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-EMP-ID       PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-RSOCIAL      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-PUNTAJE      PIC ZZ9.
           03 FILLER           PIC X(09) VALUE ' FALTAN: '.
           03 DET-FALTAN       PIC X(65).
      *
       01  WS-LIN-DEPTO.
           03 FILLER           PIC X(14) VALUE 'DEPARTAMENTO: '.
           03 LIN-DEPTO        PIC X(20).
       01  WS-LIN-CIUDAD.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LIN-CAT-MARCA    PIC X(01).
           03 LIN-CIUDAD       PIC X(20).
           03 LIN-CIU-CNT      PIC ZZZZ9.
           03 FILLER           PIC X(11) VALUE '  PROMEDIO '.
           03 LIN-CIU-PROM     PIC ZZ9.9.
       01  WS-LIN-SUBTOT.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(20) VALUE 'TOTAL DEPTO         '.
           03 LIN-SUB-CNT      PIC ZZZZ9.
           03 FILLER           PIC X(11) VALUE '  PROMEDIO '.
           03 LIN-SUB-PROM     PIC ZZ9.9.
       01  WS-LIN-HIST.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 LIN-HIS-FECHA    PIC 9(08).
           03 FILLER           PIC X(11) VALUE '  EMPRESAS '.
           03 LIN-HIS-EMPR     PIC ZZZZ9.
           03 FILLER           PIC X(11) VALUE '  PROMEDIO '.
           03 LIN-HIS-PROM     PIC ZZ9.99.
           03 FILLER           PIC X(14) VALUE '  BAJO UMBRAL '.
           03 LIN-HIS-BAJO     PIC ZZZZ9.
           03 FILLER           PIC X(03) VALUE ' / '.
           03 LIN-HIS-UMBRAL   PIC ZZ9.
      *
       01  WS-LIN-TOTAL.
           03 TOT-ETIQUETA     PIC X(28).
           03 TOT-VALOR        PIC ZZZZ9.
       01  WS-LIN-PROMEDIO.
           03 FILLER           PIC X(28)
                               VALUE 'PROMEDIO GENERAL            '.
           03 TOT-PROMEDIO     PIC ZZ9.99.
      *
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0150-LEER-UMBRAL.
           OPEN INPUT EMPRESA.
           IF NOT WS-EMP-NOFILE
               DISPLAY "NO HAY EMPRESA.DAT QUE CALIFICAR"
               CLOSE EMPRESA
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0160-CARGAR-CATALOGO.
           OPEN OUTPUT SCRRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "COMPLETITUD DEL MAESTRO DE EMPRESAS AL "
              WS-FECHA-HOY "  -  UMBRAL " WS-UMBRAL
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EMPRESAS POR DEBAJO DEL UMBRAL" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0200-CALIFICAR-EMPRESAS.
           CLOSE EMPRESA.
           IF WS-CNT-TOTAL > ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-TOTAL / WS-CNT-TOTAL
           END-IF.
           PERFORM 0400-RESUMEN-GEOGRAFICO.
           PERFORM 0500-GRABAR-HISTORICO.
           PERFORM 0510-LISTAR-HISTORICO.
           PERFORM 0600-TOTALES.
           CLOSE SCRRPT.
           DISPLAY "REPORTE GENERADO: EMPSCR.RPT".
           MOVE WS-PROMEDIO TO TOT-PROMEDIO.
           DISPLAY "PROMEDIO GENERAL: " TOT-PROMEDIO.
           IF WS-CNT-BAJO > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       0150-LEER-UMBRAL.
           MOVE "UMBRAL      " TO WS-PRM-BUSCADA.
           PERFORM 0041-GET-PARAMETER.
           IF WS-PRM-FOUND
               MOVE WS-PRM-VALOR (1:5) TO WS-UMBRAL-RESP
           ELSE
               DISPLAY "UMBRAL DE COMPLETITUD 0-100 (ENTER = 70): "
               ACCEPT WS-UMBRAL-RESP
           END-IF.
           IF WS-UMBRAL-RESP NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-UMBRAL-RESP) = 0
                   IF FUNCTION NUMVAL (WS-UMBRAL-RESP) NOT > 100
                       MOVE FUNCTION NUMVAL (WS-UMBRAL-RESP)
                           TO WS-UMBRAL
                   END-IF
               END-IF
           END-IF.
           DISPLAY "UMBRAL USADO: " WS-UMBRAL.
      *
       0160-CARGAR-CATALOGO.
           OPEN INPUT CIUDCAT.
           IF WS-CAT-STATUS NOT = "00"
               IF WS-CAT-STATUS = "05" OR WS-CAT-STATUS = "35"
                   CLOSE CIUDCAT
               END-IF
           ELSE
               PERFORM 0161-LEER-CATALOGO
               PERFORM 0162-UNA-CIUDAD
                   UNTIL WS-CAT-EOF OR WS-GEO-COUNT >= 500
               CLOSE CIUDCAT
           END-IF.
      *
       0161-LEER-CATALOGO.
           READ CIUDCAT
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.
      *
       0162-UNA-CIUDAD.
           ADD 1 TO WS-GEO-COUNT.
           MOVE CAT-DEPTO  TO WS-GEO-DEPTO (WS-GEO-COUNT).
           MOVE CAT-CIUDAD TO WS-GEO-CIUDAD (WS-GEO-COUNT).
           MOVE 'S'        TO WS-GEO-EN-CAT (WS-GEO-COUNT).
           MOVE ZERO       TO WS-GEO-CNT (WS-GEO-COUNT)
                              WS-GEO-SUMA (WS-GEO-COUNT).
           PERFORM 0161-LEER-CATALOGO.
      *
       0200-CALIFICAR-EMPRESAS.
           READ EMPRESA NEXT RECORD
               AT END SET WS-NO-MORE-EMPRESAS TO TRUE
           END-READ.
           PERFORM 0210-CALIFICAR-UNA
               UNTIL WS-NO-MORE-EMPRESAS.
      *
       0210-CALIFICAR-UNA.
           ADD 1 TO WS-CNT-TOTAL.
           PERFORM 0220-MARCAR-PRESENTES.
           MOVE ZERO TO WS-PUNTAJE.
           MOVE SPACES TO WS-FALTAN.
           MOVE 1 TO WS-FALTAN-PTR.
           PERFORM 0230-SUMAR-CAMPO
               VARYING WS-PESO-IDX FROM 1 BY 1
               UNTIL WS-PESO-IDX > 12.
           ADD WS-PUNTAJE TO WS-SUMA-TOTAL.
           IF WS-PUNTAJE < WS-UMBRAL
               ADD 1 TO WS-CNT-BAJO
               MOVE EMP-ID      TO DET-EMP-ID
               MOVE EMP-RSOCIAL TO DET-RSOCIAL
               MOVE WS-PUNTAJE  TO DET-PUNTAJE
               MOVE WS-FALTAN   TO DET-FALTAN
               MOVE WS-LIN-DETALLE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM 0240-ACUMULAR-CIUDAD.
           READ EMPRESA NEXT RECORD
               AT END SET WS-NO-MORE-EMPRESAS TO TRUE
           END-READ.
      *
      * MISMO ORDEN DE LA TABLA WS-PESOS
       0220-MARCAR-PRESENTES.
           MOVE ALL 'S' TO WS-PRESENTE-TABLA.
           IF EMP-RSOCIAL = SPACES
               MOVE 'N' TO WS-PRESENTE (1).
           IF EMP-RCCIAL = SPACES
               MOVE 'N' TO WS-PRESENTE (2).
           IF EMP-DIR1 = SPACES
               MOVE 'N' TO WS-PRESENTE (3).
           IF EMP-DIR2 = SPACES
               MOVE 'N' TO WS-PRESENTE (4).
           IF EMP-TEL1 = SPACES
               MOVE 'N' TO WS-PRESENTE (5).
           IF EMP-TEL2 = SPACES
               MOVE 'N' TO WS-PRESENTE (6).
           IF EMP-CIUDAD = SPACES
               MOVE 'N' TO WS-PRESENTE (7).
           IF EMP-DEPTO = SPACES
               MOVE 'N' TO WS-PRESENTE (8).
           IF EMP-EMAIL1 = SPACES
               MOVE 'N' TO WS-PRESENTE (9).
           IF EMP-WEB1 = SPACES
               MOVE 'N' TO WS-PRESENTE (10).
           IF EMP-RLEGAL = SPACES
               MOVE 'N' TO WS-PRESENTE (11).
           IF EMP-FEC-RENOV IS NOT NUMERIC OR EMP-FEC-RENOV = ZERO
               MOVE 'N' TO WS-PRESENTE (12).
      *
       0230-SUMAR-CAMPO.
           IF WS-PRESENTE (WS-PESO-IDX) = 'S'
               ADD WS-PESO-VALOR (WS-PESO-IDX) TO WS-PUNTAJE
           ELSE
               STRING WS-PESO-CAMPO (WS-PESO-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO WS-FALTAN WITH POINTER WS-FALTAN-PTR
           END-IF.
      *
       0240-ACUMULAR-CIUDAD.
           MOVE ZERO TO WS-GEO-HIT.
           PERFORM 0250-COMPARAR-PAREJA
              VARYING WS-GEO-IDX FROM 1 BY 1
              UNTIL WS-GEO-IDX > WS-GEO-COUNT
                 OR WS-GEO-HIT > ZERO.
           IF WS-GEO-HIT = ZERO AND WS-GEO-COUNT < 500
               ADD 1 TO WS-GEO-COUNT
               MOVE WS-GEO-COUNT TO WS-GEO-HIT
               MOVE EMP-DEPTO  TO WS-GEO-DEPTO (WS-GEO-HIT)
               MOVE EMP-CIUDAD TO WS-GEO-CIUDAD (WS-GEO-HIT)
               MOVE 'N'        TO WS-GEO-EN-CAT (WS-GEO-HIT)
               MOVE ZERO       TO WS-GEO-CNT (WS-GEO-HIT)
                                  WS-GEO-SUMA (WS-GEO-HIT)
           END-IF.
           IF WS-GEO-HIT > ZERO
               ADD 1          TO WS-GEO-CNT (WS-GEO-HIT)
               ADD WS-PUNTAJE TO WS-GEO-SUMA (WS-GEO-HIT)
           END-IF.
      *
       0250-COMPARAR-PAREJA.
           IF WS-GEO-DEPTO (WS-GEO-IDX) = EMP-DEPTO
              AND WS-GEO-CIUDAD (WS-GEO-IDX) = EMP-CIUDAD
               MOVE WS-GEO-IDX TO WS-GEO-HIT
           END-IF.
      *
      * AGRUPADO POR DEPARTAMENTO COMO EL REPORTE GEOGRAFICO GEORPT1:
      * CADA DEPTO UNA SOLA VEZ, CON SUS CIUDADES Y SU PROMEDIO
       0400-RESUMEN-GEOGRAFICO.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PROMEDIO POR DEPARTAMENTO Y CIUDAD (* = FUERA DEL "
              & "CATALOGO)" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0410-LISTAR-UN-DEPTO
              VARYING WS-GEO-IDX FROM 1 BY 1
              UNTIL WS-GEO-IDX > WS-GEO-COUNT.
      *
       0410-LISTAR-UN-DEPTO.
           MOVE WS-GEO-DEPTO (WS-GEO-IDX) TO WS-DEPTO-ACTUAL.
           MOVE 'N' TO WS-DEPTO-YA-SW.
           IF WS-GEO-IDX > 1
               PERFORM 0420-CHEQUEAR-YA-LISTADO
                  VARYING WS-GEO-JDX FROM 1 BY 1
                  UNTIL WS-GEO-JDX >= WS-GEO-IDX
                     OR WS-DEPTO-YA-LISTADO
           END-IF.
           IF NOT WS-DEPTO-YA-LISTADO
               MOVE WS-DEPTO-ACTUAL TO LIN-DEPTO
               MOVE WS-LIN-DEPTO TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZERO TO WS-DEPTO-CNT WS-DEPTO-SUMA
               PERFORM 0430-LISTAR-CIUDADES-DEPTO
                  VARYING WS-GEO-JDX FROM 1 BY 1
                  UNTIL WS-GEO-JDX > WS-GEO-COUNT
               MOVE WS-DEPTO-CNT TO LIN-SUB-CNT
               MOVE ZERO TO WS-PROM-CALC
               IF WS-DEPTO-CNT > ZERO
                   COMPUTE WS-PROM-CALC ROUNDED =
                       WS-DEPTO-SUMA / WS-DEPTO-CNT
               END-IF
               MOVE WS-PROM-CALC TO LIN-SUB-PROM
               MOVE WS-LIN-SUBTOT TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       0420-CHEQUEAR-YA-LISTADO.
           IF WS-GEO-DEPTO (WS-GEO-JDX) = WS-DEPTO-ACTUAL
               MOVE 'S' TO WS-DEPTO-YA-SW
           END-IF.
      *
       0430-LISTAR-CIUDADES-DEPTO.
           IF WS-GEO-DEPTO (WS-GEO-JDX) = WS-DEPTO-ACTUAL
               IF WS-GEO-EN-CAT (WS-GEO-JDX) = 'S'
                   MOVE SPACE TO LIN-CAT-MARCA
               ELSE
                   MOVE '*' TO LIN-CAT-MARCA
               END-IF
               MOVE WS-GEO-CIUDAD (WS-GEO-JDX) TO LIN-CIUDAD
               MOVE WS-GEO-CNT (WS-GEO-JDX)    TO LIN-CIU-CNT
               MOVE ZERO TO WS-PROM-CALC
               IF WS-GEO-CNT (WS-GEO-JDX) > ZERO
                   COMPUTE WS-PROM-CALC ROUNDED =
                       WS-GEO-SUMA (WS-GEO-JDX)
                       / WS-GEO-CNT (WS-GEO-JDX)
               END-IF
               MOVE WS-PROM-CALC TO LIN-CIU-PROM
               MOVE WS-LIN-CIUDAD TO RPT-LINE
               WRITE RPT-LINE
               ADD WS-GEO-CNT (WS-GEO-JDX)  TO WS-DEPTO-CNT
               ADD WS-GEO-SUMA (WS-GEO-JDX) TO WS-DEPTO-SUMA
           END-IF.
      *
       0500-GRABAR-HISTORICO.
           OPEN EXTEND SCRHIST.
           IF WS-HIS-STATUS > "07"
               DISPLAY "NO SE PUDO ABRIR EMPSCRH.DAT"
           ELSE
               MOVE WS-FECHA-HOY TO HIS-FECHA
               MOVE WS-CNT-TOTAL TO HIS-EMPRESAS
               MOVE WS-PROMEDIO  TO HIS-PROMEDIO
               MOVE WS-CNT-BAJO  TO HIS-BAJO
               MOVE WS-UMBRAL    TO HIS-UMBRAL
               WRITE HIS-REC
               CLOSE SCRHIST
           END-IF.
      *
      * LAS ULTIMAS 12 CORRIDAS (ESTA INCLUIDA) COMO TENDENCIA
       0510-LISTAR-HISTORICO.
           OPEN INPUT SCRHIST.
           IF WS-HIS-STATUS NOT = "00"
               IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
                   CLOSE SCRHIST
               END-IF
           ELSE
               PERFORM 0511-LEER-HISTORICO
               PERFORM 0512-GUARDAR-HISTORICO
                   UNTIL WS-HIS-EOF
               CLOSE SCRHIST
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TENDENCIA - ULTIMAS CORRIDAS" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0514-LINEA-HISTORICO
               VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-HIS-COUNT.
      *
       0511-LEER-HISTORICO.
           READ SCRHIST
               AT END SET WS-HIS-EOF TO TRUE
           END-READ.
      *
       0512-GUARDAR-HISTORICO.
           IF WS-HIS-COUNT < 12
               ADD 1 TO WS-HIS-COUNT
           ELSE
               PERFORM 0513-CORRER-HISTORICO
                   VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > 11
           END-IF.
           MOVE HIS-REC TO WS-HIS-LINEA (WS-HIS-COUNT).
           PERFORM 0511-LEER-HISTORICO.
      *
       0513-CORRER-HISTORICO.
           MOVE WS-HIS-LINEA (WS-HIS-IDX + 1)
               TO WS-HIS-LINEA (WS-HIS-IDX).
      *
       0514-LINEA-HISTORICO.
           MOVE WS-HIS-LINEA (WS-HIS-IDX) TO HIS-REC.
           MOVE HIS-FECHA    TO LIN-HIS-FECHA.
           MOVE HIS-EMPRESAS TO LIN-HIS-EMPR.
           MOVE HIS-PROMEDIO TO LIN-HIS-PROM.
           MOVE HIS-BAJO     TO LIN-HIS-BAJO.
           MOVE HIS-UMBRAL   TO LIN-HIS-UMBRAL.
           MOVE WS-LIN-HIST  TO RPT-LINE.
           WRITE RPT-LINE.
      *
       0600-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'EMPRESAS CALIFICADAS        ' TO TOT-ETIQUETA.
           MOVE WS-CNT-TOTAL TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'POR DEBAJO DEL UMBRAL       ' TO TOT-ETIQUETA.
           MOVE WS-CNT-BAJO TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PROMEDIO TO TOT-PROMEDIO.
           MOVE WS-LIN-PROMEDIO TO RPT-LINE.
           WRITE RPT-LINE.
      *
       0041-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
               IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                   CLOSE BATCHPRM
               END-IF
           ELSE
               MOVE 'N' TO WS-PRM-EOF-SW
               PERFORM 0042-READ-NEXT-PARM
               PERFORM 0043-MATCH-PARM
                   UNTIL WS-PRM-EOF OR WS-PRM-FOUND
               CLOSE BATCHPRM
           END-IF.
      *
       0042-READ-NEXT-PARM.
           READ BATCHPRM
               AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      *
       0043-MATCH-PARM.
           IF PRM-PROGRAM = "EMPSCR1 " AND PRM-KEY = WS-PRM-BUSCADA
               MOVE PRM-VALUE TO WS-PRM-VALOR
               MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
               PERFORM 0042-READ-NEXT-PARM
           END-IF.
       END PROGRAM EMPSCR1.
