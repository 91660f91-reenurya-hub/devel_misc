       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEVOL1.
      * ===============================================================
      * HISTORICO Y VOLATILIDAD DE TASAS DE CAMBIO. LEE CALCRATE.DAT
      * (RATEMNT1 Y RATEIMP1) Y, PARA CADA CODIGO DE MONEDA Y EL
      * RANGO DE FECHAS PEDIDO, LISTA EN RATEVOL.RPT LA TASA DE CADA
      * DIA, EL CAMBIO CONTRA LA TASA ANTERIOR EN VALOR Y EN PORCEN-
      * TAJE Y, AL CIERRE DE CADA MES, LA MINIMA, LA MAXIMA Y EL
      * PROMEDIO. EL DIA CUYO MOVIMIENTO PASA DEL PORCENTAJE DE
      * ALERTA (BATCHPRM CLAVE RATEVOL1/ALERTA-PCT, SI NO SE PREGUNTA,
      * POR OMISION 2.00) SE MARCA PARA REVISION. SI UNA FECHA TIENE
      * VARIAS TASAS MANDA LA ULTIMA GRABADA, IGUAL QUE EN PRUEBA.
      * CON ALGUNA ALERTA EL PROGRAMA TERMINA CON RETURN-CODE 4
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALCRATE ASSIGN TO "CALCRATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RATE-STATUS.
           SELECT RATEVOL ASSIGN TO "RATEVOL.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RPT-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD CALCRATE.
       01 WKS-RATE-REC.
           05 RATE-MONEDA              PIC X(03).
           05 RATE-FECHA               PIC 9(08).
           05 RATE-TASA                PIC 9(5)V9(4).

       FD RATEVOL.
       01 WKS-RPT-LINE                PIC X(80).

       FD BATCHPRM.
       01 WKS-PRM-REC.
           05 PRM-PROGRAM              PIC X(08).
           05 PRM-KEY                  PIC X(12).
           05 PRM-VALUE                PIC X(20).
      * ===============================================================
       WORKING-STORAGE SECTION.
       77 WKS-RATE-STATUS     PIC XX.
       77 WKS-RPT-STATUS      PIC XX.
       77 WKS-PRM-STATUS      PIC XX.
       77 WKS-FIN-RATE        PIC X(01) VALUE "N".
       77 WKS-FIN-PRM         PIC X(01).
       77 WKS-PRM-HALLADO     PIC X(01).
       77 WKS-PRM-BUSCADA     PIC X(12).
       77 WKS-PRM-VALOR       PIC X(20).
       77 WKS-MONEDA-PEDIDA   PIC X(03).
       77 WKS-DESDE-ENT       PIC X(08).
       77 WKS-HASTA-ENT       PIC X(08).
       77 WKS-DESDE           PIC 9(08).
       77 WKS-HASTA           PIC 9(08).
       77 WKS-PCT-ENT         PIC X(07).
       77 WKS-PCT-ALERTA      PIC 9(3)V99 VALUE 2.
       77 WKS-PCT-FORMAT      PIC ZZ9.99.
       77 WKS-CNT-LEIDAS      PIC 9(05) VALUE ZERO.
       77 WKS-CNT-ALERTAS     PIC 9(05) VALUE ZERO.
       77 WKS-TRUNCADA        PIC X(01) VALUE "N".
       77 WKS-TAB-CNT         PIC 9(05) VALUE ZERO.
       77 WKS-TAB-IDX         PIC 9(05).
       77 WKS-INS-POS         PIC 9(05).
       77 WKS-INS-LISTO       PIC X(01).
       77 WKS-MOV-IDX         PIC 9(05).
       01 WKS-NUEVA-CLAVE.
           05 WKS-NUEVA-MONEDA    PIC X(03).
           05 WKS-NUEVA-FECHA     PIC 9(08).
       01 WKS-TAB-TASAS.
           05 WKS-TAB-E OCCURS 5000 TIMES.
              10 WKS-T-CLAVE.
                 15 WKS-T-MONEDA  PIC X(03).
                 15 WKS-T-FECHA   PIC 9(08).
                 15 WKS-T-FECHA-R REDEFINES WKS-T-FECHA.
                    20 WKS-T-PERIODO PIC 9(06).
                    20 WKS-T-DD      PIC 9(02).
              10 WKS-T-TASA       PIC 9(5)V9(4).
      * ULTIMA TASA DE CADA MONEDA ANTES DEL RANGO - BASE DEL CAMBIO
      * DEL PRIMER DIA REPORTADO
       77 WKS-PREV-CNT        PIC 9(02) VALUE ZERO.
       77 WKS-PREV-IDX        PIC 9(02).
       77 WKS-PREV-HALLADA    PIC X(01).
       01 WKS-TAB-PREV.
           05 WKS-PREV-E OCCURS 50 TIMES.
              10 WKS-P-MONEDA     PIC X(03).
              10 WKS-P-FECHA      PIC 9(08).
              10 WKS-P-TASA       PIC 9(5)V9(4).
       77 WKS-MONEDA-ACT      PIC X(03) VALUE SPACES.
       77 WKS-MES-ACT         PIC 9(06).
       77 WKS-HAY-ANT         PIC X(01).
       77 WKS-TASA-ANT        PIC 9(5)V9(4).
       77 WKS-CAMBIO          PIC S9(5)V9(4).
       77 WKS-CAMBIO-PCT      PIC S9(5)V99.
       77 WKS-CAMBIO-ABS      PIC 9(5)V99.
       77 WKS-MES-MIN         PIC 9(5)V9(4).
       77 WKS-MES-MAX         PIC 9(5)V9(4).
       77 WKS-MES-SUMA        PIC 9(9)V9(4).
       77 WKS-MES-CNT         PIC 9(03).
       77 WKS-MES-PROM        PIC 9(5)V9(4).
       01 WKS-FECHA-HOY       PIC 9(08).
       01 WKS-FECHA-HOY-R REDEFINES WKS-FECHA-HOY.
           05 WKS-HOY-PERIODO     PIC 9(06).
           05 WKS-HOY-DD          PIC 9(02).

       01 WKS-LIN-CABECERA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "FECHA".
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "TASA".
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "CAMBIO".
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "CAMBIO %".
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "ALERTA".
       01 WKS-LIN-DETALLE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WKS-DET-FECHA       PIC 9(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WKS-DET-TASA        PIC ZZZZ9.9999.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WKS-DET-CAMBIO      PIC -ZZZZ9.9999.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WKS-DET-PCT         PIC -ZZZ9.99.
           05 FILLER              PIC X(01) VALUE "%".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WKS-DET-ALERTA      PIC X(20).
       01 WKS-LIN-MES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "MES ".
           05 WKS-MES-PERIODO     PIC 9(06).
           05 FILLER              PIC X(06) VALUE "  MIN ".
           05 WKS-MES-D-MIN       PIC ZZZZ9.9999.
           05 FILLER              PIC X(06) VALUE "  MAX ".
           05 WKS-MES-D-MAX       PIC ZZZZ9.9999.
           05 FILLER              PIC X(07) VALUE "  PROM ".
           05 WKS-MES-D-PROM      PIC ZZZZ9.9999.
           05 FILLER              PIC X(04) VALUE "  N=".
           05 WKS-MES-D-CNT       PIC ZZ9.
      * ===============================================================
       PROCEDURE DIVISION.
       00001-MAIN.
           PERFORM 00002-PEDIR-PARAMETROS.
           OPEN INPUT CALCRATE.
           IF WKS-RATE-STATUS > "07"
              DISPLAY "NO SE ENCONTRO CALCRATE.DAT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 00010-LEER-TASA.
           PERFORM 00011-CLASIFICAR-TASA UNTIL WKS-FIN-RATE = "S".
           CLOSE CALCRATE.
           IF WKS-TRUNCADA = "S"
              DISPLAY "RANGO EXCEDE LA TABLA (5000 TASAS) - ACORTE "
                      "EL RANGO DE FECHAS O ELIJA UNA MONEDA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 00030-ESCRIBIR-REPORTE.
           DISPLAY "REPORTE GENERADO: RATEVOL.RPT - " WKS-TAB-CNT
                   " TASAS, " WKS-CNT-ALERTAS " ALERTAS".
           IF WKS-CNT-ALERTAS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * MONEDA EN BLANCO = TODAS. DESDE EN BLANCO = PRIMERO DEL MES,
      * HASTA EN BLANCO = HOY
       00002-PEDIR-PARAMETROS.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "CODIGO MONEDA (VACIO = TODAS): ".
           ACCEPT WKS-MONEDA-PEDIDA.
           INSPECT WKS-MONEDA-PEDIDA CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "FECHA DESDE AAAAMMDD (VACIO = PRIMERO DEL MES): ".
           ACCEPT WKS-DESDE-ENT.
           MOVE ZERO TO WKS-DESDE.
           IF WKS-DESDE-ENT IS NUMERIC
              MOVE WKS-DESDE-ENT TO WKS-DESDE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-DESDE) NOT = ZERO
              COMPUTE WKS-DESDE = WKS-HOY-PERIODO * 100 + 1
           END-IF.
           DISPLAY "FECHA HASTA AAAAMMDD (VACIO = HOY): ".
           ACCEPT WKS-HASTA-ENT.
           MOVE ZERO TO WKS-HASTA.
           IF WKS-HASTA-ENT IS NUMERIC
              MOVE WKS-HASTA-ENT TO WKS-HASTA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-HASTA) NOT = ZERO
              MOVE WKS-FECHA-HOY TO WKS-HASTA
           END-IF.
           IF WKS-HASTA < WKS-DESDE
              DISPLAY "RANGO INVERTIDO - SE TOMA DESDE = HASTA"
              MOVE WKS-HASTA TO WKS-DESDE
           END-IF.
           MOVE "ALERTA-PCT  " TO WKS-PRM-BUSCADA.
           PERFORM 00003-BUSCAR-PARAMETRO.
           IF WKS-PRM-HALLADO = "S"
              MOVE WKS-PRM-VALOR (1:7) TO WKS-PCT-ENT
           ELSE
              DISPLAY "PORCENTAJE DE ALERTA (VACIO = 2.00): "
              ACCEPT WKS-PCT-ENT
           END-IF.
           IF WKS-PCT-ENT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WKS-PCT-ENT) = ZERO
              COMPUTE WKS-PCT-ALERTA = FUNCTION NUMVAL(WKS-PCT-ENT)
           END-IF.
       00003-BUSCAR-PARAMETRO.
           MOVE "N" TO WKS-PRM-HALLADO.
           MOVE SPACES TO WKS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WKS-PRM-STATUS > "07"
              CONTINUE
           ELSE
              MOVE "N" TO WKS-FIN-PRM
              PERFORM 00004-LEER-PARAMETRO
              PERFORM 00005-EVALUAR-PARAMETRO
                 UNTIL WKS-FIN-PRM = "S" OR WKS-PRM-HALLADO = "S"
              CLOSE BATCHPRM.
       00004-LEER-PARAMETRO.
           READ BATCHPRM
              AT END MOVE "S" TO WKS-FIN-PRM.
       00005-EVALUAR-PARAMETRO.
           IF PRM-PROGRAM = "RATEVOL1" AND PRM-KEY = WKS-PRM-BUSCADA
              MOVE PRM-VALUE TO WKS-PRM-VALOR
              MOVE "S" TO WKS-PRM-HALLADO
           ELSE
              PERFORM 00004-LEER-PARAMETRO
           END-IF.
       00010-LEER-TASA.
           READ CALCRATE
              AT END MOVE "S" TO WKS-FIN-RATE.
      * LO ANTERIOR AL RANGO SOLO DEJA LA ULTIMA TASA DE LA MONEDA;
      * LO DEL RANGO VA A LA TABLA ORDENADA POR MONEDA Y FECHA
       00011-CLASIFICAR-TASA.
           ADD 1 TO WKS-CNT-LEIDAS.
           IF (WKS-MONEDA-PEDIDA = SPACES
               OR RATE-MONEDA = WKS-MONEDA-PEDIDA)
              AND RATE-FECHA NOT > WKS-HASTA
              IF RATE-FECHA < WKS-DESDE
                 PERFORM 00012-GUARDAR-PREVIA
              ELSE
                 MOVE RATE-MONEDA TO WKS-NUEVA-MONEDA
                 MOVE RATE-FECHA TO WKS-NUEVA-FECHA
                 PERFORM 00020-INSERTAR-TASA
              END-IF
           END-IF.
           PERFORM 00010-LEER-TASA.
       00012-GUARDAR-PREVIA.
           MOVE "N" TO WKS-PREV-HALLADA.
           PERFORM 00013-BUSCAR-PREVIA
              VARYING WKS-PREV-IDX FROM 1 BY 1
              UNTIL WKS-PREV-IDX > WKS-PREV-CNT
                 OR WKS-PREV-HALLADA = "S".
           IF WKS-PREV-HALLADA = "S"
              SUBTRACT 1 FROM WKS-PREV-IDX
              IF RATE-FECHA NOT < WKS-P-FECHA (WKS-PREV-IDX)
                 MOVE RATE-FECHA TO WKS-P-FECHA (WKS-PREV-IDX)
                 MOVE RATE-TASA TO WKS-P-TASA (WKS-PREV-IDX)
              END-IF
           ELSE
           IF WKS-PREV-CNT < 50
              ADD 1 TO WKS-PREV-CNT
              MOVE RATE-MONEDA TO WKS-P-MONEDA (WKS-PREV-CNT)
              MOVE RATE-FECHA TO WKS-P-FECHA (WKS-PREV-CNT)
              MOVE RATE-TASA TO WKS-P-TASA (WKS-PREV-CNT).
       00013-BUSCAR-PREVIA.
           IF WKS-P-MONEDA (WKS-PREV-IDX) = RATE-MONEDA
              MOVE "S" TO WKS-PREV-HALLADA.
      * INSERCION ORDENADA DESDE EL FINAL (CALCRATE VIENE CASI EN
      * ORDEN DE FECHA). MISMA MONEDA Y FECHA: LA TASA POSTERIOR
      * REEMPLAZA A LA ANTERIOR
       00020-INSERTAR-TASA.
           MOVE WKS-TAB-CNT TO WKS-INS-POS.
           MOVE "N" TO WKS-INS-LISTO.
           PERFORM 00021-BUSCAR-HUECO UNTIL WKS-INS-LISTO = "S".
           IF WKS-INS-POS > ZERO
              AND WKS-T-CLAVE (WKS-INS-POS) = WKS-NUEVA-CLAVE
              MOVE RATE-TASA TO WKS-T-TASA (WKS-INS-POS)
           ELSE
           IF WKS-TAB-CNT >= 5000
              MOVE "S" TO WKS-TRUNCADA
           ELSE
              PERFORM 00022-CORRER-TASA
                 VARYING WKS-MOV-IDX FROM WKS-TAB-CNT BY -1
                 UNTIL WKS-MOV-IDX NOT > WKS-INS-POS
              ADD 1 TO WKS-INS-POS
              MOVE WKS-NUEVA-CLAVE TO WKS-T-CLAVE (WKS-INS-POS)
              MOVE RATE-TASA TO WKS-T-TASA (WKS-INS-POS)
              ADD 1 TO WKS-TAB-CNT.
       00021-BUSCAR-HUECO.
           IF WKS-INS-POS = ZERO
              MOVE "S" TO WKS-INS-LISTO
           ELSE
           IF WKS-T-CLAVE (WKS-INS-POS) > WKS-NUEVA-CLAVE
              SUBTRACT 1 FROM WKS-INS-POS
           ELSE
              MOVE "S" TO WKS-INS-LISTO.
       00022-CORRER-TASA.
           MOVE WKS-TAB-E (WKS-MOV-IDX) TO WKS-TAB-E (WKS-MOV-IDX + 1).
       00030-ESCRIBIR-REPORTE.
           OPEN OUTPUT RATEVOL.
           MOVE WKS-PCT-ALERTA TO WKS-PCT-FORMAT.
           MOVE SPACES TO WKS-RPT-LINE.
           STRING "HISTORICO Y VOLATILIDAD DE TASAS - DESDE " WKS-DESDE
                  " HASTA " WKS-HASTA
              DELIMITED BY SIZE INTO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE SPACES TO WKS-RPT-LINE.
           STRING "ALERTA SI EL MOVIMIENTO DIARIO PASA DEL "
                  WKS-PCT-FORMAT "%"
              DELIMITED BY SIZE INTO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           IF WKS-TAB-CNT = ZERO
              MOVE SPACES TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE
              MOVE "SIN TASAS EN EL RANGO PEDIDO" TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE
           ELSE
              PERFORM 00031-LINEA-TASA
                 VARYING WKS-TAB-IDX FROM 1 BY 1
                 UNTIL WKS-TAB-IDX > WKS-TAB-CNT
              PERFORM 00035-CERRAR-MES
           END-IF.
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE SPACES TO WKS-RPT-LINE.
           STRING "TASAS REPORTADAS: " WKS-TAB-CNT
                  "   DIAS CON ALERTA: " WKS-CNT-ALERTAS
              DELIMITED BY SIZE INTO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           CLOSE RATEVOL.
       00031-LINEA-TASA.
           IF WKS-T-MONEDA (WKS-TAB-IDX) NOT = WKS-MONEDA-ACT
              IF WKS-MONEDA-ACT NOT = SPACES
                 PERFORM 00035-CERRAR-MES
              END-IF
              PERFORM 00032-NUEVA-MONEDA
              PERFORM 00034-INICIAR-MES
           ELSE
           IF WKS-T-PERIODO (WKS-TAB-IDX) NOT = WKS-MES-ACT
              PERFORM 00035-CERRAR-MES
              PERFORM 00034-INICIAR-MES.
           MOVE SPACES TO WKS-DET-ALERTA.
           MOVE WKS-T-FECHA (WKS-TAB-IDX) TO WKS-DET-FECHA.
           MOVE WKS-T-TASA (WKS-TAB-IDX) TO WKS-DET-TASA.
           IF WKS-HAY-ANT = "S"
              COMPUTE WKS-CAMBIO =
                 WKS-T-TASA (WKS-TAB-IDX) - WKS-TASA-ANT
              COMPUTE WKS-CAMBIO-PCT ROUNDED =
                 WKS-CAMBIO * 100 / WKS-TASA-ANT
                 ON SIZE ERROR MOVE 99999.99 TO WKS-CAMBIO-PCT
              END-COMPUTE
              MOVE WKS-CAMBIO TO WKS-DET-CAMBIO
              MOVE WKS-CAMBIO-PCT TO WKS-DET-PCT
              MOVE WKS-CAMBIO-PCT TO WKS-CAMBIO-ABS
              IF WKS-CAMBIO-ABS > WKS-PCT-ALERTA
                 MOVE "** REVISAR TASA **" TO WKS-DET-ALERTA
                 ADD 1 TO WKS-CNT-ALERTAS
              END-IF
           ELSE
              MOVE ZERO TO WKS-DET-CAMBIO WKS-DET-PCT
              MOVE "SIN TASA ANTERIOR" TO WKS-DET-ALERTA
           END-IF.
           MOVE WKS-LIN-DETALLE TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE WKS-T-TASA (WKS-TAB-IDX) TO WKS-TASA-ANT.
           MOVE "S" TO WKS-HAY-ANT.
           ADD 1 TO WKS-MES-CNT.
           ADD WKS-T-TASA (WKS-TAB-IDX) TO WKS-MES-SUMA.
           IF WKS-T-TASA (WKS-TAB-IDX) < WKS-MES-MIN
              MOVE WKS-T-TASA (WKS-TAB-IDX) TO WKS-MES-MIN
           END-IF.
           IF WKS-T-TASA (WKS-TAB-IDX) > WKS-MES-MAX
              MOVE WKS-T-TASA (WKS-TAB-IDX) TO WKS-MES-MAX
           END-IF.
      * CABECERA DE LA MONEDA Y TASA BASE: LA ULTIMA ANTES DEL RANGO
       00032-NUEVA-MONEDA.
           MOVE WKS-T-MONEDA (WKS-TAB-IDX) TO WKS-MONEDA-ACT.
           MOVE "N" TO WKS-HAY-ANT.
           MOVE "N" TO WKS-PREV-HALLADA.
           PERFORM 00033-BUSCAR-BASE
              VARYING WKS-PREV-IDX FROM 1 BY 1
              UNTIL WKS-PREV-IDX > WKS-PREV-CNT
                 OR WKS-PREV-HALLADA = "S".
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE SPACES TO WKS-RPT-LINE.
           STRING "MONEDA " WKS-MONEDA-ACT
              DELIMITED BY SIZE INTO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE WKS-LIN-CABECERA TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
       00033-BUSCAR-BASE.
           IF WKS-P-MONEDA (WKS-PREV-IDX) = WKS-MONEDA-ACT
              MOVE "S" TO WKS-PREV-HALLADA
              MOVE "S" TO WKS-HAY-ANT
              MOVE WKS-P-TASA (WKS-PREV-IDX) TO WKS-TASA-ANT.
       00034-INICIAR-MES.
           MOVE WKS-T-PERIODO (WKS-TAB-IDX) TO WKS-MES-ACT.
           MOVE ZERO TO WKS-MES-CNT WKS-MES-SUMA WKS-MES-MAX.
           MOVE 99999.9999 TO WKS-MES-MIN.
       00035-CERRAR-MES.
           IF WKS-MES-CNT > ZERO
              COMPUTE WKS-MES-PROM ROUNDED =
                 WKS-MES-SUMA / WKS-MES-CNT
              MOVE WKS-MES-ACT TO WKS-MES-PERIODO
              MOVE WKS-MES-MIN TO WKS-MES-D-MIN
              MOVE WKS-MES-MAX TO WKS-MES-D-MAX
              MOVE WKS-MES-PROM TO WKS-MES-D-PROM
              MOVE WKS-MES-CNT TO WKS-MES-D-CNT
              MOVE WKS-LIN-MES TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE
           END-IF.
       END PROGRAM RATEVOL1.
