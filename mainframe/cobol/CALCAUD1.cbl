       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAUD1.
      * ===============================================================
      * AUDITORIA DE RECALCULO DE CALCLOG.DAT. PARA EL RANGO DE
      * FECHAS PEDIDO REPITE CADA CALCULO REGISTRADO POR PRUEBA: EN
      * S/R/M/D/P/E REHACE LA ARITMETICA CON LA MISMA PRECISION DE
      * LA CALCULADORA Y EN C BUSCA EN CALCRATE.DAT LA TASA QUE
      * ESTABA VIGENTE ESE DIA (LA DE FECHA MAS RECIENTE QUE NO PASE
      * DEL DIA; SI HAY VARIAS, LA ULTIMA GRABADA). TODA LINEA CUYO
      * RESULTADO NO COINCIDE CON EL RECALCULADO VA A CALCAUD.RPT
      * CON EL USUARIO QUE LA HIZO. LAS LINEAS C ANTIGUAS NO TRAEN
      * LA MONEDA (MON=); SE ACEPTAN SI LA TASA REGISTRADA ES LA
      * VIGENTE DE ALGUNA MONEDA ESE DIA. LOS CODIGOS SIN OPERANDOS
      * COMPLETOS (X, F, H, N, I) NO SE AUDITAN Y SOLO SE CUENTAN.
      * CON ALGUNA EXCEPCION EL PROGRAMA TERMINA CON RETURN-CODE 4
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALCLOG ASSIGN TO "CALCLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-LOG-STATUS.
           SELECT OPTIONAL CALCRATE ASSIGN TO "CALCRATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RATE-STATUS.
           SELECT CALCAUD ASSIGN TO "CALCAUD.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RPT-STATUS.
      * ===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD CALCLOG.
       01 WKS-LOG-REC.
           05 LOG-FECHA.
              10 LOG-YY               PIC X(02).
              10 FILLER               PIC X(01).
              10 LOG-MM               PIC X(02).
              10 FILLER               PIC X(01).
              10 LOG-DD               PIC X(02).
           05 FILLER                  PIC X(01).
           05 LOG-NUM1                PIC X(14).
           05 FILLER                  PIC X(01).
           05 LOG-OP                  PIC X(01).
           05 FILLER                  PIC X(01).
           05 LOG-NUM2                PIC X(14).
           05 FILLER                  PIC X(03).
           05 LOG-RESULTADO           PIC X(14).
           05 LOG-USR-ETIQ            PIC X(05).
           05 LOG-USUARIO             PIC X(08).
           05 LOG-MON-ETIQ            PIC X(05).
           05 LOG-MONEDA              PIC X(03).
           05 FILLER                  PIC X(02).

       FD CALCRATE.
       01 WKS-RATE-REC.
           05 RATE-MONEDA              PIC X(03).
           05 RATE-FECHA               PIC 9(08).
           05 RATE-TASA                PIC 9(5)V9(4).

       FD CALCAUD.
       01 WKS-RPT-LINE                PIC X(80).
      * ===============================================================
       WORKING-STORAGE SECTION.
       77 WKS-LOG-STATUS      PIC XX.
       77 WKS-RATE-STATUS     PIC XX.
       77 WKS-RPT-STATUS      PIC XX.
       77 WKS-FIN-LOG         PIC X(01) VALUE "N".
       77 WKS-FIN-RATE        PIC X(01) VALUE "N".
       77 WKS-DESDE-ENT       PIC X(08).
       77 WKS-HASTA-ENT       PIC X(08).
       77 WKS-DESDE           PIC 9(08).
       77 WKS-HASTA           PIC 9(08).
       77 WKS-CNT-LEIDAS      PIC 9(07) VALUE ZERO.
       77 WKS-CNT-RANGO       PIC 9(07) VALUE ZERO.
       77 WKS-CNT-AUDITADAS   PIC 9(07) VALUE ZERO.
       77 WKS-CNT-OK          PIC 9(07) VALUE ZERO.
       77 WKS-CNT-EXCEP       PIC 9(07) VALUE ZERO.
       77 WKS-CNT-NO-AUDIT    PIC 9(07) VALUE ZERO.
       77 WKS-LINEA-FECHA     PIC 9(08).
       77 WKS-EXCEPCION       PIC X(01).
       77 WKS-MOTIVO          PIC X(30).
      * MISMOS TAMANOS QUE WKS-NUM-1, WKS-NUM-2 Y WKS-RESULTADO DE
      * PRUEBA, PARA QUE EL RECALCULO TRUNQUE IGUAL QUE LA CALCULADORA
       77 WKS-NUM-1           PIC S9(5)V99.
       77 WKS-NUM-2           PIC S9(5)V9(02).
       77 WKS-RECALC          PIC S9(6)V99.
       77 WKS-LOGUEADO        PIC S9(9)V99.
       77 WKS-TASA-LOG        PIC 9(5)V9(4).
       77 WKS-RES-FORMAT      PIC -ZZZZZZZZZZ.99.
       77 WKS-RECALC-TXT      PIC X(14).
       77 WKS-TASA-FORMAT     PIC ZZZZ9.9999.
       77 WKS-USUARIO         PIC X(08).
       77 WKS-MONEDA          PIC X(03).
      * TASAS DE CALCRATE.DAT EN MEMORIA, EN EL ORDEN DEL ARCHIVO
       77 WKS-RATE-CNT        PIC 9(05) VALUE ZERO.
       77 WKS-RATE-IDX        PIC 9(05).
       77 WKS-RATE-TRUNC      PIC X(01) VALUE "N".
       01 WKS-TAB-TASAS.
           05 WKS-TASA-E OCCURS 5000 TIMES.
              10 WKS-T-MONEDA     PIC X(03).
              10 WKS-T-FECHA      PIC 9(08).
              10 WKS-T-TASA       PIC 9(5)V9(4).
      * TASA VIGENTE POR MONEDA PARA EL DIA DE LA LINEA EN CURSO
       77 WKS-VIG-CNT         PIC 9(02).
       77 WKS-VIG-IDX         PIC 9(02).
       77 WKS-VIG-HALLADA     PIC X(01).
       77 WKS-VIG-POS         PIC 9(02).
       01 WKS-TAB-VIGENTES.
           05 WKS-VIG-E OCCURS 50 TIMES.
              10 WKS-V-MONEDA     PIC X(03).
              10 WKS-V-FECHA      PIC 9(08).
              10 WKS-V-TASA       PIC 9(5)V9(4).
       77 WKS-TASA-VIG        PIC 9(5)V9(4).
       77 WKS-TASA-HALLADA    PIC X(01).

       01 WKS-LIN-RECALC.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "RECALCULADO: ".
           05 WKS-DET-RECALC      PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "USR: ".
           05 WKS-DET-USR         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WKS-DET-MOTIVO      PIC X(30).
       01 WKS-LIN-TOTAL.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WKS-TOT-ETIQ        PIC X(30).
           05 WKS-TOT-CNT         PIC ZZZZZZ9.
      * ===============================================================
       PROCEDURE DIVISION.
       00001-MAIN.
           PERFORM 00002-PEDIR-RANGO.
           PERFORM 00010-CARGAR-TASAS.
           IF WKS-RATE-TRUNC = "S"
              DISPLAY "CALCRATE.DAT EXCEDE LA TABLA (5000) - LAS "
                      "CONVERSIONES NO SE PUEDEN AUDITAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CALCLOG.
           IF WKS-LOG-STATUS > "07"
              DISPLAY "NO SE ENCONTRO CALCLOG.DAT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CALCAUD.
           MOVE SPACES TO WKS-RPT-LINE.
           STRING "AUDITORIA DE RECALCULO DE CALCLOG - DESDE "
                  WKS-DESDE " HASTA " WKS-HASTA
              DELIMITED BY SIZE INTO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           PERFORM 00003-LEER-LOG.
           PERFORM 00020-AUDITAR-LINEA UNTIL WKS-FIN-LOG = "S".
           CLOSE CALCLOG.
           PERFORM 00040-ESCRIBIR-TOTALES.
           CLOSE CALCAUD.
           DISPLAY "REPORTE GENERADO: CALCAUD.RPT - " WKS-CNT-AUDITADAS
                   " AUDITADAS, " WKS-CNT-EXCEP " EXCEPCIONES".
           IF WKS-CNT-EXCEP > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       00002-PEDIR-RANGO.
           DISPLAY "FECHA DESDE AAAAMMDD: ".
           ACCEPT WKS-DESDE-ENT.
           MOVE ZERO TO WKS-DESDE.
           IF WKS-DESDE-ENT IS NUMERIC
              MOVE WKS-DESDE-ENT TO WKS-DESDE
           END-IF.
           DISPLAY "FECHA HASTA AAAAMMDD (VACIO = SIN LIMITE): ".
           ACCEPT WKS-HASTA-ENT.
           MOVE 99999999 TO WKS-HASTA.
           IF WKS-HASTA-ENT IS NUMERIC
              MOVE WKS-HASTA-ENT TO WKS-HASTA
           END-IF.
       00003-LEER-LOG.
           READ CALCLOG
              AT END MOVE "S" TO WKS-FIN-LOG.
       00010-CARGAR-TASAS.
           OPEN INPUT CALCRATE.
           IF WKS-RATE-STATUS > "07"
              DISPLAY "SIN CALCRATE.DAT - LAS CONVERSIONES SALDRAN "
                      "COMO EXCEPCION"
           ELSE
              PERFORM 00011-LEER-TASA
              PERFORM 00012-GUARDAR-TASA UNTIL WKS-FIN-RATE = "S"
              CLOSE CALCRATE.
       00011-LEER-TASA.
           READ CALCRATE
              AT END MOVE "S" TO WKS-FIN-RATE.
       00012-GUARDAR-TASA.
           IF WKS-RATE-CNT < 5000
              ADD 1 TO WKS-RATE-CNT
              MOVE RATE-MONEDA TO WKS-T-MONEDA (WKS-RATE-CNT)
              MOVE RATE-FECHA TO WKS-T-FECHA (WKS-RATE-CNT)
              MOVE RATE-TASA TO WKS-T-TASA (WKS-RATE-CNT)
           ELSE
              MOVE "S" TO WKS-RATE-TRUNC
           END-IF.
           PERFORM 00011-LEER-TASA.
      * LA FECHA DEL LOG ES AA/MM/DD; TODO EL LOG ES DE ESTE SIGLO
       00020-AUDITAR-LINEA.
           ADD 1 TO WKS-CNT-LEIDAS.
           MOVE ZERO TO WKS-LINEA-FECHA.
           IF LOG-YY IS NUMERIC AND LOG-MM IS NUMERIC
              AND LOG-DD IS NUMERIC
              STRING "20" LOG-YY LOG-MM LOG-DD
                 DELIMITED BY SIZE INTO WKS-LINEA-FECHA
           END-IF.
           IF WKS-LINEA-FECHA NOT < WKS-DESDE
              AND WKS-LINEA-FECHA NOT > WKS-HASTA
              ADD 1 TO WKS-CNT-RANGO
              IF LOG-OP = "S" OR LOG-OP = "R" OR LOG-OP = "M"
                 OR LOG-OP = "D" OR LOG-OP = "P" OR LOG-OP = "E"
                 OR LOG-OP = "C"
                 PERFORM 00021-RECALCULAR
              ELSE
                 ADD 1 TO WKS-CNT-NO-AUDIT
              END-IF
           END-IF.
           PERFORM 00003-LEER-LOG.
       00021-RECALCULAR.
           ADD 1 TO WKS-CNT-AUDITADAS.
           MOVE "N" TO WKS-EXCEPCION.
           MOVE SPACES TO WKS-MOTIVO WKS-RECALC-TXT.
           IF LOG-USR-ETIQ = " USR="
              MOVE LOG-USUARIO TO WKS-USUARIO
           ELSE
              MOVE "SIN USR " TO WKS-USUARIO
           END-IF.
           IF FUNCTION TEST-NUMVAL(LOG-NUM1) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(LOG-NUM2) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(LOG-RESULTADO) NOT = ZERO
              MOVE "S" TO WKS-EXCEPCION
              MOVE "OPERANDO O RESULTADO ILEGIBLE" TO WKS-MOTIVO
           ELSE
              COMPUTE WKS-NUM-1 = FUNCTION NUMVAL(LOG-NUM1)
              COMPUTE WKS-NUM-2 = FUNCTION NUMVAL(LOG-NUM2)
              COMPUTE WKS-LOGUEADO = FUNCTION NUMVAL(LOG-RESULTADO)
              IF LOG-OP = "C"
                 PERFORM 00030-RECALCULAR-CONVERSION
              ELSE
                 PERFORM 00022-RECALCULAR-ARITMETICA
              END-IF
           END-IF.
           IF WKS-EXCEPCION NOT = "S"
              IF WKS-RECALC NOT = WKS-LOGUEADO
                 MOVE "S" TO WKS-EXCEPCION
                 MOVE "RESULTADO NO COINCIDE" TO WKS-MOTIVO
              END-IF
              MOVE WKS-RECALC TO WKS-RES-FORMAT
              MOVE WKS-RES-FORMAT TO WKS-RECALC-TXT
           END-IF.
           IF WKS-EXCEPCION = "S"
              PERFORM 00025-ESCRIBIR-EXCEPCION
           ELSE
              ADD 1 TO WKS-CNT-OK
           END-IF.
      * LA MISMA ARITMETICA DE 00002-EJECUTAR-OPERACION DE PRUEBA
       00022-RECALCULAR-ARITMETICA.
           IF LOG-OP = "S"
              ADD WKS-NUM-1 TO WKS-NUM-2 GIVING WKS-RECALC
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-ADD
           ELSE
           IF LOG-OP = "R"
              SUBTRACT WKS-NUM-1 FROM WKS-NUM-2 GIVING WKS-RECALC
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-SUBTRACT
           ELSE
           IF LOG-OP = "M"
              MULTIPLY WKS-NUM-1 BY WKS-NUM-2 GIVING WKS-RECALC
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-MULTIPLY
           ELSE
           IF LOG-OP = "D"
              DIVIDE WKS-NUM-1 INTO WKS-NUM-2 GIVING WKS-RECALC
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-DIVIDE
           ELSE
           IF LOG-OP = "P"
              COMPUTE WKS-RECALC = (WKS-NUM-2 * WKS-NUM-1) / 100
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-COMPUTE
           ELSE
              COMPUTE WKS-RECALC = WKS-NUM-1 ** WKS-NUM-2
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-COMPUTE.
      * LA CALCULADORA NO REGISTRA UNA OPERACION QUE DESBORDA - SI
      * ESTA EN EL LOG, LO HIZO OTRA VERSION DEL PROGRAMA
       00023-DESBORDE.
           MOVE "S" TO WKS-EXCEPCION.
           MOVE "DESBORDE O DIVISION POR CERO" TO WKS-MOTIVO.
       00025-ESCRIBIR-EXCEPCION.
           ADD 1 TO WKS-CNT-EXCEP.
           MOVE WKS-LOG-REC TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE WKS-RECALC-TXT TO WKS-DET-RECALC.
           MOVE WKS-USUARIO TO WKS-DET-USR.
           MOVE WKS-MOTIVO TO WKS-DET-MOTIVO.
           MOVE WKS-LIN-RECALC TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
      * NUM1 POR LA TASA VIGENTE ESE DIA. CON MONEDA EN LA LINEA SE
      * USA LA DE ESA MONEDA; SIN ELLA, LA TASA REGISTRADA DEBE SER
      * LA VIGENTE DE ALGUNA MONEDA
       00030-RECALCULAR-CONVERSION.
           COMPUTE WKS-TASA-LOG = FUNCTION NUMVAL(LOG-NUM2).
           PERFORM 00031-ARMAR-VIGENTES.
           MOVE "N" TO WKS-TASA-HALLADA.
           IF LOG-MON-ETIQ = " MON="
              MOVE LOG-MONEDA TO WKS-MONEDA
              PERFORM 00034-VIGENTE-DE-MONEDA
                 VARYING WKS-VIG-IDX FROM 1 BY 1
                 UNTIL WKS-VIG-IDX > WKS-VIG-CNT
                    OR WKS-TASA-HALLADA = "S"
           ELSE
              PERFORM 00035-VIGENTE-IGUAL
                 VARYING WKS-VIG-IDX FROM 1 BY 1
                 UNTIL WKS-VIG-IDX > WKS-VIG-CNT
                    OR WKS-TASA-HALLADA = "S"
           END-IF.
           IF WKS-TASA-HALLADA NOT = "S"
              MOVE "S" TO WKS-EXCEPCION
              IF LOG-MON-ETIQ = " MON="
                 MOVE "SIN TASA VIGENTE PARA LA MONEDA" TO WKS-MOTIVO
              ELSE
                 MOVE "TASA REGISTRADA NO ERA VIGENTE" TO WKS-MOTIVO
              END-IF
           ELSE
              COMPUTE WKS-RECALC = WKS-NUM-1 * WKS-TASA-VIG
                 ON SIZE ERROR PERFORM 00023-DESBORDE
              END-COMPUTE
              IF WKS-EXCEPCION NOT = "S"
                 AND WKS-TASA-VIG NOT = WKS-TASA-LOG
                 MOVE "S" TO WKS-EXCEPCION
                 MOVE WKS-TASA-VIG TO WKS-TASA-FORMAT
                 STRING "TASA VIGENTE ERA " WKS-TASA-FORMAT
                    DELIMITED BY SIZE INTO WKS-MOTIVO
                 MOVE WKS-RECALC TO WKS-RES-FORMAT
                 MOVE WKS-RES-FORMAT TO WKS-RECALC-TXT
              END-IF
           END-IF.
      * UNA PASADA POR LA TABLA DE TASAS DEJA, POR MONEDA, LA DE
      * FECHA MAS RECIENTE QUE NO PASE DEL DIA DE LA LINEA
       00031-ARMAR-VIGENTES.
           MOVE ZERO TO WKS-VIG-CNT.
           PERFORM 00032-EVALUAR-VIGENTE
              VARYING WKS-RATE-IDX FROM 1 BY 1
              UNTIL WKS-RATE-IDX > WKS-RATE-CNT.
       00032-EVALUAR-VIGENTE.
           IF WKS-T-FECHA (WKS-RATE-IDX) NOT > WKS-LINEA-FECHA
              MOVE "N" TO WKS-VIG-HALLADA
              MOVE ZERO TO WKS-VIG-POS
              PERFORM 00033-BUSCAR-VIGENTE
                 VARYING WKS-VIG-IDX FROM 1 BY 1
                 UNTIL WKS-VIG-IDX > WKS-VIG-CNT
                    OR WKS-VIG-HALLADA = "S"
              IF WKS-VIG-HALLADA = "S"
                 IF WKS-T-FECHA (WKS-RATE-IDX)
                    NOT < WKS-V-FECHA (WKS-VIG-POS)
                    MOVE WKS-T-FECHA (WKS-RATE-IDX)
                       TO WKS-V-FECHA (WKS-VIG-POS)
                    MOVE WKS-T-TASA (WKS-RATE-IDX)
                       TO WKS-V-TASA (WKS-VIG-POS)
                 END-IF
              ELSE
                 IF WKS-VIG-CNT < 50
                    ADD 1 TO WKS-VIG-CNT
                    MOVE WKS-T-MONEDA (WKS-RATE-IDX)
                       TO WKS-V-MONEDA (WKS-VIG-CNT)
                    MOVE WKS-T-FECHA (WKS-RATE-IDX)
                       TO WKS-V-FECHA (WKS-VIG-CNT)
                    MOVE WKS-T-TASA (WKS-RATE-IDX)
                       TO WKS-V-TASA (WKS-VIG-CNT)
                 END-IF
              END-IF
           END-IF.
       00033-BUSCAR-VIGENTE.
           IF WKS-V-MONEDA (WKS-VIG-IDX) = WKS-T-MONEDA (WKS-RATE-IDX)
              MOVE "S" TO WKS-VIG-HALLADA
              MOVE WKS-VIG-IDX TO WKS-VIG-POS.
       00034-VIGENTE-DE-MONEDA.
           IF WKS-V-MONEDA (WKS-VIG-IDX) = WKS-MONEDA
              MOVE "S" TO WKS-TASA-HALLADA
              MOVE WKS-V-TASA (WKS-VIG-IDX) TO WKS-TASA-VIG.
       00035-VIGENTE-IGUAL.
           IF WKS-V-TASA (WKS-VIG-IDX) = WKS-TASA-LOG
              MOVE "S" TO WKS-TASA-HALLADA
              MOVE WKS-V-TASA (WKS-VIG-IDX) TO WKS-TASA-VIG.
       00040-ESCRIBIR-TOTALES.
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           IF WKS-CNT-EXCEP = ZERO
              MOVE "SIN EXCEPCIONES EN EL RANGO" TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE
              MOVE SPACES TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE
           END-IF.
           MOVE "LINEAS LEIDAS" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-LEIDAS TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE "LINEAS EN EL RANGO" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-RANGO TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE "RECALCULADAS" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-AUDITADAS TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE "CORRECTAS" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-OK TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE "EXCEPCIONES" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-EXCEP TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE "NO AUDITABLES (X/F/H/N, OTRAS)" TO WKS-TOT-ETIQ.
           MOVE WKS-CNT-NO-AUDIT TO WKS-TOT-CNT.
           MOVE WKS-LIN-TOTAL TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
       END PROGRAM CALCAUD1.
