       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITRPT1.
      *
      * NITRPT1 = BARRIDO DE DIGITOS DE VERIFICACION DEL NIT. RECORRE
      * EMPRESA.DAT Y A CADA EMPRESA DE TIPO NIT LE APLICA LA MISMA
      * VERIFICACION DE NITVAL1 QUE HOY EXIGEN CRSFEMP, EMPLOAD1 Y
      * EMPMRG1. LAS QUE NO CUMPLEN SALEN EN EMPNIT.RPT CON EL MOTIVO
      * (FORMATO INVALIDO O EL DIGITO QUE DEBIA TENER) PARA QUE SE
      * CORRIJAN A MANO - EL PROGRAMA NO MODIFICA EL MAESTRO. SE
      * CORRE UNA VEZ SOBRE LAS EMPRESAS CARGADAS ANTES DE LA REGLA;
      * TERMINA CON CODIGO 4 SI QUEDA ALGUNA POR CORREGIR
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
           SELECT NITRPT ASSIGN TO "EMPNIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
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
       FD NITRPT.
       01 RPT-LINE             PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
           88  WS-EMP-NOFILE          VALUE '00'.
       01  WS-RPT-STATUS          PIC XX.
       01  WS-END-BROWSE          PIC X(01) VALUE 'N'.
           88 WS-NO-MORE-EMPRESAS     VALUE 'Y'.
      *
       01  WS-FECHA-HOY           PIC 9(08).
      *
      * DIGITO DE VERIFICACION DEL NIT - VER NITVAL1
       01  WS-NIT-REQ.
           03  WS-NIT-ID          PIC X(20).
           03  WS-NIT-RESULT      PIC X(01).
               88 WS-NIT-OK           VALUE 'Y'.
               88 WS-NIT-FORMATO      VALUE 'F'.
           03  WS-NIT-DV-CALC     PIC X(01).
      *
       01  WS-CNT-TOTAL           PIC 9(05) VALUE ZERO.
       01  WS-CNT-NIT             PIC 9(05) VALUE ZERO.
       01  WS-CNT-FORMATO         PIC 9(05) VALUE ZERO.
       01  WS-CNT-MAL-DV          PIC 9(05) VALUE ZERO.
      *
       01  WS-LIN-DETALLE.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DET-EMP-ID       PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-RSOCIAL      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-ESTADO       PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 DET-MOTIVO       PIC X(30).
      *
       01  WS-LIN-TOTAL.
           03 TOT-ETIQUETA     PIC X(28).
           03 TOT-VALOR        PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT EMPRESA.
           IF NOT WS-EMP-NOFILE
               DISPLAY "NO HAY EMPRESA.DAT QUE REVISAR"
               CLOSE EMPRESA
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NITRPT.
           PERFORM 0150-ENCABEZADO.
           PERFORM 0200-REVISAR-EMPRESAS.
           CLOSE EMPRESA.
           PERFORM 0400-ESCRIBIR-TOTALES.
           CLOSE NITRPT.
           DISPLAY "REPORTE GENERADO: EMPNIT.RPT".
           IF WS-CNT-FORMATO > ZERO OR WS-CNT-MAL-DV > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       0150-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPRESAS TIPO NIT CON DIGITO DE VERIFICACION "
              "INVALIDO AL " WS-FECHA-HOY
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-DETALLE.
           MOVE 'EMP-ID'       TO DET-EMP-ID.
           MOVE 'RAZON SOCIAL' TO DET-RSOCIAL.
           MOVE 'E'            TO DET-ESTADO.
           MOVE 'MOTIVO'       TO DET-MOTIVO.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
      *
       0200-REVISAR-EMPRESAS.
           READ EMPRESA NEXT RECORD
               AT END SET WS-NO-MORE-EMPRESAS TO TRUE
           END-READ.
           PERFORM 0210-REVISAR-UNA
               UNTIL WS-NO-MORE-EMPRESAS.
      *
       0210-REVISAR-UNA.
           ADD 1 TO WS-CNT-TOTAL.
           IF EMP-TIP-ID = 'NIT'
               ADD 1 TO WS-CNT-NIT
               MOVE EMP-ID TO WS-NIT-ID
               CALL "NITVAL1" USING WS-NIT-REQ
               IF NOT WS-NIT-OK
                   PERFORM 0220-LINEA-NIT-MALO
               END-IF
           END-IF.
           READ EMPRESA NEXT RECORD
               AT END SET WS-NO-MORE-EMPRESAS TO TRUE
           END-READ.
      *
       0220-LINEA-NIT-MALO.
           MOVE SPACES TO WS-LIN-DETALLE.
           MOVE EMP-ID      TO DET-EMP-ID.
           MOVE EMP-RSOCIAL TO DET-RSOCIAL.
           MOVE EMP-ESTADO  TO DET-ESTADO.
           IF WS-NIT-FORMATO
               ADD 1 TO WS-CNT-FORMATO
               MOVE 'FORMATO INVALIDO' TO DET-MOTIVO
           ELSE
               ADD 1 TO WS-CNT-MAL-DV
               STRING 'DIGITO DEBIA SER ' WS-NIT-DV-CALC
                  DELIMITED BY SIZE INTO DET-MOTIVO
           END-IF.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
      *
       0400-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'EMPRESAS REVISADAS          ' TO TOT-ETIQUETA.
           MOVE WS-CNT-TOTAL TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'EMPRESAS TIPO NIT           ' TO TOT-ETIQUETA.
           MOVE WS-CNT-NIT TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'NIT CON FORMATO INVALIDO    ' TO TOT-ETIQUETA.
           MOVE WS-CNT-FORMATO TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE 'NIT CON DIGITO ERRADO       ' TO TOT-ETIQUETA.
           MOVE WS-CNT-MAL-DV TO TOT-VALOR.
           MOVE WS-LIN-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM NITRPT1.
