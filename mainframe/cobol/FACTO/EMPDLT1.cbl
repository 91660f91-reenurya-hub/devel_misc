       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDLT1.
      *
      * EMPDLT1 = EXTRACTO INCREMENTAL DEL MAESTRO DE EMPRESAS PARA
      * FACTURACION Y CRM, QUE HASTA AHORA PEDIAN EL VOLCADO COMPLETO
      * CADA SEMANA Y SACABAN LA DIFERENCIA ELLOS MISMOS. LEE LA PISTA
      * EMPAUDIT.DAT DESDE LA MARCA DE LA CORRIDA ANTERIOR Y DEJA EN
      * EMPDELTA.DAT UN REGISTRO POR EMP-ID CAMBIADO: A = ALTA, C =
      * CAMBIO, D = BAJA, CON LA IMAGEN DESPUES DEL ULTIMO CAMBIO (EN
      * LA BAJA, LA ULTIMA IMAGEN QUE TUVO), MAS UN TRAILER DE CONTROL
      * CON LOS CONTEOS Y EL RANGO DE SECUENCIAS DE AUDITORIA CUBIERTO.
      * IGUAL QUE CLIDELTA.DAT DE CLIAPLY1, EL ARCHIVO SE REESCRIBE EN
      * CADA CORRIDA: ES EL DELTA DE ESTA CORRIDA.
      * VARIOS MOVIMIENTOS DE LA MISMA EMPRESA SE NETEAN: CREADA Y
      * MODIFICADA = A, CREADA Y BORRADA EN LA MISMA VENTANA NO SALE.
      * LAS LINEAS RPT DE LA FUSION (ENLACES REAPUNTADOS) NO SON
      * IMAGENES DEL MAESTRO Y SE SALTAN.
      * LA MARCA (EMPDLTHW.DAT) ES LA POSICION DEL ULTIMO REGISTRO DE
      * AUDITORIA ENTREGADO, CON SU FECHA, HORA, ACCION Y EMP-ID; SE
      * VERIFICA CONTRA LA PISTA ANTES DE SEGUIR, ASI UNA PISTA
      * REEMPLAZADA O RECORTADA DETIENE EL PASO CON RC 8 Y ALERTA EN
      * VEZ DE SALTARSE CAMBIOS. EL ARCHIVO DE FIN DE ANO (ARCPRG1)
      * CORRE LA MARCA HACIA ATRAS LO QUE ARCHIVA DE LA PISTA. LA
      * MARCA SOLO AVANZA DESPUES DE CERRAR EL DELTA. SI LA TABLA DE
      * EMPRESAS SE LLENA EL DELTA LLEGA HASTA DONDE ALCANZO, LA
      * MARCA QUEDA AHI Y EL RESTO SALE EN LA SIGUIENTE CORRIDA
      * (RC 4). CORRE COMO PASO DE NGTDRV1
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPAUDIT ASSIGN TO "EMPAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT EMPDELTA ASSIGN TO "EMPDELTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLT-STATUS.
           SELECT OPTIONAL EMPDLTHW ASSIGN TO "EMPDLTHW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HW-STATUS.
      * FAILURE ALERT FILE - A STRUCTURED RECORD IS APPENDED WHEN THE
      * RUN ENDS BADLY, SO FAILURES ANNOUNCE THEMSELVES IN ALRTRVW1
           SELECT OPTIONAL ALERTS ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD EMPAUDIT.
       01 AUD-REC.
           03 AUD-ACCION       PIC X(03).
           03 AUD-FECHA        PIC 9(08).
           03 AUD-HORA         PIC 9(06).
           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       FD EMPDELTA.
       01 DLT-REC.
           03 DLT-ACCION       PIC X(01).
           03 DLT-EMP-ID       PIC X(20).
           03 DLT-FECHA        PIC 9(08).
           03 DLT-HORA         PIC 9(06).
           03 DLT-IMAGEN       PIC X(1000).
      * TRAILER DE CONTROL - ULTIMO REGISTRO DEL ARCHIVO
       01 DLT-TRAILER.
           03 TRL-MARCA        PIC X(09).
           03 TRL-CONTEO       PIC 9(07).
           03 TRL-ALTAS        PIC 9(07).
           03 TRL-CAMBIOS      PIC 9(07).
           03 TRL-BAJAS        PIC 9(07).
           03 TRL-SEQ-DESDE    PIC 9(09).
           03 TRL-SEQ-HASTA    PIC 9(09).
           03 TRL-FECHA        PIC 9(08).
           03 TRL-HORA         PIC 9(06).
      *
       FD EMPDLTHW.
       01 HW-REC.
           03 HW-SEQ           PIC 9(09).
           03 HW-FECHA         PIC 9(08).
           03 HW-HORA          PIC 9(06).
           03 HW-ACCION        PIC X(03).
           03 HW-EMP-ID        PIC X(20).
           03 HW-FEC-CORRIDA   PIC 9(08).
           03 HW-HORA-CORRIDA  PIC 9(06).
      *
       FD ALERTS.
       01 ALR-REC.
           03 ALR-ACK                          PIC X(1).
           03 ALR-ACK-INIT                     PIC X(3).
           03 ALR-PROGRAM                      PIC X(8).
           03 ALR-FECHA                        PIC 9(8).
           03 ALR-HORA                         PIC 9(6).
           03 ALR-SEVERITY                     PIC X(1).
           03 ALR-REASON                       PIC X(30).
      *
       FD RUNLOG.
       01 RUNLOG-LINE          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS          PIC XX.
       01  WS-DLT-STATUS          PIC XX.
       01  WS-HW-STATUS           PIC XX.
       01  WS-ALERT-STATUS        PIC XX.
       01  WS-END-AUDIT           PIC X(01) VALUE 'N'.
           88 WS-NO-MORE-AUDIT        VALUE 'Y'.
       01  WS-MARCA-MAL-SW        PIC X(01) VALUE 'N'.
           88 WS-MARCA-MAL            VALUE 'Y'.
       01  WS-LLENA-SW            PIC X(01) VALUE 'N'.
           88 WS-TABLA-LLENA          VALUE 'Y'.
       01  WS-HALLADA-SW          PIC X(01).
           88 WS-HALLADA              VALUE 'Y'.
       01  WS-ALR-MOTIVO          PIC X(30).
      *
      * MARCA DE LA CORRIDA ANTERIOR (CERO = PRIMERA CORRIDA, TODA LA
      * PISTA ES NUEVA) Y ULTIMO REGISTRO CONSUMIDO EN ESTA
       01  WS-MARCA-ANT.
           03 WS-ANT-SEQ          PIC 9(09) VALUE ZERO.
           03 WS-ANT-FECHA        PIC 9(08) VALUE ZERO.
           03 WS-ANT-HORA         PIC 9(06) VALUE ZERO.
           03 WS-ANT-ACCION       PIC X(03) VALUE SPACES.
           03 WS-ANT-EMP-ID       PIC X(20) VALUE SPACES.
       01  WS-MARCA-ULT.
           03 WS-ULT-SEQ          PIC 9(09).
           03 WS-ULT-FECHA        PIC 9(08).
           03 WS-ULT-HORA         PIC 9(06).
           03 WS-ULT-ACCION       PIC X(03).
           03 WS-ULT-EMP-ID       PIC X(20).
       01  WS-AUD-SEQ             PIC 9(09) VALUE ZERO.
       01  WS-SEQ-DESDE           PIC 9(09).
      *
      * UNA ENTRADA POR EMP-ID CAMBIADO: PRIMERA Y ULTIMA ACCION VISTAS
      * EN LA VENTANA Y LA IMAGEN VIGENTE DESPUES DE LA ULTIMA
       01  WS-TBL-MAX             PIC 9(05) VALUE 2000.
       01  WS-TBL-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-TBL-IDX             PIC 9(05).
       01  WS-TBL-TABLA.
           03 WS-TBL-ENTRY OCCURS 2000 TIMES.
              05 WS-TBL-EMP-ID    PIC X(20).
              05 WS-TBL-PRIMERA   PIC X(03).
              05 WS-TBL-ULTIMA    PIC X(03).
              05 WS-TBL-FECHA     PIC 9(08).
              05 WS-TBL-HORA      PIC 9(06).
              05 WS-TBL-IMAGEN    PIC X(1000).
      *
       01  WS-CNT-LEIDAS          PIC 9(07) VALUE ZERO.
       01  WS-CNT-ALTAS           PIC 9(07) VALUE ZERO.
       01  WS-CNT-CAMBIOS         PIC 9(07) VALUE ZERO.
       01  WS-CNT-BAJAS           PIC 9(07) VALUE ZERO.
       01  WS-CNT-ANULADAS        PIC 9(07) VALUE ZERO.
       01  WS-CNT-TOTAL           PIC 9(07) VALUE ZERO.
      *
       01  WS-SYSDATE.
           03 WS-SYS-YEAR         PIC 9(04).
           03 WS-SYS-MONTH        PIC 9(02).
           03 WS-SYS-DAY          PIC 9(02).
       01  WS-SYSTIME.
           03 WS-SYS-HH           PIC 9(02).
           03 WS-SYS-MN           PIC 9(02).
           03 WS-SYS-SS           PIC 9(02).
           03 WS-SYS-HS           PIC 9(02).
      *
       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           PERFORM 0200-LEER-MARCA.
           MOVE WS-MARCA-ANT TO WS-MARCA-ULT.
           COMPUTE WS-SEQ-DESDE = WS-ANT-SEQ + 1.
           PERFORM 0300-LEER-AUDITORIA.
           IF WS-MARCA-MAL
               DISPLAY "EMPAUDIT.DAT NO CUADRA CON LA MARCA "
                  WS-ANT-SEQ " " WS-ANT-FECHA " " WS-ANT-HORA
                  " " WS-ANT-EMP-ID
               DISPLAY "NO SE GENERA EMPDELTA.DAT - REVISE SI LA "
                  "PISTA FUE REEMPLAZADA O ARCHIVADA"
               MOVE "EMPAUDIT NO CUADRA CON MARCA" TO WS-ALR-MOTIVO
               PERFORM 0910-WRITE-ALERT
               PERFORM 0900-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0500-ESCRIBIR-DELTA.
           IF WS-DLT-STATUS > "07"
               DISPLAY "NO SE PUDO GRABAR EMPDELTA.DAT - LA MARCA "
                  "NO SE MUEVE"
               MOVE "EMPDELTA.DAT NO SE GRABO" TO WS-ALR-MOTIVO
               PERFORM 0910-WRITE-ALERT
               PERFORM 0900-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0600-GRABAR-MARCA.
           DISPLAY "EXTRACTO INCREMENTAL DE EMPRESAS: EMPDELTA.DAT".
           DISPLAY "AUDITORIA LEIDA  : " WS-CNT-LEIDAS.
           DISPLAY "ALTAS            : " WS-CNT-ALTAS.
           DISPLAY "CAMBIOS          : " WS-CNT-CAMBIOS.
           DISPLAY "BAJAS            : " WS-CNT-BAJAS.
           DISPLAY "CREADAS Y BORRADAS: " WS-CNT-ANULADAS.
           DISPLAY "SECUENCIAS       : " WS-SEQ-DESDE " A " WS-ULT-SEQ.
           PERFORM 0900-WRITE-RUNLOG.
           IF WS-TABLA-LLENA
               DISPLAY "TABLA DE EMPRESAS LLENA - EL RESTO DE LA "
                  "PISTA SALE EN LA PROXIMA CORRIDA"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       0200-LEER-MARCA.
           OPEN INPUT EMPDLTHW.
           IF WS-HW-STATUS = "00"
               READ EMPDLTHW
                   AT END CONTINUE
                   NOT AT END
                       IF HW-SEQ IS NUMERIC
                           MOVE HW-SEQ    TO WS-ANT-SEQ
                           MOVE HW-FECHA  TO WS-ANT-FECHA
                           MOVE HW-HORA   TO WS-ANT-HORA
                           MOVE HW-ACCION TO WS-ANT-ACCION
                           MOVE HW-EMP-ID TO WS-ANT-EMP-ID
                       END-IF
               END-READ
               CLOSE EMPDLTHW
           ELSE
               IF WS-HW-STATUS = "05" OR WS-HW-STATUS = "35"
                   CLOSE EMPDLTHW
               END-IF
           END-IF.
      *
      * LOS REGISTROS HASTA LA MARCA YA SALIERON; EL DE LA MARCA MISMA
      * DEBE SER EL QUE QUEDO GRABADO EN ELLA
       0300-LEER-AUDITORIA.
           OPEN INPUT EMPAUDIT.
           IF WS-AUD-STATUS NOT = "00"
               IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
                   CLOSE EMPAUDIT
               END-IF
           ELSE
               PERFORM 0310-LEER-AUDIT
               PERFORM 0320-PROCESAR-AUDIT
                   UNTIL WS-NO-MORE-AUDIT OR WS-TABLA-LLENA
                      OR WS-MARCA-MAL
               CLOSE EMPAUDIT
           END-IF.
           IF WS-AUD-SEQ < WS-ANT-SEQ
               MOVE 'Y' TO WS-MARCA-MAL-SW
           END-IF.
      *
       0310-LEER-AUDIT.
           READ EMPAUDIT
               AT END SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END ADD 1 TO WS-AUD-SEQ
           END-READ.
      *
       0320-PROCESAR-AUDIT.
           IF WS-AUD-SEQ = WS-ANT-SEQ
               PERFORM 0330-VERIFICAR-MARCA
           ELSE
           IF WS-AUD-SEQ > WS-ANT-SEQ
               PERFORM 0340-ACUMULAR-CAMBIO
           END-IF.
           IF NOT WS-TABLA-LLENA AND NOT WS-MARCA-MAL
               PERFORM 0310-LEER-AUDIT
           END-IF.
      *
       0330-VERIFICAR-MARCA.
           IF AUD-FECHA  NOT = WS-ANT-FECHA
           OR AUD-HORA   NOT = WS-ANT-HORA
           OR AUD-ACCION NOT = WS-ANT-ACCION
           OR AUD-EMP-ID NOT = WS-ANT-EMP-ID
               MOVE 'Y' TO WS-MARCA-MAL-SW
           END-IF.
      *
      * UN REGISTRO QUE NO CABE (EMPRESA NUEVA CON LA TABLA LLENA) NO
      * SE CONSUME: LA MARCA QUEDA EN EL ANTERIOR
       0340-ACUMULAR-CAMBIO.
           IF (AUD-ACCION = 'CRE' OR 'MOD' OR 'MRG' OR 'DEL')
              AND AUD-EMP-ID NOT = SPACES
               PERFORM 0350-BUSCAR-EMPRESA
               IF NOT WS-HALLADA
                   IF WS-TBL-COUNT < WS-TBL-MAX
                       ADD 1 TO WS-TBL-COUNT
                       MOVE WS-TBL-COUNT TO WS-TBL-IDX
                       MOVE AUD-EMP-ID TO WS-TBL-EMP-ID (WS-TBL-IDX)
                       MOVE AUD-ACCION TO WS-TBL-PRIMERA (WS-TBL-IDX)
                       MOVE 'Y' TO WS-HALLADA-SW
                   ELSE
                       MOVE 'Y' TO WS-LLENA-SW
                   END-IF
               END-IF
               IF WS-HALLADA
                   PERFORM 0360-ANOTAR-CAMBIO
               END-IF
           END-IF.
           IF NOT WS-TABLA-LLENA
               ADD 1 TO WS-CNT-LEIDAS
               MOVE WS-AUD-SEQ TO WS-ULT-SEQ
               MOVE AUD-FECHA  TO WS-ULT-FECHA
               MOVE AUD-HORA   TO WS-ULT-HORA
               MOVE AUD-ACCION TO WS-ULT-ACCION
               MOVE AUD-EMP-ID TO WS-ULT-EMP-ID
           END-IF.
      *
       0350-BUSCAR-EMPRESA.
           MOVE 'N' TO WS-HALLADA-SW.
           PERFORM 0355-COMPARAR-EMPRESA
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-TBL-COUNT OR WS-HALLADA.
           IF WS-HALLADA
               SUBTRACT 1 FROM WS-TBL-IDX
           END-IF.
      *
       0355-COMPARAR-EMPRESA.
           IF WS-TBL-EMP-ID (WS-TBL-IDX) = AUD-EMP-ID
               MOVE 'Y' TO WS-HALLADA-SW
           END-IF.
      *
      * EN LA BAJA LA IMAGEN QUE SE ENTREGA ES LA DE ANTES DEL BORRADO
       0360-ANOTAR-CAMBIO.
           MOVE AUD-ACCION TO WS-TBL-ULTIMA (WS-TBL-IDX).
           MOVE AUD-FECHA  TO WS-TBL-FECHA (WS-TBL-IDX).
           MOVE AUD-HORA   TO WS-TBL-HORA (WS-TBL-IDX).
           IF AUD-ACCION = 'DEL'
               MOVE AUD-ANTES   TO WS-TBL-IMAGEN (WS-TBL-IDX)
           ELSE
               MOVE AUD-DESPUES TO WS-TBL-IMAGEN (WS-TBL-IDX)
           END-IF.
      *
       0500-ESCRIBIR-DELTA.
           OPEN OUTPUT EMPDELTA.
           IF WS-DLT-STATUS NOT > "07"
               PERFORM 0510-UNA-EMPRESA
                   VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-TBL-COUNT
               COMPUTE WS-CNT-TOTAL =
                   WS-CNT-ALTAS + WS-CNT-CAMBIOS + WS-CNT-BAJAS
               MOVE SPACES          TO DLT-TRAILER
               MOVE '*TRAILER*'     TO TRL-MARCA
               MOVE WS-CNT-TOTAL    TO TRL-CONTEO
               MOVE WS-CNT-ALTAS    TO TRL-ALTAS
               MOVE WS-CNT-CAMBIOS  TO TRL-CAMBIOS
               MOVE WS-CNT-BAJAS    TO TRL-BAJAS
               MOVE WS-SEQ-DESDE    TO TRL-SEQ-DESDE
               MOVE WS-ULT-SEQ      TO TRL-SEQ-HASTA
               MOVE WS-SYSDATE      TO TRL-FECHA
               MOVE WS-SYSTIME (1:6) TO TRL-HORA
               WRITE DLT-TRAILER
               CLOSE EMPDELTA
           END-IF.
      *
      * NETEO DE LA VENTANA: CREADA Y BORRADA NO SALE; TERMINA BORRADA
      * = D; EMPEZO CON LA CREACION = A; CUALQUIER OTRA = C
       0510-UNA-EMPRESA.
           MOVE SPACES TO DLT-REC.
           IF WS-TBL-PRIMERA (WS-TBL-IDX) = 'CRE'
              AND WS-TBL-ULTIMA (WS-TBL-IDX) = 'DEL'
               ADD 1 TO WS-CNT-ANULADAS
           ELSE
               IF WS-TBL-ULTIMA (WS-TBL-IDX) = 'DEL'
                   MOVE 'D' TO DLT-ACCION
                   ADD 1 TO WS-CNT-BAJAS
               ELSE
               IF WS-TBL-PRIMERA (WS-TBL-IDX) = 'CRE'
                   MOVE 'A' TO DLT-ACCION
                   ADD 1 TO WS-CNT-ALTAS
               ELSE
                   MOVE 'C' TO DLT-ACCION
                   ADD 1 TO WS-CNT-CAMBIOS
               END-IF
               END-IF
               MOVE WS-TBL-EMP-ID (WS-TBL-IDX) TO DLT-EMP-ID
               MOVE WS-TBL-FECHA (WS-TBL-IDX)  TO DLT-FECHA
               MOVE WS-TBL-HORA (WS-TBL-IDX)   TO DLT-HORA
               MOVE WS-TBL-IMAGEN (WS-TBL-IDX) TO DLT-IMAGEN
               WRITE DLT-REC
           END-IF.
      *
       0600-GRABAR-MARCA.
           OPEN OUTPUT EMPDLTHW.
           MOVE WS-ULT-SEQ        TO HW-SEQ.
           MOVE WS-ULT-FECHA      TO HW-FECHA.
           MOVE WS-ULT-HORA       TO HW-HORA.
           MOVE WS-ULT-ACCION     TO HW-ACCION.
           MOVE WS-ULT-EMP-ID     TO HW-EMP-ID.
           MOVE WS-SYSDATE        TO HW-FEC-CORRIDA.
           MOVE WS-SYSTIME (1:6)  TO HW-HORA-CORRIDA.
           WRITE HW-REC.
           CLOSE EMPDLTHW.
      *
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "EMPDLT1  " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " ALT=" WS-CNT-ALTAS
              " CAM=" WS-CNT-CAMBIOS
              " BAJ=" WS-CNT-BAJAS
              " SEQ=" WS-ULT-SEQ
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      *
      * A STRUCTURED ALERT FOR THE MORNING REVIEW WHEN THE EXTRACT
      * COULD NOT BE PRODUCED
       0910-WRITE-ALERT.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "EMPDLT1 " TO ALR-PROGRAM
              MOVE WS-SYSDATE TO ALR-FECHA
              MOVE WS-SYSTIME (1:6) TO ALR-HORA
              MOVE 'E' TO ALR-SEVERITY
              MOVE WS-ALR-MOTIVO TO ALR-REASON
              WRITE ALR-REC
              CLOSE ALERTS
           END-IF.
       END PROGRAM EMPDLT1.
