      * ===============================================================
       IDENTIFICATION DIVISION.
      * WCHSCR1 = BARRIDO DE CONTRAPARTES CONTRA LA LISTA DE PARTES
      * RESTRINGIDAS (SARLAFT). CRUZA CADA EMPRESA DE EMPRESA.DAT
      * (EMP-ID, RAZON SOCIAL Y REPRESENTANTE LEGAL) Y CADA CLIENTE DE
      * CLIMAST.DAT (CLIENT-ID Y NOMBRE COMPLETO, EN LOS DOS ORDENES)
      * CONTRA WATCHLST.DAT POR MEDIO DE WCHCHK1. LAS COINCIDENCIAS
      * VAN A WCHSCR.RPT PARA REVISION DE CUMPLIMIENTO Y CADA UNA DEJA
      * SU ALERTA EN ALERTS.DAT. CODIGO 4 SI HUBO COINCIDENCIAS, 8 SI
      * NO HAY LISTA CARGADA (WCHLOAD1) - UN BARRIDO CONTRA NADA NO
      * PUEDE PASAR POR LIMPIO
       PROGRAM-ID. WCHSCR1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMP-ID
                  FILE STATUS  IS WS-EMPRESA-STATUS.
           SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CM-CLIENT-ID
                  FILE STATUS  IS WS-CLIMAST-STATUS.
           SELECT SCRRPT ASSIGN TO "WCHSCR.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
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

       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                     PIC X(20).
           03 CM-CLIENT-LNAME                  PIC X(50).
           03 CM-CLIENT-NAME                   PIC X(50).
           03 CM-RESTO                         PIC X(21).

       FD SCRRPT.
       01 RPT-LINE                             PIC X(132).

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
       01  WS-EMPRESA-STATUS                    PIC XX.
       01  WS-CLIMAST-STATUS                    PIC XX.
       01  WS-RPT-STATUS                        PIC XX.
       01  WS-ALERT-STATUS                      PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-SIN-LISTA-SW                      PIC X(01) VALUE 'N'.
           88 WS-SIN-LISTA                      VALUE 'Y'.

      * CRUCE CONTRA LA LISTA RESTRINGIDA - VER WCHCHK1
       01  WS-WCH-REQ.
           03 WS-WCH-ID                         PIC X(20).
           03 WS-WCH-NOMBRE1                    PIC X(60).
           03 WS-WCH-NOMBRE2                    PIC X(60).
           03 WS-WCH-PROGRAMA                   PIC X(08).
           03 WS-WCH-RESULT                     PIC X(01).
              88 WS-WCH-HIT                     VALUE 'Y'.
              88 WS-WCH-SIN-LISTA               VALUE 'V'.
           03 WS-WCH-CAMPO                      PIC X(01).
           03 WS-WCH-LISTA-NOMBRE               PIC X(60).
           03 WS-WCH-FUENTE                     PIC X(10).
           03 WS-WCH-FECHA                      PIC 9(08).

      * NOMBRE COMPLETO DEL CLIENTE ARMADO YA NORMALIZADO
       01  WS-NRM-REQ.
           03 WS-NRM-IN                         PIC X(60).
           03 WS-NRM-OUT                        PIC X(60).
       01  WS-LNAME-NORM                        PIC X(60).
       01  WS-NAME-NORM                         PIC X(60).

       01  WS-CNT-EMPRESAS                      PIC 9(05) VALUE ZERO.
       01  WS-CNT-CLIENTES                      PIC 9(05) VALUE ZERO.
       01  WS-HIT-EMPRESAS                      PIC 9(05) VALUE ZERO.
       01  WS-HIT-CLIENTES                      PIC 9(05) VALUE ZERO.
       01  WS-HIT-TOTAL                         PIC 9(05) VALUE ZERO.
       01  WS-RUNLOG-STATUS                     PIC X(08) VALUE SPACES.

       01  WS-LIN-HIT.
           03 LIN-ID                            PIC X(20).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 LIN-NOMBRE                        PIC X(30).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 LIN-CAMPO                         PIC X(12).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 LIN-LISTA                         PIC X(40).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 LIN-FUENTE                        PIC X(10).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 LIN-FECHA                         PIC X(08).

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
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           MOVE "WCHSCR1 " TO WS-WCH-PROGRAMA.
           OPEN OUTPUT SCRRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "CRUCE CONTRA LISTA DE PARTES RESTRINGIDAS AL "
              WS-RUNLOG-DATE
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ID                   NOMBRE                         "
              & " CAMPO        NOMBRE EN LISTA" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 1000-CRUZAR-EMPRESAS.
           IF NOT WS-SIN-LISTA
              PERFORM 2000-CRUZAR-CLIENTES
           END-IF.
           COMPUTE WS-HIT-TOTAL = WS-HIT-EMPRESAS + WS-HIT-CLIENTES.
           PERFORM 3000-TOTALES.
           CLOSE SCRRPT.
           IF WS-SIN-LISTA
              MOVE "NOLIST  " TO WS-RUNLOG-STATUS
              PERFORM 8000-WRITE-ALERT
              DISPLAY "NO HAY LISTA RESTRINGIDA CARGADA - CORRA "
                 "WCHLOAD1"
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-HIT-TOTAL > ZERO
              MOVE "HITS    " TO WS-RUNLOG-STATUS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "OK      " TO WS-RUNLOG-STATUS
              MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           PERFORM 9000-WRITE-RUNLOG.
           DISPLAY "REPORTE GENERADO: WCHSCR.RPT - COINCIDENCIAS: "
              WS-HIT-TOTAL.
           GOBACK.
      * ...............................................................
       1000-CRUZAR-EMPRESAS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EMPRESAS (EMPRESA.DAT)" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT EMPRESA.
           IF WS-EMPRESA-STATUS NOT = "00"
              IF WS-EMPRESA-STATUS = "05" OR WS-EMPRESA-STATUS = "35"
                 CLOSE EMPRESA
              END-IF
              MOVE "   EMPRESA.DAT NO DISPONIBLE" TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-LEER-EMPRESA
              PERFORM 1020-CRUZAR-UNA-EMPRESA
                 UNTIL WS-EOF OR WS-SIN-LISTA
              CLOSE EMPRESA
           END-IF.
      * ...............................................................
       1010-LEER-EMPRESA.
           READ EMPRESA NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       1020-CRUZAR-UNA-EMPRESA.
           ADD 1 TO WS-CNT-EMPRESAS.
           MOVE EMP-ID      TO WS-WCH-ID.
           MOVE EMP-RSOCIAL TO WS-WCH-NOMBRE1.
           MOVE EMP-RLEGAL  TO WS-WCH-NOMBRE2.
           CALL "WCHCHK1" USING WS-WCH-REQ.
           IF WS-WCH-SIN-LISTA
              MOVE 'Y' TO WS-SIN-LISTA-SW
           ELSE
           IF WS-WCH-HIT
              ADD 1 TO WS-HIT-EMPRESAS
              MOVE EMP-ID      TO LIN-ID
              MOVE EMP-RSOCIAL TO LIN-NOMBRE
              EVALUATE WS-WCH-CAMPO
                 WHEN 'I' MOVE "NUMERO ID   " TO LIN-CAMPO
                 WHEN '1' MOVE "RAZON SOCIAL" TO LIN-CAMPO
                 WHEN '2' MOVE "REP. LEGAL  " TO LIN-CAMPO
              END-EVALUATE
              PERFORM 1100-LINEA-COINCIDENCIA
           END-IF
           END-IF.
           PERFORM 1010-LEER-EMPRESA.
      * ...............................................................
       1100-LINEA-COINCIDENCIA.
           MOVE WS-WCH-LISTA-NOMBRE TO LIN-LISTA.
           MOVE WS-WCH-FUENTE       TO LIN-FUENTE.
           MOVE WS-WCH-FECHA        TO LIN-FECHA.
           MOVE WS-LIN-HIT TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       2000-CRUZAR-CLIENTES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CLIENTES (CLIMAST.DAT)" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-STATUS NOT = "00"
              IF WS-CLIMAST-STATUS = "05" OR WS-CLIMAST-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
              MOVE "   CLIMAST.DAT NO DISPONIBLE" TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-LEER-CLIENTE
              PERFORM 2020-CRUZAR-UN-CLIENTE
                 UNTIL WS-EOF
              CLOSE CLIMAST
           END-IF.
      * ...............................................................
       2010-LEER-CLIENTE.
           READ CLIMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
      * EL NOMBRE SE CRUZA COMO APELLIDO+NOMBRE Y COMO NOMBRE+APELLIDO,
      * QUE ES COMO SUELEN VENIR LAS PERSONAS EN LAS LISTAS
       2020-CRUZAR-UN-CLIENTE.
           ADD 1 TO WS-CNT-CLIENTES.
           MOVE CM-CLIENT-LNAME TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-LNAME-NORM.
           MOVE CM-CLIENT-NAME TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-NAME-NORM.
           MOVE SPACES TO WS-WCH-NOMBRE1 WS-WCH-NOMBRE2.
           STRING WS-LNAME-NORM DELIMITED BY SPACE
              WS-NAME-NORM DELIMITED BY SPACE
              INTO WS-WCH-NOMBRE1.
           STRING WS-NAME-NORM DELIMITED BY SPACE
              WS-LNAME-NORM DELIMITED BY SPACE
              INTO WS-WCH-NOMBRE2.
           MOVE CM-CLIENT-ID TO WS-WCH-ID.
           CALL "WCHCHK1" USING WS-WCH-REQ.
           IF WS-WCH-HIT
              ADD 1 TO WS-HIT-CLIENTES
              MOVE CM-CLIENT-ID TO LIN-ID
              MOVE SPACES TO LIN-NOMBRE
              STRING CM-CLIENT-LNAME DELIMITED BY "  "
                 " " CM-CLIENT-NAME DELIMITED BY SIZE
                 INTO LIN-NOMBRE
              IF WS-WCH-CAMPO = 'I'
                 MOVE "NUMERO ID   " TO LIN-CAMPO
              ELSE
                 MOVE "NOMBRE      " TO LIN-CAMPO
              END-IF
              PERFORM 1100-LINEA-COINCIDENCIA
           END-IF.
           PERFORM 2010-LEER-CLIENTE.
      * ...............................................................
       3000-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SIN-LISTA
              MOVE "*** NO HAY LISTA RESTRINGIDA CARGADA (WATCHLST.DAT"
                 & ") - CRUCE NO REALIZADO ***" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPRESAS CRUZADAS=" WS-CNT-EMPRESAS
              " COINCIDEN=" WS-HIT-EMPRESAS
              "  CLIENTES CRUZADOS=" WS-CNT-CLIENTES
              " COINCIDEN=" WS-HIT-CLIENTES
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * SIN LISTA EL BARRIDO NO PROTEGE NADA - ALERTA PARA LA REVISION
      * DE LA MANANA (LAS COINCIDENCIAS LAS ALERTA WCHCHK1)
       8000-WRITE-ALERT.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "WCHSCR1 " TO ALR-PROGRAM
              MOVE WS-RUNLOG-DATE TO ALR-FECHA
              MOVE WS-RUNLOG-TIME (1:6) TO ALR-HORA
              MOVE 'E' TO ALR-SEVERITY
              MOVE "SIN LISTA RESTRINGIDA CARGADA" TO ALR-REASON
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
           STRING "WCHSCR1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
              WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=" WS-RUNLOG-STATUS
              " HITS=" WS-HIT-TOTAL
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM WCHSCR1.
