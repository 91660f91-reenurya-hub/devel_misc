      * ===============================================================
       IDENTIFICATION DIVISION.
      * WCHCHK1 = CRUCE CONTRA LA LISTA DE PARTES RESTRINGIDAS
      * (SARLAFT). RECIBE UN NUMERO DE IDENTIFICACION Y HASTA DOS
      * NOMBRES Y LOS BUSCA EN WATCHLST.DAT (LA CARGA WCHLOAD1): EL
      * NUMERO CONTRA LOS NUMEROS DE LA LISTA Y CADA NOMBRE CONTRA LOS
      * NOMBRES, TODO NORMALIZADO CON NOMNRM1 - LA MISMA COMPARACION
      * DE EMPDUP1 Y CLIDUP1. LA LISTA SE CARGA EN MEMORIA EN LA
      * PRIMERA LLAMADA. LA USAN EL BARRIDO WCHSCR1 Y LA CAPTURA DE
      * CRSFEMP Y CLIMNT1.
      * RESULTADO: Y = COINCIDE (CAMPO I = NUMERO, 1 = NOMBRE 1,
      * 2 = NOMBRE 2, CON NOMBRE, FUENTE Y FECHA DE LA LISTA),
      * N = NO COINCIDE, V = NO HAY LISTA CARGADA. CON PROGRAMA
      * INFORMADO CADA COINCIDENCIA DEJA ADEMAS UNA ALERTA EN
      * ALERTS.DAT PARA CUMPLIMIENTO
       PROGRAM-ID. WCHCHK1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCHLST ASSIGN TO "WATCHLST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WL-STATUS.
           SELECT OPTIONAL ALERTS ASSIGN TO "ALERTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD WATCHLST.
       01 WL-REC.
           03 WL-ID                            PIC X(20).
           03 WL-NOMBRE                        PIC X(60).
           03 WL-FUENTE                        PIC X(10).
           03 WL-FECHA                         PIC 9(08).

       FD ALERTS.
       01 ALR-REC.
           03 ALR-ACK                          PIC X(1).
           03 ALR-ACK-INIT                     PIC X(3).
           03 ALR-PROGRAM                      PIC X(8).
           03 ALR-FECHA                        PIC 9(8).
           03 ALR-HORA                         PIC 9(6).
           03 ALR-SEVERITY                     PIC X(1).
           03 ALR-REASON                       PIC X(30).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-WL-STATUS                         PIC XX.
       01 WS-ALERT-STATUS                      PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "Y".
       01 WS-CARGADA-SW                        PIC X(01) VALUE "N".
           88 WS-LISTA-CARGADA                 VALUE "Y".

      * LA LISTA COMPLETA EN MEMORIA, YA NORMALIZADA
       01 WS-WL-COUNT                          PIC 9(04) VALUE ZERO.
       01 WS-WL-IDX                            PIC 9(04).
       01 WS-WL-HIT                            PIC 9(04).
       01 WS-WL-TABLA.
           03 WS-WL-ENTRY OCCURS 5000 TIMES.
              05 WS-TBL-ID-NORM                PIC X(20).
              05 WS-TBL-NOM-NORM               PIC X(60).
              05 WS-TBL-NOMBRE                 PIC X(60).
              05 WS-TBL-FUENTE                 PIC X(10).
              05 WS-TBL-FECHA                  PIC 9(08).

      * LO CONSULTADO, NORMALIZADO
       01 WS-ID-NORM                           PIC X(20).
       01 WS-NOM1-NORM                         PIC X(60).
       01 WS-NOM2-NORM                         PIC X(60).

      * NORMALIZACION COMPARTIDA CON EMPDUP1 Y CLIDUP1 - VER NOMNRM1
       01 WS-NRM-REQ.
           03 WS-NRM-IN                        PIC X(60).
           03 WS-NRM-OUT                       PIC X(60).

       01 WS-SYSDATE                           PIC 9(08).
       01 WS-SYSTIME                           PIC 9(08).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-WCH-REQ.
           03 LNK-WCH-ID                       PIC X(20).
           03 LNK-WCH-NOMBRE1                  PIC X(60).
           03 LNK-WCH-NOMBRE2                  PIC X(60).
           03 LNK-WCH-PROGRAMA                 PIC X(08).
           03 LNK-WCH-RESULT                   PIC X(01).
           03 LNK-WCH-CAMPO                    PIC X(01).
           03 LNK-WCH-LISTA-NOMBRE             PIC X(60).
           03 LNK-WCH-FUENTE                   PIC X(10).
           03 LNK-WCH-FECHA                    PIC 9(08).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-WCH-REQ.
       0000-MAINLINE.
           IF NOT WS-LISTA-CARGADA
              PERFORM 1000-CARGAR-LISTA
           END-IF.
           MOVE "N" TO LNK-WCH-RESULT.
           MOVE SPACE TO LNK-WCH-CAMPO.
           MOVE SPACES TO LNK-WCH-LISTA-NOMBRE LNK-WCH-FUENTE.
           MOVE ZERO TO LNK-WCH-FECHA.
           IF WS-WL-COUNT = ZERO
              MOVE "V" TO LNK-WCH-RESULT
              GOBACK
           END-IF.
           MOVE LNK-WCH-ID TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-ID-NORM.
           MOVE LNK-WCH-NOMBRE1 TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-NOM1-NORM.
           MOVE LNK-WCH-NOMBRE2 TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT TO WS-NOM2-NORM.
           MOVE ZERO TO WS-WL-HIT.
           PERFORM 2000-COMPARAR-ENTRADA
              VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-COUNT
                 OR WS-WL-HIT > ZERO.
           IF WS-WL-HIT > ZERO
              MOVE "Y" TO LNK-WCH-RESULT
              MOVE WS-TBL-NOMBRE (WS-WL-HIT) TO LNK-WCH-LISTA-NOMBRE
              MOVE WS-TBL-FUENTE (WS-WL-HIT) TO LNK-WCH-FUENTE
              MOVE WS-TBL-FECHA (WS-WL-HIT)  TO LNK-WCH-FECHA
              IF LNK-WCH-PROGRAMA NOT = SPACES
                 PERFORM 8000-WRITE-ALERT
              END-IF
           END-IF.
           GOBACK.
      * ...............................................................
       1000-CARGAR-LISTA.
           MOVE "Y" TO WS-CARGADA-SW.
           MOVE ZERO TO WS-WL-COUNT.
           OPEN INPUT WATCHLST.
           IF WS-WL-STATUS NOT = "00"
              IF WS-WL-STATUS = "05" OR WS-WL-STATUS = "35"
                 CLOSE WATCHLST
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 1010-LEER-LISTA
              PERFORM 1020-GUARDAR-ENTRADA
                 UNTIL WS-EOF OR WS-WL-COUNT >= 5000
              IF NOT WS-EOF
                 DISPLAY "WCHCHK1: LISTA RESTRINGIDA MAYOR A 5000 - "
                    "SOLO SE CRUZAN LAS PRIMERAS 5000"
              END-IF
              CLOSE WATCHLST
           END-IF.
      * ...............................................................
       1010-LEER-LISTA.
           READ WATCHLST
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      * ...............................................................
       1020-GUARDAR-ENTRADA.
           IF WL-ID NOT = SPACES OR WL-NOMBRE NOT = SPACES
              ADD 1 TO WS-WL-COUNT
              MOVE WL-ID TO WS-NRM-IN
              CALL "NOMNRM1" USING WS-NRM-REQ
              MOVE WS-NRM-OUT TO WS-TBL-ID-NORM (WS-WL-COUNT)
              MOVE WL-NOMBRE TO WS-NRM-IN
              CALL "NOMNRM1" USING WS-NRM-REQ
              MOVE WS-NRM-OUT TO WS-TBL-NOM-NORM (WS-WL-COUNT)
              MOVE WL-NOMBRE TO WS-TBL-NOMBRE (WS-WL-COUNT)
              MOVE WL-FUENTE TO WS-TBL-FUENTE (WS-WL-COUNT)
              IF WL-FECHA IS NUMERIC
                 MOVE WL-FECHA TO WS-TBL-FECHA (WS-WL-COUNT)
              ELSE
                 MOVE ZERO TO WS-TBL-FECHA (WS-WL-COUNT)
              END-IF
           END-IF.
           PERFORM 1010-LEER-LISTA.
      * ...............................................................
      * PRIMERO EL NUMERO, DESPUES CADA NOMBRE; UN CAMPO EN BLANCO
      * NUNCA COINCIDE
       2000-COMPARAR-ENTRADA.
           IF WS-ID-NORM NOT = SPACES
              AND WS-TBL-ID-NORM (WS-WL-IDX) = WS-ID-NORM
              MOVE WS-WL-IDX TO WS-WL-HIT
              MOVE "I" TO LNK-WCH-CAMPO
           ELSE
           IF WS-TBL-NOM-NORM (WS-WL-IDX) NOT = SPACES
              AND WS-TBL-NOM-NORM (WS-WL-IDX) = WS-NOM1-NORM
              MOVE WS-WL-IDX TO WS-WL-HIT
              MOVE "1" TO LNK-WCH-CAMPO
           ELSE
           IF WS-TBL-NOM-NORM (WS-WL-IDX) NOT = SPACES
              AND WS-TBL-NOM-NORM (WS-WL-IDX) = WS-NOM2-NORM
              MOVE WS-WL-IDX TO WS-WL-HIT
              MOVE "2" TO LNK-WCH-CAMPO.
      * ...............................................................
      * UNA ALERTA POR COINCIDENCIA PARA LA REVISION DE CUMPLIMIENTO
       8000-WRITE-ALERT.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE " " TO ALR-ACK
              MOVE LNK-WCH-PROGRAMA TO ALR-PROGRAM
              MOVE WS-SYSDATE TO ALR-FECHA
              MOVE WS-SYSTIME (1:6) TO ALR-HORA
              MOVE "W" TO ALR-SEVERITY
              STRING "LISTA RESTR " LNK-WCH-ID
                 DELIMITED BY SIZE INTO ALR-REASON
              WRITE ALR-REC
              CLOSE ALERTS
           END-IF.
      * ===============================================================
       END PROGRAM WCHCHK1.
