      * ===============================================================
       IDENTIFICATION DIVISION.
      * SEAMNT1 = SEASON MASTER MAINTENANCE. KEEPS SEASONS.DAT (KEYED
      * ON THE SEASON CODE) WITH THE SEASON NAME, FIRST AND LAST DAY
      * AND ITS STATUS: P = PENDING, A = OPEN, C = CLOSED. A SEASON IS
      * ADDED AS PENDING AND OPENED HERE ONLY WHEN NO OTHER SEASON IS
      * OPEN; IT IS CLOSED ONLY BY THE SEACLS1 CLOSE STEP, WHICH
      * FREEZES IT. DATE RANGES OF TWO SEASONS MAY NOT OVERLAP, SINCE
      * SEACHK1 PLACES A GAME, A STAT LINE OR A FIXTURE IN ITS SEASON
      * BY DATE. A CLOSED SEASON CANNOT BE CHANGED
       PROGRAM-ID. SEAMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEASONS ASSIGN TO "SEASONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SEA-CODIGO
                  STATUS ST-FILE.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD SEASONS.
       01 REG-SEASON.
           03 SEA-CODIGO                       PIC X(06).
           03 SEA-NOMBRE                       PIC X(30).
           03 SEA-FEC-INI                      PIC 9(08).
           03 SEA-FEC-FIN                      PIC 9(08).
      * P = PENDIENTE, A = ABIERTA, C = CERRADA
           03 SEA-ESTADO                       PIC X(01).
              88 SEA-PENDIENTE                 VALUE "P".
              88 SEA-ABIERTA                   VALUE "A".
              88 SEA-CERRADA                   VALUE "C".
           03 SEA-FEC-CIERRE                   PIC 9(08).
           03 FILLER                           PIC X(19).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
           88 WS-FILE-NOTFND                   VALUE "23" "35".
       01 X                                    PIC X.
       01 WS-OPCION                            PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE "N".
           88 WS-EXIT-MENU                     VALUE "S".
       01 WS-END-SW                            PIC X(01).
           88 WS-NO-MORE-SEASONS               VALUE "S".
       01 WS-FIELDS-OK-SW                      PIC X(01).
           88 WS-FIELDS-OK                     VALUE "S".
       01 WS-CRUCE-SW                          PIC X(01).
           88 WS-CRUCE                         VALUE "S".
       01 WS-HAY-ABIERTA-SW                    PIC X(01).
           88 WS-HAY-ABIERTA                   VALUE "S".
       01 WS-CAMBIA-SW                         PIC X(01).
           88 WS-CAMBIA                        VALUE "S".
       01 WS-ENT-CODIGO                        PIC X(06).
       01 WS-ENT-NOMBRE                        PIC X(30).
       01 WS-ENT-FEC-INI                       PIC X(08).
       01 WS-ENT-FEC-INI-N REDEFINES WS-ENT-FEC-INI PIC 9(08).
       01 WS-ENT-FEC-FIN                       PIC X(08).
       01 WS-ENT-FEC-FIN-N REDEFINES WS-ENT-FEC-FIN PIC 9(08).
       01 WS-FEC-INI                           PIC 9(08).
       01 WS-FEC-FIN                           PIC 9(08).
       01 WS-CRUCE-CODIGO                      PIC X(06).
       01 WS-ABIERTA-CODIGO                    PIC X(06).
       01 WS-ESTADO-TXT                        PIC X(09).
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-MENU UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       150-MENU.
           DISPLAY "***** MAESTRO DE TEMPORADAS (SEASONS.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=ABRIR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN "1" PERFORM 200-AGREGAR
              WHEN "2" PERFORM 300-LISTAR
              WHEN "3" PERFORM 400-MODIFICAR
              WHEN "4" PERFORM 500-ABRIR
              WHEN "5" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * OPEN I-O FOR KEYED ACCESS, CREATING SEASONS.DAT ON FIRST USE
       160-OPEN-IO.
           OPEN I-O SEASONS.
           IF WS-FILE-NOTFND
              OPEN OUTPUT SEASONS
              CLOSE SEASONS
              OPEN I-O SEASONS
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "OPEN FILE ERROR!"
              ACCEPT X
           END-IF.
      * ...............................................................
       170-ENTER-FIELDS.
           DISPLAY "NOMBRE DE LA TEMPORADA : ".
           ACCEPT WS-ENT-NOMBRE.
           DISPLAY "PRIMER DIA (AAAAMMDD)  : ".
           ACCEPT WS-ENT-FEC-INI.
           DISPLAY "ULTIMO DIA (AAAAMMDD)  : ".
           ACCEPT WS-ENT-FEC-FIN.
           PERFORM 180-VALIDATE-FIELDS.
      * ...............................................................
       180-VALIDATE-FIELDS.
           MOVE "S" TO WS-FIELDS-OK-SW.
           IF WS-ENT-NOMBRE = SPACES
              DISPLAY "NOMBRE OBLIGATORIO"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF WS-ENT-FEC-INI NOT NUMERIC
              OR WS-ENT-FEC-FIN NOT NUMERIC
              DISPLAY "FECHAS DEBEN SER AAAAMMDD"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ENT-FEC-INI-N) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-ENT-FEC-FIN-N)
                 NOT = 0
              DISPLAY "FECHA INEXISTENTE"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF WS-ENT-FEC-FIN < WS-ENT-FEC-INI
              DISPLAY "EL ULTIMO DIA ES ANTERIOR AL PRIMERO"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
              MOVE WS-ENT-FEC-INI TO WS-FEC-INI
              MOVE WS-ENT-FEC-FIN TO WS-FEC-FIN
              PERFORM 190-CHECK-OVERLAP
              IF WS-CRUCE
                 DISPLAY "FECHAS SE CRUZAN CON LA TEMPORADA "
                    WS-CRUCE-CODIGO
                 MOVE "N" TO WS-FIELDS-OK-SW
              END-IF
           END-IF.
      * ...............................................................
      * NO OTHER SEASON MAY SHARE A DAY WITH THE RANGE ENTERED
       190-CHECK-OVERLAP.
           MOVE "N" TO WS-CRUCE-SW.
           OPEN INPUT SEASONS.
           IF ST-FILE NOT = "00"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE SEASONS
              END-IF
           ELSE
              MOVE "N" TO WS-END-SW
              PERFORM 310-READ-NEXT-SEASON
              PERFORM 192-MATCH-OVERLAP
                 UNTIL WS-NO-MORE-SEASONS OR WS-CRUCE
              CLOSE SEASONS
           END-IF.
      * ...............................................................
       192-MATCH-OVERLAP.
           IF SEA-CODIGO NOT = WS-ENT-CODIGO
              AND WS-FEC-INI <= SEA-FEC-FIN
              AND WS-FEC-FIN >= SEA-FEC-INI
              MOVE "S" TO WS-CRUCE-SW
              MOVE SEA-CODIGO TO WS-CRUCE-CODIGO
           ELSE
              PERFORM 310-READ-NEXT-SEASON
           END-IF.
      * ...............................................................
       195-MOVE-FIELDS.
           MOVE WS-ENT-NOMBRE TO SEA-NOMBRE.
           MOVE WS-FEC-INI    TO SEA-FEC-INI.
           MOVE WS-FEC-FIN    TO SEA-FEC-FIN.
      * ...............................................................
       200-AGREGAR.
           DISPLAY "CODIGO DE TEMPORADA NUEVO (EJ. 2026A): ".
           ACCEPT WS-ENT-CODIGO.
           IF WS-ENT-CODIGO = SPACES
              DISPLAY "CODIGO OBLIGATORIO"
           ELSE
              PERFORM 170-ENTER-FIELDS
              IF WS-FIELDS-OK
                 PERFORM 160-OPEN-IO
                 INITIALIZE REG-SEASON
                 MOVE WS-ENT-CODIGO TO SEA-CODIGO
                 PERFORM 195-MOVE-FIELDS
                 MOVE "P" TO SEA-ESTADO
                 MOVE ZERO TO SEA-FEC-CIERRE
                 WRITE REG-SEASON
                    INVALID KEY
                       DISPLAY "CODIGO YA EXISTE"
                    NOT INVALID KEY
                       DISPLAY "TEMPORADA GRABADA COMO PENDIENTE"
                 END-WRITE
                 CLOSE SEASONS
              END-IF
           END-IF.
      * ...............................................................
       300-LISTAR.
           OPEN INPUT SEASONS.
           IF ST-FILE NOT = "00"
              DISPLAY "NO HAY MAESTRO DE TEMPORADAS"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE SEASONS
              END-IF
           ELSE
              MOVE "N" TO WS-END-SW
              PERFORM 310-READ-NEXT-SEASON
              PERFORM 320-SHOW-ONE-SEASON
                 UNTIL WS-NO-MORE-SEASONS
              CLOSE SEASONS
           END-IF.
      * ...............................................................
       310-READ-NEXT-SEASON.
           READ SEASONS NEXT RECORD
              AT END SET WS-NO-MORE-SEASONS TO TRUE
           END-READ.
      * ...............................................................
       320-SHOW-ONE-SEASON.
           PERFORM 330-STATUS-TEXT.
           IF SEA-CERRADA
              DISPLAY SEA-CODIGO " " SEA-NOMBRE " " SEA-FEC-INI
                 "-" SEA-FEC-FIN " " WS-ESTADO-TXT " " SEA-FEC-CIERRE
           ELSE
              DISPLAY SEA-CODIGO " " SEA-NOMBRE " " SEA-FEC-INI
                 "-" SEA-FEC-FIN " " WS-ESTADO-TXT
           END-IF.
           PERFORM 310-READ-NEXT-SEASON.
      * ...............................................................
       330-STATUS-TEXT.
           EVALUATE TRUE
              WHEN SEA-ABIERTA   MOVE "ABIERTA"   TO WS-ESTADO-TXT
              WHEN SEA-CERRADA   MOVE "CERRADA"   TO WS-ESTADO-TXT
              WHEN OTHER         MOVE "PENDIENTE" TO WS-ESTADO-TXT
           END-EVALUATE.
      * ...............................................................
      * THE RECORD IS READ AND SHOWN FIRST; THE NEW VALUES ARE CHECKED
      * AGAINST THE OTHER SEASONS BEFORE THE REWRITE
       400-MODIFICAR.
           DISPLAY "CODIGO A MODIFICAR     : ".
           ACCEPT WS-ENT-CODIGO.
           MOVE "N" TO WS-CAMBIA-SW.
           PERFORM 160-OPEN-IO.
           MOVE WS-ENT-CODIGO TO SEA-CODIGO.
           READ SEASONS
              INVALID KEY
                 DISPLAY "CODIGO NO EXISTE"
              NOT INVALID KEY
                 PERFORM 330-STATUS-TEXT
                 DISPLAY "ACTUAL: " SEA-NOMBRE " " SEA-FEC-INI "-"
                    SEA-FEC-FIN " " WS-ESTADO-TXT
                 IF SEA-CERRADA
                    DISPLAY "TEMPORADA CERRADA - NO SE MODIFICA"
                 ELSE
                    MOVE "S" TO WS-CAMBIA-SW
                 END-IF
           END-READ.
           CLOSE SEASONS.
           IF WS-CAMBIA
              PERFORM 170-ENTER-FIELDS
              IF WS-FIELDS-OK
                 PERFORM 160-OPEN-IO
                 MOVE WS-ENT-CODIGO TO SEA-CODIGO
                 READ SEASONS
                    INVALID KEY
                       DISPLAY "CODIGO NO EXISTE"
                    NOT INVALID KEY
                       PERFORM 195-MOVE-FIELDS
                       REWRITE REG-SEASON
                          INVALID KEY
                             DISPLAY "ERROR AL ACTUALIZAR"
                          NOT INVALID KEY
                             DISPLAY "TEMPORADA ACTUALIZADA"
                       END-REWRITE
                 END-READ
                 CLOSE SEASONS
              END-IF
           END-IF.
      * ...............................................................
      * ONLY ONE SEASON MAY BE OPEN; THE OPEN ONE IS CLOSED BY SEACLS1
       500-ABRIR.
           DISPLAY "CODIGO A ABRIR         : ".
           ACCEPT WS-ENT-CODIGO.
           PERFORM 510-CHECK-OPEN.
           IF WS-HAY-ABIERTA
              DISPLAY "LA TEMPORADA " WS-ABIERTA-CODIGO
                 " SIGUE ABIERTA - CERRARLA CON SEACLS1"
           ELSE
              PERFORM 160-OPEN-IO
              MOVE WS-ENT-CODIGO TO SEA-CODIGO
              READ SEASONS
                 INVALID KEY
                    DISPLAY "CODIGO NO EXISTE"
                 NOT INVALID KEY
                    IF NOT SEA-PENDIENTE
                       DISPLAY "SOLO SE ABRE UNA TEMPORADA PENDIENTE"
                    ELSE
                       MOVE "A" TO SEA-ESTADO
                       REWRITE REG-SEASON
                          INVALID KEY
                             DISPLAY "ERROR AL ACTUALIZAR"
                          NOT INVALID KEY
                             DISPLAY "TEMPORADA ABIERTA"
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE SEASONS
           END-IF.
      * ...............................................................
       510-CHECK-OPEN.
           MOVE "N" TO WS-HAY-ABIERTA-SW.
           OPEN INPUT SEASONS.
           IF ST-FILE NOT = "00"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE SEASONS
              END-IF
           ELSE
              MOVE "N" TO WS-END-SW
              PERFORM 310-READ-NEXT-SEASON
              PERFORM 520-MATCH-OPEN
                 UNTIL WS-NO-MORE-SEASONS OR WS-HAY-ABIERTA
              CLOSE SEASONS
           END-IF.
      * ...............................................................
       520-MATCH-OPEN.
           IF SEA-ABIERTA
              MOVE "S" TO WS-HAY-ABIERTA-SW
              MOVE SEA-CODIGO TO WS-ABIERTA-CODIGO
           ELSE
              PERFORM 310-READ-NEXT-SEASON
           END-IF.
      * ===============================================================
       END PROGRAM SEAMNT1.
