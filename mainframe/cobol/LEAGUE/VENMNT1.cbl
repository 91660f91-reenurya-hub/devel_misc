      * ===============================================================
       IDENTIFICATION DIVISION.
      * VENMNT1 = VENUE MASTER MAINTENANCE. KEEPS VENMST.DAT (KEYED
      * ON THE VENUE CODE) WITH THE COURT NAME, CITY AND DEPARTMENT
      * (VALIDATED AS A PAIR AGAINST THE CIUDCAT.DAT CATALOG, THE SAME
      * CHECK CRSFEMP DOES), SEATING CAPACITY AND THE RENTAL THE
      * LEAGUE PAYS PER GAME. SCHENT1 BOOKS EVERY FIXTURE ON A VENUE
      * OF THIS MASTER AND VENRPT1 BILLS THE MONTHLY USE. A VENUE
      * THAT STILL HAS FIXTURES ON SCHEDULE.DAT CANNOT BE DELETED
       PROGRAM-ID. VENMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENMST ASSIGN TO "VENMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VN-CODIGO
                  STATUS ST-FILE.
           SELECT OPTIONAL CIUDCAT ASSIGN TO "CIUDCAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD VENMST.
       01 REG-VENUE.
           03 VN-CODIGO                        PIC X(10).
           03 VN-NOMBRE                        PIC X(30).
           03 VN-CIUDAD                        PIC X(20).
           03 VN-DEPTO                         PIC X(20).
           03 VN-CAPACIDAD                     PIC 9(06).
           03 VN-TARIFA                        PIC 9(07)V99.
           03 FILLER                           PIC X(15).

       FD CIUDCAT.
       01 CAT-REC.
           03 CAT-CIUDAD                       PIC X(20).
           03 CAT-DEPTO                        PIC X(20).

       FD SCHEDULE.
       01 REG-SCHED.
           03 SCH-FECHA                        PIC 9(08).
           03 SCH-HOME-TEAM                    PIC X(20).
           03 SCH-AWAY-TEAM                    PIC X(20).
           03 SCH-HORA                         PIC 9(04).
           03 SCH-VENUE                        PIC X(10).
           03 SCH-TEMPORADA                    PIC X(06).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
           88 WS-FILE-NOTFND                   VALUE "23" "35".
       01 WS-CAT-STATUS                        PIC XX.
       01 WS-SCH-STATUS                        PIC XX.
       01 X                                    PIC X.
       01 WS-OPCION                            PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE "N".
           88 WS-EXIT-MENU                     VALUE "S".
       01 WS-END-SW                            PIC X(01).
           88 WS-NO-MORE-VENUES                VALUE "S".
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "S".
       01 WS-FIELDS-OK-SW                      PIC X(01).
           88 WS-FIELDS-OK                     VALUE "S".
       01 WS-CAT-FOUND-SW                      PIC X(01).
           88 WS-CAT-FOUND                     VALUE "S".
       01 WS-EN-USO-SW                         PIC X(01).
           88 WS-EN-USO                        VALUE "S".
       01 WS-ENT-CODIGO                        PIC X(10).
       01 WS-ENT-NOMBRE                        PIC X(30).
       01 WS-ENT-CIUDAD                        PIC X(20).
       01 WS-ENT-DEPTO                         PIC X(20).
       01 WS-ENT-CAPACIDAD                     PIC X(06).
       01 WS-ENT-TARIFA                        PIC X(12).
       01 WS-TARIFA                            PIC 9(07)V99.
       01 WS-TARIFA-ED                         PIC Z,ZZZ,ZZ9.99.
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-MENU UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       150-MENU.
           DISPLAY "***** MAESTRO DE CANCHAS (VENMST.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN "1" PERFORM 200-AGREGAR
              WHEN "2" PERFORM 300-LISTAR
              WHEN "3" PERFORM 400-MODIFICAR
              WHEN "4" PERFORM 500-BORRAR
              WHEN "5" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * OPEN I-O FOR KEYED ACCESS, CREATING VENMST.DAT ON FIRST USE
       160-OPEN-IO.
           OPEN I-O VENMST.
           IF WS-FILE-NOTFND
              OPEN OUTPUT VENMST
              CLOSE VENMST
              OPEN I-O VENMST
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "OPEN FILE ERROR!"
              ACCEPT X
           END-IF.
      * ...............................................................
       170-ENTER-FIELDS.
           DISPLAY "NOMBRE DE LA CANCHA   : ".
           ACCEPT WS-ENT-NOMBRE.
           DISPLAY "CIUDAD                : ".
           ACCEPT WS-ENT-CIUDAD.
           DISPLAY "DEPARTAMENTO          : ".
           ACCEPT WS-ENT-DEPTO.
           DISPLAY "CAPACIDAD (PERSONAS)  : ".
           ACCEPT WS-ENT-CAPACIDAD.
           DISPLAY "ALQUILER POR JUEGO    : ".
           ACCEPT WS-ENT-TARIFA.
           MOVE FUNCTION UPPER-CASE (WS-ENT-CIUDAD) TO WS-ENT-CIUDAD.
           MOVE FUNCTION UPPER-CASE (WS-ENT-DEPTO) TO WS-ENT-DEPTO.
           PERFORM 180-VALIDATE-FIELDS.
      * ...............................................................
       180-VALIDATE-FIELDS.
           MOVE "S" TO WS-FIELDS-OK-SW.
           IF WS-ENT-NOMBRE = SPACES
              DISPLAY "NOMBRE OBLIGATORIO"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF WS-ENT-CIUDAD = SPACES OR WS-ENT-DEPTO = SPACES
              DISPLAY "CIUDAD Y DEPARTAMENTO OBLIGATORIOS"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF FUNCTION TEST-NUMVAL (WS-ENT-CAPACIDAD) NOT = 0
              DISPLAY "CAPACIDAD DEBE SER NUMERICA"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF FUNCTION TEST-NUMVAL (WS-ENT-TARIFA) NOT = 0
              DISPLAY "ALQUILER DEBE SER NUMERICO"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
              COMPUTE WS-TARIFA = FUNCTION NUMVAL (WS-ENT-TARIFA)
              PERFORM 190-CHECK-CATALOG
              IF NOT WS-CAT-FOUND
                 DISPLAY "CIUDAD/DEPARTAMENTO NO ESTA EN CIUDCAT.DAT"
                 MOVE "N" TO WS-FIELDS-OK-SW
              END-IF
           END-IF.
      * ...............................................................
      * WITH NO CATALOG ON DISK THE PAIR IS ACCEPTED, AS IN CRSFEMP
       190-CHECK-CATALOG.
           MOVE "N" TO WS-CAT-FOUND-SW.
           OPEN INPUT CIUDCAT.
           IF WS-CAT-STATUS NOT = "00"
              MOVE "S" TO WS-CAT-FOUND-SW
              IF WS-CAT-STATUS = "05" OR WS-CAT-STATUS = "35"
                 CLOSE CIUDCAT
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 192-READ-CATALOG
              PERFORM 194-MATCH-CATALOG
                 UNTIL WS-EOF OR WS-CAT-FOUND
              CLOSE CIUDCAT
           END-IF.
      * ...............................................................
       192-READ-CATALOG.
           READ CIUDCAT
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       194-MATCH-CATALOG.
           IF CAT-CIUDAD = WS-ENT-CIUDAD AND CAT-DEPTO = WS-ENT-DEPTO
              MOVE "S" TO WS-CAT-FOUND-SW
           ELSE
              PERFORM 192-READ-CATALOG
           END-IF.
      * ...............................................................
       195-MOVE-FIELDS.
           MOVE WS-ENT-NOMBRE TO VN-NOMBRE.
           MOVE WS-ENT-CIUDAD TO VN-CIUDAD.
           MOVE WS-ENT-DEPTO  TO VN-DEPTO.
           COMPUTE VN-CAPACIDAD = FUNCTION NUMVAL (WS-ENT-CAPACIDAD).
           MOVE WS-TARIFA     TO VN-TARIFA.
      * ...............................................................
       200-AGREGAR.
           DISPLAY "CODIGO DE CANCHA NUEVO: ".
           ACCEPT WS-ENT-CODIGO.
           IF WS-ENT-CODIGO = SPACES
              DISPLAY "CODIGO OBLIGATORIO"
           ELSE
              PERFORM 170-ENTER-FIELDS
              IF WS-FIELDS-OK
                 PERFORM 160-OPEN-IO
                 INITIALIZE REG-VENUE
                 MOVE WS-ENT-CODIGO TO VN-CODIGO
                 PERFORM 195-MOVE-FIELDS
                 WRITE REG-VENUE
                    INVALID KEY
                       DISPLAY "CODIGO YA EXISTE"
                    NOT INVALID KEY
                       DISPLAY "CANCHA GRABADA"
                 END-WRITE
                 CLOSE VENMST
              END-IF
           END-IF.
      * ...............................................................
       300-LISTAR.
           OPEN INPUT VENMST.
           IF ST-FILE NOT = "00"
              DISPLAY "NO HAY MAESTRO DE CANCHAS"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE VENMST
              END-IF
           ELSE
              MOVE "N" TO WS-END-SW
              PERFORM 310-READ-NEXT-VENUE
              PERFORM 320-SHOW-ONE-VENUE
                 UNTIL WS-NO-MORE-VENUES
              CLOSE VENMST
           END-IF.
      * ...............................................................
       310-READ-NEXT-VENUE.
           READ VENMST NEXT RECORD
              AT END SET WS-NO-MORE-VENUES TO TRUE
           END-READ.
      * ...............................................................
       320-SHOW-ONE-VENUE.
           MOVE VN-TARIFA TO WS-TARIFA-ED.
           DISPLAY VN-CODIGO " " VN-NOMBRE " " VN-CIUDAD
              " CAP: " VN-CAPACIDAD " ALQ: " WS-TARIFA-ED.
           PERFORM 310-READ-NEXT-VENUE.
      * ...............................................................
       400-MODIFICAR.
           DISPLAY "CODIGO A MODIFICAR    : ".
           ACCEPT WS-ENT-CODIGO.
           PERFORM 160-OPEN-IO.
           MOVE WS-ENT-CODIGO TO VN-CODIGO.
           READ VENMST
              INVALID KEY
                 DISPLAY "CODIGO NO EXISTE"
              NOT INVALID KEY
                 MOVE VN-TARIFA TO WS-TARIFA-ED
                 DISPLAY "ACTUAL: " VN-NOMBRE " " VN-CIUDAD " "
                    VN-DEPTO " CAP: " VN-CAPACIDAD
                    " ALQ: " WS-TARIFA-ED
                 PERFORM 170-ENTER-FIELDS
                 IF WS-FIELDS-OK
                    PERFORM 195-MOVE-FIELDS
                    REWRITE REG-VENUE
                       INVALID KEY
                          DISPLAY "ERROR AL ACTUALIZAR"
                       NOT INVALID KEY
                          DISPLAY "CANCHA ACTUALIZADA"
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE VENMST.
      * ...............................................................
       500-BORRAR.
           DISPLAY "CODIGO A BORRAR       : ".
           ACCEPT WS-ENT-CODIGO.
           PERFORM 510-CHECK-IN-USE.
           IF WS-EN-USO
              DISPLAY "CANCHA CON FIXTURES EN SCHEDULE.DAT - "
                 "NO SE BORRA"
           ELSE
              PERFORM 160-OPEN-IO
              MOVE WS-ENT-CODIGO TO VN-CODIGO
              DELETE VENMST RECORD
                 INVALID KEY
                    DISPLAY "CODIGO NO EXISTE"
                 NOT INVALID KEY
                    DISPLAY "CANCHA BORRADA"
              END-DELETE
              CLOSE VENMST
           END-IF.
      * ...............................................................
       510-CHECK-IN-USE.
           MOVE "N" TO WS-EN-USO-SW.
           OPEN INPUT SCHEDULE.
           IF WS-SCH-STATUS NOT = "00"
              IF WS-SCH-STATUS = "05" OR WS-SCH-STATUS = "35"
                 CLOSE SCHEDULE
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 520-READ-NEXT-FIXTURE
              PERFORM 530-MATCH-VENUE
                 UNTIL WS-EOF OR WS-EN-USO
              CLOSE SCHEDULE
           END-IF.
      * ...............................................................
       520-READ-NEXT-FIXTURE.
           READ SCHEDULE
              AT END SET WS-EOF TO TRUE
           END-READ.
      * ...............................................................
       530-MATCH-VENUE.
           IF SCH-VENUE = WS-ENT-CODIGO
              MOVE "S" TO WS-EN-USO-SW
           ELSE
              PERFORM 520-READ-NEXT-FIXTURE
           END-IF.
      * ===============================================================
       END PROGRAM VENMNT1.
