      * ===============================================================
       IDENTIFICATION DIVISION.
      * REFMNT1 = REFEREE MASTER MAINTENANCE. KEEPS REFMST.DAT (KEYED
      * ON REF-ID) WITH THE REFEREE NAME, GRADE (A/B/C), THE TEAM THE
      * REFEREE IS AFFILIATED WITH (BLANK = NONE, OTHERWISE IT MUST BE
      * ON TEAMMST.DAT) AND AN ACTIVE FLAG. REFASG1 ONLY BOOKS ACTIVE
      * REFEREES AND NEVER FOR A GAME OF THEIR OWN TEAM. A REFEREE
      * WITH ASSIGNMENTS ON REFASG.DAT CANNOT BE DELETED - MARK IT
      * INACTIVE INSTEAD SO THE HISTORY STAYS READABLE
       PROGRAM-ID. REFMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFMST ASSIGN TO "REFMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RF-REF-ID
                  STATUS ST-FILE.
           SELECT OPTIONAL TEAMMST ASSIGN TO "TEAMMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-TEAM-ID
                  STATUS ST-TEAM.
           SELECT OPTIONAL REFASG ASSIGN TO "REFASG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ASG-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD REFMST.
       01 REG-REF.
           03 RF-REF-ID                        PIC X(20).
           03 RF-NOMBRE                        PIC X(40).
           03 RF-GRADO                         PIC X(01).
           03 RF-TEAM-AFIL                     PIC X(20).
           03 RF-ACTIVO                        PIC X(01).
           03 FILLER                           PIC X(18).

       FD TEAMMST.
       01 REG-TEAM.
           03 TM-TEAM-ID                       PIC X(20).
           03 TM-TEAM-NAME                     PIC X(30).
           03 TM-COACH                         PIC X(30).
           03 TM-MAX-ROSTER                    PIC 9(3).
           03 FILLER                           PIC X(17).

       FD REFASG.
       01 REG-ASG.
           03 ASG-FECHA                        PIC 9(08).
           03 ASG-HOME-TEAM                    PIC X(20).
           03 ASG-AWAY-TEAM                    PIC X(20).
           03 ASG-REF-ID                       PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
           88 WS-FILE-NOTFND                   VALUE "23" "35".
       01 ST-TEAM                              PIC XX.
       01 WS-ASG-STATUS                        PIC XX.
       01 X                                    PIC X.
       01 WS-OPCION                            PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE "N".
           88 WS-EXIT-MENU                     VALUE "S".
       01 WS-END-SW                            PIC X(01).
           88 WS-NO-MORE-REFS                  VALUE "S".
       01 WS-ASG-EOF-SW                        PIC X(01).
           88 WS-ASG-EOF                       VALUE "S".
       01 WS-FIELDS-OK-SW                      PIC X(01).
           88 WS-FIELDS-OK                     VALUE "S".
       01 WS-HAS-ASG-SW                        PIC X(01).
           88 WS-HAS-ASG                       VALUE "S".
       01 WS-ENT-REF-ID                        PIC X(20).
       01 WS-ENT-NOMBRE                        PIC X(40).
       01 WS-ENT-GRADO                         PIC X(01).
           88 WS-GRADO-VALIDO                  VALUE "A" "B" "C".
       01 WS-ENT-AFIL                          PIC X(20).
       01 WS-ENT-ACTIVO                        PIC X(01).
           88 WS-ACTIVO-VALIDO                 VALUE "S" "N".
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-MENU UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       150-MENU.
           DISPLAY "***** MAESTRO DE ARBITROS (REFMST.DAT) *****".
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
      * OPEN I-O FOR KEYED ACCESS, CREATING REFMST.DAT ON FIRST USE
       160-OPEN-IO.
           OPEN I-O REFMST.
           IF WS-FILE-NOTFND
              OPEN OUTPUT REFMST
              CLOSE REFMST
              OPEN I-O REFMST
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "OPEN FILE ERROR!"
              ACCEPT X
           END-IF.
      * ...............................................................
       170-ENTER-FIELDS.
           DISPLAY "NOMBRE DEL ARBITRO    : ".
           ACCEPT WS-ENT-NOMBRE.
           DISPLAY "GRADO (A/B/C)         : ".
           ACCEPT WS-ENT-GRADO.
           DISPLAY "EQUIPO AFILIADO (ENTER = NINGUNO): ".
           ACCEPT WS-ENT-AFIL.
           DISPLAY "ACTIVO (S/N)          : ".
           ACCEPT WS-ENT-ACTIVO.
           PERFORM 180-VALIDATE-FIELDS.
      * ...............................................................
       180-VALIDATE-FIELDS.
           MOVE "S" TO WS-FIELDS-OK-SW.
           IF WS-ENT-NOMBRE = SPACES
              DISPLAY "NOMBRE OBLIGATORIO"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF NOT WS-GRADO-VALIDO
              DISPLAY "GRADO DEBE SER A, B O C"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF NOT WS-ACTIVO-VALIDO
              DISPLAY "ACTIVO DEBE SER S O N"
              MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
           IF WS-ENT-AFIL NOT = SPACES
              PERFORM 190-CHECK-TEAM
           END-IF.
      * ...............................................................
      * THE AFFILIATION MUST BE A TEAM OF THE TEAM MASTER
       190-CHECK-TEAM.
           OPEN INPUT TEAMMST.
           IF ST-TEAM NOT = "00"
              DISPLAY "TEAMMST.DAT NO DISPONIBLE"
              MOVE "N" TO WS-FIELDS-OK-SW
              IF ST-TEAM = "05" OR ST-TEAM = "35"
                 CLOSE TEAMMST
              END-IF
           ELSE
              MOVE WS-ENT-AFIL TO TM-TEAM-ID
              READ TEAMMST
                 INVALID KEY
                    DISPLAY "EQUIPO AFILIADO NO EXISTE EN TEAMMST.DAT"
                    MOVE "N" TO WS-FIELDS-OK-SW
              END-READ
              CLOSE TEAMMST
           END-IF.
      * ...............................................................
       200-AGREGAR.
           DISPLAY "REF-ID NUEVO          : ".
           ACCEPT WS-ENT-REF-ID.
           IF WS-ENT-REF-ID = SPACES
              DISPLAY "REF-ID OBLIGATORIO"
           ELSE
              PERFORM 170-ENTER-FIELDS
              IF WS-FIELDS-OK
                 PERFORM 160-OPEN-IO
                 INITIALIZE REG-REF
                 MOVE WS-ENT-REF-ID  TO RF-REF-ID
                 MOVE WS-ENT-NOMBRE  TO RF-NOMBRE
                 MOVE WS-ENT-GRADO   TO RF-GRADO
                 MOVE WS-ENT-AFIL    TO RF-TEAM-AFIL
                 MOVE WS-ENT-ACTIVO  TO RF-ACTIVO
                 WRITE REG-REF
                    INVALID KEY
                       DISPLAY "REF-ID YA EXISTE"
                    NOT INVALID KEY
                       DISPLAY "ARBITRO GRABADO"
                 END-WRITE
                 CLOSE REFMST
              END-IF
           END-IF.
      * ...............................................................
       300-LISTAR.
           OPEN INPUT REFMST.
           IF ST-FILE NOT = "00"
              DISPLAY "NO HAY MAESTRO DE ARBITROS"
              IF ST-FILE = "05" OR ST-FILE = "35"
                 CLOSE REFMST
              END-IF
           ELSE
              MOVE "N" TO WS-END-SW
              PERFORM 310-READ-NEXT-REF
              PERFORM 320-SHOW-ONE-REF
                 UNTIL WS-NO-MORE-REFS
              CLOSE REFMST
           END-IF.
      * ...............................................................
       310-READ-NEXT-REF.
           READ REFMST NEXT RECORD
              AT END SET WS-NO-MORE-REFS TO TRUE
           END-READ.
      * ...............................................................
       320-SHOW-ONE-REF.
           DISPLAY RF-REF-ID " " RF-NOMBRE " GRADO: " RF-GRADO
              " AFIL: " RF-TEAM-AFIL " ACTIVO: " RF-ACTIVO.
           PERFORM 310-READ-NEXT-REF.
      * ...............................................................
       400-MODIFICAR.
           DISPLAY "REF-ID A MODIFICAR    : ".
           ACCEPT WS-ENT-REF-ID.
           PERFORM 160-OPEN-IO.
           MOVE WS-ENT-REF-ID TO RF-REF-ID.
           READ REFMST
              INVALID KEY
                 DISPLAY "REF-ID NO EXISTE"
              NOT INVALID KEY
                 DISPLAY "ACTUAL: " RF-NOMBRE " GRADO: " RF-GRADO
                    " AFIL: " RF-TEAM-AFIL " ACTIVO: " RF-ACTIVO
                 PERFORM 170-ENTER-FIELDS
                 IF WS-FIELDS-OK
                    MOVE WS-ENT-NOMBRE TO RF-NOMBRE
                    MOVE WS-ENT-GRADO  TO RF-GRADO
                    MOVE WS-ENT-AFIL   TO RF-TEAM-AFIL
                    MOVE WS-ENT-ACTIVO TO RF-ACTIVO
                    REWRITE REG-REF
                       INVALID KEY
                          DISPLAY "ERROR AL ACTUALIZAR"
                       NOT INVALID KEY
                          DISPLAY "ARBITRO ACTUALIZADO"
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE REFMST.
      * ...............................................................
       500-BORRAR.
           DISPLAY "REF-ID A BORRAR       : ".
           ACCEPT WS-ENT-REF-ID.
           PERFORM 510-CHECK-ASSIGNMENTS.
           IF WS-HAS-ASG
              DISPLAY "ARBITRO CON ASIGNACIONES EN REFASG.DAT - "
                 "MARQUELO INACTIVO"
           ELSE
              PERFORM 160-OPEN-IO
              MOVE WS-ENT-REF-ID TO RF-REF-ID
              DELETE REFMST RECORD
                 INVALID KEY
                    DISPLAY "REF-ID NO EXISTE"
                 NOT INVALID KEY
                    DISPLAY "ARBITRO BORRADO"
              END-DELETE
              CLOSE REFMST
           END-IF.
      * ...............................................................
       510-CHECK-ASSIGNMENTS.
           MOVE "N" TO WS-HAS-ASG-SW.
           OPEN INPUT REFASG.
           IF WS-ASG-STATUS NOT = "00"
              IF WS-ASG-STATUS = "05" OR WS-ASG-STATUS = "35"
                 CLOSE REFASG
              END-IF
           ELSE
              MOVE "N" TO WS-ASG-EOF-SW
              PERFORM 520-READ-NEXT-ASG
              PERFORM 530-MATCH-ASG
                 UNTIL WS-ASG-EOF OR WS-HAS-ASG
              CLOSE REFASG
           END-IF.
      * ...............................................................
       520-READ-NEXT-ASG.
           READ REFASG
              AT END SET WS-ASG-EOF TO TRUE
           END-READ.
      * ...............................................................
       530-MATCH-ASG.
           IF ASG-REF-ID = WS-ENT-REF-ID
              MOVE "S" TO WS-HAS-ASG-SW
           ELSE
              PERFORM 520-READ-NEXT-ASG
           END-IF.
      * ===============================================================
       END PROGRAM REFMNT1.
