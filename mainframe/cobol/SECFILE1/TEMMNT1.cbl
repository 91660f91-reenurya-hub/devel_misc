      * TEMMNT1 = TEAM MASTER MAINTENANCE. KEEPS TEAMMST.DAT (KEYED ON
      * TEAM-ID) WITH THE TEAM NAME, COACH AND MAXIMUM ROSTER SIZE.
      * WRSECF2 AND RDSCFIL2 VALIDATE EVERY TEAM_ID THEY CAPTURE
      * AGAINST THIS MASTER, AND WRSECF2 ENFORCES THE ROSTER LIMIT.
      * THE TEAM'S HOME COURT (A VENUE OF VENMST.DAT, OPTIONAL) IS
      * WHERE SCHGEN1 PUTS ITS HOME GAMES
       PROGRAM-ID. TEMMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TM-TEAM-ID
                  STATUS ST-FILE.
           SELECT OPTIONAL VENMST ASSIGN TO "VENMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS VN-CODIGO
                  STATUS ST-VEN.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
           03 TM-TEAM-NAME                     PIC X(30).
           03 TM-COACH                         PIC X(30).
           03 TM-MAX-ROSTER                    PIC 9(3).
           03 TM-VENUE                         PIC X(10).
           03 FILLER                           PIC X(07).

       FD VENMST.
       01 REG-VENUE.
           03 VN-CODIGO                        PIC X(10).
           03 VN-NOMBRE                        PIC X(30).
           03 VN-CIUDAD                        PIC X(20).
           03 VN-DEPTO                         PIC X(20).
           03 VN-CAPACIDAD                     PIC 9(06).
           03 VN-TARIFA                        PIC 9(07)V99.
           03 FILLER                           PIC X(15).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FILE                              PIC XX.
       01 WS-ENT-NAME                          PIC X(30).
       01 WS-ENT-COACH                         PIC X(30).
       01 WS-ENT-MAX                           PIC X(03).
       01 WS-ENT-VENUE                         PIC X(10).
       01 ST-VEN                               PIC XX.
       01 WS-VENUE-OK-SW                       PIC X(01).
           88 WS-VENUE-OK                      VALUE "S".
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-ENT-COACH.
           DISPLAY "MAXIMO DE ROSTER      : ".
           ACCEPT WS-ENT-MAX.
           DISPLAY "CANCHA LOCAL (ENTER = NINGUNA): ".
           ACCEPT WS-ENT-VENUE.
           PERFORM 180-CHECK-VENUE.
      * ...............................................................
      * A HOME COURT, WHEN GIVEN, MUST BE ON THE VENUE MASTER
       180-CHECK-VENUE.
           MOVE "S" TO WS-VENUE-OK-SW.
           IF WS-ENT-VENUE NOT = SPACES
              MOVE "N" TO WS-VENUE-OK-SW
              OPEN INPUT VENMST
              IF ST-VEN NOT = "00"
                 IF ST-VEN = "05" OR ST-VEN = "35"
                    CLOSE VENMST
                 END-IF
              ELSE
                 MOVE WS-ENT-VENUE TO VN-CODIGO
                 READ VENMST
                    NOT INVALID KEY
                       MOVE "S" TO WS-VENUE-OK-SW
                 END-READ
                 CLOSE VENMST
              END-IF
           END-IF.
      * ...............................................................
       200-AGREGAR.
           DISPLAY "TEAM_ID NUEVO         : ".
              PERFORM 170-ENTER-FIELDS
              IF WS-ENT-MAX NOT NUMERIC OR WS-ENT-MAX = "000"
                 DISPLAY "MAXIMO DE ROSTER DEBE SER NUMERICO > 0"
              ELSE
              IF NOT WS-VENUE-OK
                 DISPLAY "CANCHA NO EXISTE EN VENMST.DAT"
              ELSE
                 PERFORM 160-OPEN-IO
                 INITIALIZE REG-TEAM
                 MOVE WS-ENT-NAME    TO TM-TEAM-NAME
                 MOVE WS-ENT-COACH   TO TM-COACH
                 MOVE WS-ENT-MAX     TO TM-MAX-ROSTER
                 MOVE WS-ENT-VENUE   TO TM-VENUE
                 WRITE REG-TEAM
                    INVALID KEY
                       DISPLAY "TEAM_ID YA EXISTE"
                 END-WRITE
                 CLOSE TEAMMST
              END-IF
              END-IF
           END-IF.
      * ...............................................................
       300-LISTAR.
      * ...............................................................
       320-SHOW-ONE-TEAM.
           DISPLAY TM-TEAM-ID " " TM-TEAM-NAME " DT: " TM-COACH
              " MAX: " TM-MAX-ROSTER " CANCHA: " TM-VENUE.
           PERFORM 310-READ-NEXT-TEAM.
      * ...............................................................
       400-MODIFICAR.
                 DISPLAY "TEAM_ID NO EXISTE"
              NOT INVALID KEY
                 DISPLAY "ACTUAL: " TM-TEAM-NAME " DT: " TM-COACH
                    " MAX: " TM-MAX-ROSTER " CANCHA: " TM-VENUE
                 PERFORM 170-ENTER-FIELDS
                 IF WS-ENT-MAX NOT NUMERIC OR WS-ENT-MAX = "000"
                    DISPLAY "MAXIMO DE ROSTER DEBE SER NUMERICO > 0"
                 ELSE
                 IF NOT WS-VENUE-OK
                    DISPLAY "CANCHA NO EXISTE EN VENMST.DAT"
                 ELSE
                    MOVE WS-ENT-NAME  TO TM-TEAM-NAME
                    MOVE WS-ENT-COACH TO TM-COACH
                    MOVE WS-ENT-MAX   TO TM-MAX-ROSTER
                    MOVE WS-ENT-VENUE TO TM-VENUE
                    REWRITE REG-TEAM
                       INVALID KEY
                          DISPLAY "ERROR AL ACTUALIZAR"
                          DISPLAY "EQUIPO ACTUALIZADO"
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.
           CLOSE TEAMMST.
      * ...............................................................
