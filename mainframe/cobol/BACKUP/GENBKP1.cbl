      * ===============================================================
       IDENTIFICATION DIVISION.
      * GENBKP1 = GENERATION BACKUP/RESTORE FOR THE KEYED MASTERS
      * (EMPRESA.DAT, PLAYERS.DAT, CLIMAST.DAT AND VFPRICE.DAT). EACH
      * BACKUP COPIES EVERY MASTER TO THE NEXT OF THREE ROTATING
      * GENERATION FILES (.G1/.G2/.G3),
      * VERIFIES EVERY COPY BY RE-READING AND COMPARING RECORD COUNTS,
      * AND LOGS THE ACTION TO THE SHARED RUN-LOG. RESTORE PICKS A
      * MASTER AND A GENERATION AND REBUILDS THE MASTER FROM IT AFTER
      * ITS OWN CONFIRMATION PROMPT. TO SEE WHAT CHANGED SINCE A
      * GENERATION, OR PUT BACK ONLY SOME RECORDS, THE MENU HANDS OFF
      * TO GENCMP1 (FIELD-LEVEL COMPARE AND SINGLE-RECORD RESTORE).
      * AN UNATTENDED RUN - THE WEEKLY
      * STEP OF THE NIGHT CHAIN - ANSWERS THROUGH THE PARAMETER FILE:
      * GENBKP1 / MODO = 1 TAKES THE BACKUP WITHOUT THE MENU AND ENDS
      * RC 8 WHEN A COPY FAILS ITS COUNT CHECK
       PROGRAM-ID. GENBKP1.
      * ===============================================================
       ENVIRONMENT DIVISION.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G3-PLY-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CM-CLIENT-ID
                  FILE STATUS  IS WS-CLI-STATUS.
           SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VFP-CODVF
                  FILE STATUS  IS WS-VFP-STATUS.
           SELECT OPTIONAL CLIG1 ASSIGN TO "CLIMAST.G1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G1-CLI-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL CLIG2 ASSIGN TO "CLIMAST.G2"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G2-CLI-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL CLIG3 ASSIGN TO "CLIMAST.G3"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G3-CLI-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL VFPG1 ASSIGN TO "VFPRICE.G1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G1-VFP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL VFPG2 ASSIGN TO "VFPRICE.G2"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G2-VFP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL VFPG3 ASSIGN TO "VFPRICE.G3"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G3-VFP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
      * CONTROL RECORD - WHICH GENERATION NUMBER THE NEXT BACKUP USES
           SELECT OPTIONAL BKPCTL ASSIGN TO "BKPCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CTL-STATUS.
      * SHARED BATCH PARAMETER FILE - THE UNATTENDED MODE
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           03 G3-PLY-ID                        PIC 9(20).
           03 G3-PLY-RESTO                     PIC X(425).

       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                     PIC X(20).
           03 CM-RESTO                         PIC X(121).

       FD VFPRICE.
       01 REG-VFPRICE.
           03 VFP-CODVF                        PIC 9(05).
           03 VFP-RESTO                        PIC X(21).

       FD CLIG1.
       01 G1-CLI-REC.
           03 G1-CLI-ID                        PIC X(20).
           03 G1-CLI-RESTO                     PIC X(121).

       FD CLIG2.
       01 G2-CLI-REC.
           03 G2-CLI-ID                        PIC X(20).
           03 G2-CLI-RESTO                     PIC X(121).

       FD CLIG3.
       01 G3-CLI-REC.
           03 G3-CLI-ID                        PIC X(20).
           03 G3-CLI-RESTO                     PIC X(121).

       FD VFPG1.
       01 G1-VFP-REC.
           03 G1-VFP-ID                        PIC 9(05).
           03 G1-VFP-RESTO                     PIC X(21).

       FD VFPG2.
       01 G2-VFP-REC.
           03 G2-VFP-ID                        PIC 9(05).
           03 G2-VFP-RESTO                     PIC X(21).

       FD VFPG3.
       01 G3-VFP-REC.
           03 G3-VFP-ID                        PIC 9(05).
           03 G3-VFP-RESTO                     PIC X(21).

       FD BKPCTL.
       01 CTL-REC.
           03 CTL-NEXT-GEN                     PIC 9(01).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                        PIC XX.
       01 WS-PLY-STATUS                        PIC XX.
       01 WS-CLI-STATUS                        PIC XX.
       01 WS-VFP-STATUS                        PIC XX.
       01 WS-GEN-STATUS                        PIC XX.
       01 WS-CTL-STATUS                        PIC XX.
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE 'Y'.
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE 'Y'.
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).
       01 X                                    PIC X.
       01 WS-MENU-CHOICE                       PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE 'N'.
       01 WS-RECS-VERIFY                       PIC 9(07).
       01 WS-EMP-COPIED                        PIC 9(07) VALUE ZERO.
       01 WS-PLY-COPIED                        PIC 9(07) VALUE ZERO.
       01 WS-CLI-COPIED                        PIC 9(07) VALUE ZERO.
       01 WS-VFP-COPIED                        PIC 9(07) VALUE ZERO.
       01 WS-VERIFY-OK-SW                      PIC X(01) VALUE 'Y'.
           88 WS-VERIFY-OK                     VALUE 'Y'.
       01 WS-RUNLOG-STATUS                     PIC X(10) VALUE SPACES.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "MODO        " TO WS-PRM-BUSCADA.
           PERFORM 8000-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:1) = "1"
              PERFORM 2000-BACKUP
              IF WS-VERIFY-OK
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM 1000-SHOW-MENU
              UNTIL WS-EXIT-MENU.
           DISPLAY "========================================".
           DISPLAY "  RESPALDO POR GENERACIONES - MAESTROS".
           DISPLAY "========================================".
           DISPLAY "  1 - RESPALDAR LOS MAESTROS".
           DISPLAY "      (EMPRESA, PLAYERS, CLIMAST, VFPRICE)".
           DISPLAY "  2 - RESTAURAR UN MAESTRO DESDE GENERACION".
           DISPLAY "  3 - COMPARAR MAESTRO CONTRA GENERACION /".
           DISPLAY "      RESTAURAR REGISTROS SUELTOS".
           DISPLAY "  0 - SALIR".
           DISPLAY "INGRESE OPCION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN "1" PERFORM 2000-BACKUP
              WHEN "2" PERFORM 4000-RESTORE
              WHEN "3" PERFORM 5000-RUN-GENCMP1
              WHEN "0" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * BACKUP - COPIA LOS MAESTROS A LA GENERACION SIGUIENTE DEL
      * CICLO 1-2-3 (SE CONSERVAN LAS ULTIMAS 3), VERIFICA POR CONTEO
      * Y ANOTA EL RESULTADO EN RUNLOG.DAT
       2000-BACKUP.
           MOVE 'Y' TO WS-VERIFY-OK-SW.
           PERFORM 2200-COPY-EMPRESA.
           PERFORM 2300-COPY-PLAYERS.
           PERFORM 2500-COPY-CLIMAST.
           PERFORM 2600-COPY-VFPRICE.
           IF WS-VERIFY-OK
              PERFORM 2400-UPDATE-CONTROL
              MOVE "BACKED-UP" TO WS-RUNLOG-STATUS
       2370-COUNT-ONE-PLY-GEN.
           ADD 1 TO WS-RECS-VERIFY.
           PERFORM 2360-READ-NEXT-PLY-GEN.
      * ...............................................................
       2500-COPY-CLIMAST.
           MOVE ZERO TO WS-RECS-IN WS-RECS-OUT WS-RECS-VERIFY.
           OPEN INPUT CLIMAST.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIMAST.DAT NO DISPONIBLE - NO SE RESPALDA"
              IF WS-CLI-STATUS = "05" OR WS-CLI-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
           ELSE
              PERFORM 2510-OPEN-CLI-GEN-OUTPUT
              MOVE 'N' TO WS-COPY-EOF-SW
              PERFORM 2520-READ-NEXT-CLIMAST
              PERFORM 2530-COPY-ONE-CLIMAST
                 UNTIL WS-COPY-EOF
              PERFORM 2540-CLOSE-CLI-GEN
              CLOSE CLIMAST
              PERFORM 2550-VERIFY-CLI-GEN
              MOVE WS-RECS-OUT TO WS-CLI-COPIED
              DISPLAY "CLIMAST: " WS-RECS-IN " LEIDOS, "
                 WS-RECS-VERIFY " VERIFICADOS"
              IF WS-RECS-IN NOT = WS-RECS-VERIFY
                 MOVE 'N' TO WS-VERIFY-OK-SW
              END-IF
           END-IF.
      * ...............................................................
       2510-OPEN-CLI-GEN-OUTPUT.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN OUTPUT CLIG1
              WHEN 2 OPEN OUTPUT CLIG2
              WHEN 3 OPEN OUTPUT CLIG3
           END-EVALUATE.
      * ...............................................................
       2520-READ-NEXT-CLIMAST.
           READ CLIMAST NEXT RECORD
              AT END SET WS-COPY-EOF TO TRUE
           END-READ.
      * ...............................................................
       2530-COPY-ONE-CLIMAST.
           ADD 1 TO WS-RECS-IN.
           EVALUATE WS-GEN-NUM
              WHEN 1
                 MOVE REG-CLIMAST TO G1-CLI-REC
                 WRITE G1-CLI-REC
              WHEN 2
                 MOVE REG-CLIMAST TO G2-CLI-REC
                 WRITE G2-CLI-REC
              WHEN 3
                 MOVE REG-CLIMAST TO G3-CLI-REC
                 WRITE G3-CLI-REC
           END-EVALUATE.
           ADD 1 TO WS-RECS-OUT.
           PERFORM 2520-READ-NEXT-CLIMAST.
      * ...............................................................
       2540-CLOSE-CLI-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1 CLOSE CLIG1
              WHEN 2 CLOSE CLIG2
              WHEN 3 CLOSE CLIG3
           END-EVALUATE.
      * ...............................................................
       2550-VERIFY-CLI-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN INPUT CLIG1
              WHEN 2 OPEN INPUT CLIG2
              WHEN 3 OPEN INPUT CLIG3
           END-EVALUATE.
           MOVE 'N' TO WS-COPY-EOF-SW.
           PERFORM 2560-READ-NEXT-CLI-GEN.
           PERFORM 2570-COUNT-ONE-CLI-GEN
              UNTIL WS-COPY-EOF.
           PERFORM 2540-CLOSE-CLI-GEN.
      * ...............................................................
       2560-READ-NEXT-CLI-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1
                 READ CLIG1 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ CLIG2 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ CLIG3 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
           END-EVALUATE.
      * ...............................................................
       2570-COUNT-ONE-CLI-GEN.
           ADD 1 TO WS-RECS-VERIFY.
           PERFORM 2560-READ-NEXT-CLI-GEN.
      * ...............................................................
       2600-COPY-VFPRICE.
           MOVE ZERO TO WS-RECS-IN WS-RECS-OUT WS-RECS-VERIFY.
           OPEN INPUT VFPRICE.
           IF WS-VFP-STATUS NOT = "00"
              DISPLAY "VFPRICE.DAT NO DISPONIBLE - NO SE RESPALDA"
              IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                 CLOSE VFPRICE
              END-IF
           ELSE
              PERFORM 2610-OPEN-VFP-GEN-OUTPUT
              MOVE 'N' TO WS-COPY-EOF-SW
              PERFORM 2620-READ-NEXT-VFPRICE
              PERFORM 2630-COPY-ONE-VFPRICE
                 UNTIL WS-COPY-EOF
              PERFORM 2640-CLOSE-VFP-GEN
              CLOSE VFPRICE
              PERFORM 2650-VERIFY-VFP-GEN
              MOVE WS-RECS-OUT TO WS-VFP-COPIED
              DISPLAY "VFPRICE: " WS-RECS-IN " LEIDOS, "
                 WS-RECS-VERIFY " VERIFICADOS"
              IF WS-RECS-IN NOT = WS-RECS-VERIFY
                 MOVE 'N' TO WS-VERIFY-OK-SW
              END-IF
           END-IF.
      * ...............................................................
       2610-OPEN-VFP-GEN-OUTPUT.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN OUTPUT VFPG1
              WHEN 2 OPEN OUTPUT VFPG2
              WHEN 3 OPEN OUTPUT VFPG3
           END-EVALUATE.
      * ...............................................................
       2620-READ-NEXT-VFPRICE.
           READ VFPRICE NEXT RECORD
              AT END SET WS-COPY-EOF TO TRUE
           END-READ.
      * ...............................................................
       2630-COPY-ONE-VFPRICE.
           ADD 1 TO WS-RECS-IN.
           EVALUATE WS-GEN-NUM
              WHEN 1
                 MOVE REG-VFPRICE TO G1-VFP-REC
                 WRITE G1-VFP-REC
              WHEN 2
                 MOVE REG-VFPRICE TO G2-VFP-REC
                 WRITE G2-VFP-REC
              WHEN 3
                 MOVE REG-VFPRICE TO G3-VFP-REC
                 WRITE G3-VFP-REC
           END-EVALUATE.
           ADD 1 TO WS-RECS-OUT.
           PERFORM 2620-READ-NEXT-VFPRICE.
      * ...............................................................
       2640-CLOSE-VFP-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1 CLOSE VFPG1
              WHEN 2 CLOSE VFPG2
              WHEN 3 CLOSE VFPG3
           END-EVALUATE.
      * ...............................................................
       2650-VERIFY-VFP-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN INPUT VFPG1
              WHEN 2 OPEN INPUT VFPG2
              WHEN 3 OPEN INPUT VFPG3
           END-EVALUATE.
           MOVE 'N' TO WS-COPY-EOF-SW.
           PERFORM 2660-READ-NEXT-VFP-GEN.
           PERFORM 2670-COUNT-ONE-VFP-GEN
              UNTIL WS-COPY-EOF.
           PERFORM 2640-CLOSE-VFP-GEN.
      * ...............................................................
       2660-READ-NEXT-VFP-GEN.
           EVALUATE WS-GEN-NUM
              WHEN 1
                 READ VFPG1 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ VFPG2 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ VFPG3 NEXT RECORD
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
           END-EVALUATE.
      * ...............................................................
       2670-COUNT-ONE-VFP-GEN.
           ADD 1 TO WS-RECS-VERIFY.
           PERFORM 2660-READ-NEXT-VFP-GEN.
      * ...............................................................
      * RESTORE - PISA EL MAESTRO ELEGIDO CON UNA GENERACION, PREVIA
      * CONFIRMACION EXPLICITA DEL OPERADOR
       4000-RESTORE.
           DISPLAY "RESTAURAR CUAL MAESTRO? (E=EMPRESA P=PLAYERS".
           DISPLAY "  C=CLIMAST V=VFPRICE): ".
           ACCEPT WS-MASTER-CHOICE.
           DISPLAY "DESDE CUAL GENERACION? (1-3): ".
           ACCEPT WS-GEN-REPLY.
                       OR WS-MASTER-CHOICE = "p"
                       PERFORM 4200-RESTORE-PLAYERS
                    ELSE
                       IF WS-MASTER-CHOICE = "C"
                          OR WS-MASTER-CHOICE = "c"
                          PERFORM 4300-RESTORE-CLIMAST
                       ELSE
                          IF WS-MASTER-CHOICE = "V"
                             OR WS-MASTER-CHOICE = "v"
                             PERFORM 4400-RESTORE-VFPRICE
                          ELSE
                             DISPLAY "MAESTRO INVALIDO"
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              ELSE
           WRITE REG-PLAYERS.
           ADD 1 TO WS-RECS-OUT.
           PERFORM 2360-READ-NEXT-PLY-GEN.
      * ...............................................................
       4300-RESTORE-CLIMAST.
           MOVE ZERO TO WS-RECS-IN WS-RECS-OUT.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN INPUT CLIG1
              WHEN 2 OPEN INPUT CLIG2
              WHEN 3 OPEN INPUT CLIG3
           END-EVALUATE.
           IF WS-GEN-STATUS NOT = "00"
              DISPLAY "GENERACION NO DISPONIBLE - STATUS "
                 WS-GEN-STATUS
              IF WS-GEN-STATUS = "05" OR WS-GEN-STATUS = "35"
                 PERFORM 2540-CLOSE-CLI-GEN
              END-IF
           ELSE
              OPEN OUTPUT CLIMAST
              MOVE 'N' TO WS-COPY-EOF-SW
              PERFORM 2560-READ-NEXT-CLI-GEN
              PERFORM 4310-RESTORE-ONE-CLIMAST
                 UNTIL WS-COPY-EOF
              CLOSE CLIMAST
              PERFORM 2540-CLOSE-CLI-GEN
              DISPLAY "CLIMAST RESTAURADO: " WS-RECS-OUT " REGISTROS"
              MOVE "RESTORED" TO WS-RUNLOG-STATUS
              MOVE "REST-CLI" TO WS-RUNLOG-ACTION
              MOVE ZERO TO WS-EMP-COPIED WS-PLY-COPIED
              MOVE WS-RECS-OUT TO WS-CLI-COPIED
              PERFORM 9000-WRITE-RUNLOG
           END-IF.
      * ...............................................................
       4310-RESTORE-ONE-CLIMAST.
           EVALUATE WS-GEN-NUM
              WHEN 1 MOVE G1-CLI-REC TO REG-CLIMAST
              WHEN 2 MOVE G2-CLI-REC TO REG-CLIMAST
              WHEN 3 MOVE G3-CLI-REC TO REG-CLIMAST
           END-EVALUATE.
           WRITE REG-CLIMAST.
           ADD 1 TO WS-RECS-OUT.
           PERFORM 2560-READ-NEXT-CLI-GEN.
      * ...............................................................
       4400-RESTORE-VFPRICE.
           MOVE ZERO TO WS-RECS-IN WS-RECS-OUT.
           EVALUATE WS-GEN-NUM
              WHEN 1 OPEN INPUT VFPG1
              WHEN 2 OPEN INPUT VFPG2
              WHEN 3 OPEN INPUT VFPG3
           END-EVALUATE.
           IF WS-GEN-STATUS NOT = "00"
              DISPLAY "GENERACION NO DISPONIBLE - STATUS "
                 WS-GEN-STATUS
              IF WS-GEN-STATUS = "05" OR WS-GEN-STATUS = "35"
                 PERFORM 2640-CLOSE-VFP-GEN
              END-IF
           ELSE
              OPEN OUTPUT VFPRICE
              MOVE 'N' TO WS-COPY-EOF-SW
              PERFORM 2660-READ-NEXT-VFP-GEN
              PERFORM 4410-RESTORE-ONE-VFPRICE
                 UNTIL WS-COPY-EOF
              CLOSE VFPRICE
              PERFORM 2640-CLOSE-VFP-GEN
              DISPLAY "VFPRICE RESTAURADO: " WS-RECS-OUT " REGISTROS"
              MOVE "RESTORED" TO WS-RUNLOG-STATUS
              MOVE "REST-VFP" TO WS-RUNLOG-ACTION
              MOVE ZERO TO WS-EMP-COPIED WS-PLY-COPIED
              MOVE WS-RECS-OUT TO WS-VFP-COPIED
              PERFORM 9000-WRITE-RUNLOG
           END-IF.
      * ...............................................................
       4410-RESTORE-ONE-VFPRICE.
           EVALUATE WS-GEN-NUM
              WHEN 1 MOVE G1-VFP-REC TO REG-VFPRICE
              WHEN 2 MOVE G2-VFP-REC TO REG-VFPRICE
              WHEN 3 MOVE G3-VFP-REC TO REG-VFPRICE
           END-EVALUATE.
           WRITE REG-VFPRICE.
           ADD 1 TO WS-RECS-OUT.
           PERFORM 2660-READ-NEXT-VFP-GEN.
      * ...............................................................
      * COMPARACION CAMPO A CAMPO Y RESTAURACION DE REGISTROS SUELTOS
      * - PROGRAMA APARTE, CANCELADO AL VOLVER PARA QUE LA PROXIMA
      * VEZ EMPIECE CON SU WORKING-STORAGE LIMPIO
       5000-RUN-GENCMP1.
           CALL "GENCMP1".
           CANCEL "GENCMP1".
      * ...............................................................
      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       8000-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 8010-READ-NEXT-PARM
              PERFORM 8020-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       8010-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       8020-MATCH-PARM.
           IF PRM-PROGRAM = "GENBKP1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 8010-READ-NEXT-PARM
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS ACTION
       9000-WRITE-RUNLOG.
