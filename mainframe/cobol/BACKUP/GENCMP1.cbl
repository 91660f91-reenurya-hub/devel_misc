      * ===============================================================
       IDENTIFICATION DIVISION.
      * GENCMP1 = FIELD-LEVEL COMPARE OF A KEYED MASTER AGAINST ONE OF
      * THE BACKUP GENERATIONS GENBKP1 KEEPS (.G1/.G2/.G3), AND
      * SINGLE-RECORD RESTORE FROM THAT GENERATION. THE MASTERS ARE
      * EMPRESA.DAT, PLAYERS.DAT, CLIMAST.DAT AND VFPRICE.DAT.
      * THE COMPARE READS THE LIVE MASTER AND THE GENERATION SIDE BY
      * SIDE IN KEY ORDER AND WRITES GENCMP.RPT WITH THE RECORDS ADDED
      * SINCE THE GENERATION (IN THE MASTER ONLY), THE RECORDS DELETED
      * (IN THE GENERATION ONLY) AND, FOR EVERY CHANGED RECORD, ONE
      * LINE PER CHANGED FIELD - FIELD NAME AS IN THE MASTER LAYOUT,
      * VALUE IN THE GENERATION AND VALUE NOW. IT ONLY READS.
      * THE RESTORE PUTS ONE KEY BACK AS IT WAS IN THE GENERATION:
      * REWRITE WHEN THE RECORD CHANGED, WRITE WHEN IT WAS DELETED
      * SINCE, DELETE WHEN IT WAS ADDED SINCE. IT SHOWS THE DIFFERENCE
      * AND ASKS FOR CONFIRMATION FIRST, HOLDS THE MASTER'S LOCK
      * (LOCKMGR1) WHILE IT WRITES, AND LEAVES THE SAME TRAIL AS THE
      * MAINTENANCE PROGRAMS - EMPAUDIT.DAT / CLIAUDIT.DAT LINE WITH
      * ACTION CRE, MOD OR DEL AS THE RESTORE ADDS, REWRITES OR
      * DELETES THE RECORD, AND THE SIGNED-ON USER, OR A STOCK
      * ADJUSTMENT IN VFSTKLG.DAT WHEN A VFPRICE RESTORE CHANGES THE
      * STOCK ON HAND.
      * PLAYERS.DAT HAS NO AUDIT TRAIL; ITS RESTORES GO TO THE RUN-LOG
      * LIKE EVERY OTHER ACTION OF THIS PROGRAM
       PROGRAM-ID. GENCMP1.
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
                  FILE STATUS  IS WS-EMP-STATUS.
           SELECT OPTIONAL PLAYERS ASSIGN TO "./players.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PLAY_ID
                  FILE STATUS  IS WS-PLY-STATUS.
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
      * THE THREE GENERATIONS OF EACH MASTER KEPT BY GENBKP1
           SELECT OPTIONAL EMPG1 ASSIGN TO "EMPRESA.G1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G1-EMP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL EMPG2 ASSIGN TO "EMPRESA.G2"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G2-EMP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL EMPG3 ASSIGN TO "EMPRESA.G3"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G3-EMP-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL PLYG1 ASSIGN TO "PLAYERS.G1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G1-PLY-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL PLYG2 ASSIGN TO "PLAYERS.G2"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G2-PLY-ID
                  FILE STATUS  IS WS-GEN-STATUS.
           SELECT OPTIONAL PLYG3 ASSIGN TO "PLAYERS.G3"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS G3-PLY-ID
                  FILE STATUS  IS WS-GEN-STATUS.
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
           SELECT CMPRPT ASSIGN TO "GENCMP.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * AUDIT TRAILS OF THE MASTERS THAT HAVE ONE
           SELECT OPTIONAL EMPAUDIT ASSIGN TO "EMPAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPTIONAL CLIAUDIT ASSIGN TO "CLIAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-AUD-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER ACTION
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMP-TIP-ID                       PIC X(20).
           03 EMP-ID                           PIC X(20).
           03 EMP-RSOCIAL                      PIC X(30).
           03 EMP-RCCIAL                       PIC X(30).
           03 EMP-SIGLA                        PIC X(10).
           03 EMP-DIR1                         PIC X(30).
           03 EMP-DIR2                         PIC X(30).
           03 EMP-DIR3                         PIC X(30).
           03 EMP-TEL1                         PIC X(20).
           03 EMP-TEL2                         PIC X(20).
           03 EMP-TEL3                         PIC X(20).
           03 EMP-CIUDAD                       PIC X(20).
           03 EMP-DEPTO                        PIC X(20).
           03 EMP-EMAIL1                       PIC X(30).
           03 EMP-EMAIL2                       PIC X(30).
           03 EMP-EMAIL3                       PIC X(30).
           03 EMP-WEB1                         PIC X(30).
           03 EMP-WEB2                         PIC X(30).
           03 EMP-RLEGAL                       PIC X(60).
           03 EMP-FEC-CREA                     PIC 9(08).
           03 EMP-FEC-MOD                      PIC 9(08).
           03 EMP-ESTADO                       PIC X(01).
           03 EMP-PADRE-ID                     PIC X(20).
           03 EMP-FEC-RENOV                    PIC 9(08).
           03 EMP-FILLER                       PIC X(455).

       FD PLAYERS.
       01 REG-PLAYERS.
           03 PLAY_ID                          PIC 9(20).
           03 PLAY_NAME                        PIC X(60).
           03 PLAY_LNAME                       PIC X(60).
           03 PLAY_POS                         PIC XX.
           03 PLAY_NUM                         PIC 9(3).
           03 TEAM_ID                          PIC X(20).
           03 EMP-ID-PLY                       PIC X(20).
           03 PLAY_STATUS                      PIC X(01).
           03 PLAY_FEC_REG                     PIC 9(08).
           03 FILLER                           PIC X(251).

       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                     PIC X(20).
           03 CM-CLIENT-LNAME                  PIC X(50).
           03 CM-CLIENT-NAME                   PIC X(50).
           03 CM-CLIENT-DOB                    PIC X(08).
           03 CM-CLIENT-GENDER                 PIC X(01).
           03 CM-CLIENT-CIVIL-STATUS           PIC X(01).
           03 CM-CLIENT-PEOPLE-CHARGE          PIC 9(02).
           03 CM-CLIENT-SALARY                 PIC 9(09).

       FD VFPRICE.
       01 REG-VFPRICE.
           03 VFP-CODVF                        PIC 9(05).
           03 VFP-PRECIO                       PIC 9(07)V99.
           03 VFP-EXISTENCIA                   PIC 9(07).
           03 VFP-REORDEN                      PIC 9(05).

       FD EMPG1.
       01 G1-EMP-REC.
           03 G1-EMP-TIP                           PIC X(20).
           03 G1-EMP-ID                            PIC X(20).
           03 G1-EMP-RESTO                         PIC X(970).

       FD EMPG2.
       01 G2-EMP-REC.
           03 G2-EMP-TIP                           PIC X(20).
           03 G2-EMP-ID                            PIC X(20).
           03 G2-EMP-RESTO                         PIC X(970).

       FD EMPG3.
       01 G3-EMP-REC.
           03 G3-EMP-TIP                           PIC X(20).
           03 G3-EMP-ID                            PIC X(20).
           03 G3-EMP-RESTO                         PIC X(970).

       FD PLYG1.
       01 G1-PLY-REC.
           03 G1-PLY-ID                            PIC 9(20).
           03 G1-PLY-RESTO                         PIC X(425).

       FD PLYG2.
       01 G2-PLY-REC.
           03 G2-PLY-ID                            PIC 9(20).
           03 G2-PLY-RESTO                         PIC X(425).

       FD PLYG3.
       01 G3-PLY-REC.
           03 G3-PLY-ID                            PIC 9(20).
           03 G3-PLY-RESTO                         PIC X(425).

       FD CLIG1.
       01 G1-CLI-REC.
           03 G1-CLI-ID                            PIC X(20).
           03 G1-CLI-RESTO                         PIC X(121).

       FD CLIG2.
       01 G2-CLI-REC.
           03 G2-CLI-ID                            PIC X(20).
           03 G2-CLI-RESTO                         PIC X(121).

       FD CLIG3.
       01 G3-CLI-REC.
           03 G3-CLI-ID                            PIC X(20).
           03 G3-CLI-RESTO                         PIC X(121).

       FD VFPG1.
       01 G1-VFP-REC.
           03 G1-VFP-ID                            PIC 9(05).
           03 G1-VFP-RESTO                         PIC X(21).

       FD VFPG2.
       01 G2-VFP-REC.
           03 G2-VFP-ID                            PIC 9(05).
           03 G2-VFP-RESTO                         PIC X(21).

       FD VFPG3.
       01 G3-VFP-REC.
           03 G3-VFP-ID                            PIC 9(05).
           03 G3-VFP-RESTO                         PIC X(21).

       FD CMPRPT.
       01 RPT-LINE                             PIC X(151).

       FD EMPAUDIT.
       01 EAU-REC.
           03 EAU-ACCION                       PIC X(03).
           03 EAU-FECHA                        PIC 9(08).
           03 EAU-HORA                         PIC 9(06).
           03 EAU-EMP-ID                       PIC X(20).
           03 EAU-ANTES                        PIC X(1000).
           03 EAU-DESPUES                      PIC X(1000).
           03 EAU-USUARIO                      PIC X(08).

       FD CLIAUDIT.
       01 CAU-REC.
           03 CAU-ACCION                       PIC X(03).
           03 CAU-FECHA                        PIC 9(08).
           03 CAU-HORA                         PIC 9(06).
           03 CAU-CLIENT-ID                    PIC X(20).
           03 CAU-ANTES                        PIC X(141).
           03 CAU-DESPUES                      PIC X(141).
           03 CAU-USUARIO                      PIC X(08).

       FD VFSTKLG.
       01 MOV-REC.
           03 MOV-FECHA                        PIC 9(08).
           03 MOV-HORA                         PIC 9(06).
           03 MOV-CODVF                        PIC 9(05).
           03 MOV-TIPO                         PIC X(01).
           03 MOV-SIGNO                        PIC X(01).
           03 MOV-CANT                         PIC 9(07).
           03 MOV-SALDO                        PIC 9(07).
           03 MOV-REF                          PIC X(20).
           03 MOV-USUARIO                      PIC X(08).

       FD RUNLOG.
       01 RUNLOG-LINE                          PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                        PIC XX.
       01 WS-PLY-STATUS                        PIC XX.
       01 WS-CLI-STATUS                        PIC XX.
       01 WS-VFP-STATUS                        PIC XX.
       01 WS-GEN-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-AUD-STATUS                        PIC XX.
       01 WS-LIVE-STATUS                       PIC XX.
      * THE GENERATION RECORD IN HAND, FIELD BY FIELD
       01 REG-EMPGEN.
           03 GE-TIP-ID                        PIC X(20).
           03 GE-EMP-ID                        PIC X(20).
           03 GE-RSOCIAL                       PIC X(30).
           03 GE-RCCIAL                        PIC X(30).
           03 GE-SIGLA                         PIC X(10).
           03 GE-DIR1                          PIC X(30).
           03 GE-DIR2                          PIC X(30).
           03 GE-DIR3                          PIC X(30).
           03 GE-TEL1                          PIC X(20).
           03 GE-TEL2                          PIC X(20).
           03 GE-TEL3                          PIC X(20).
           03 GE-CIUDAD                        PIC X(20).
           03 GE-DEPTO                         PIC X(20).
           03 GE-EMAIL1                        PIC X(30).
           03 GE-EMAIL2                        PIC X(30).
           03 GE-EMAIL3                        PIC X(30).
           03 GE-WEB1                          PIC X(30).
           03 GE-WEB2                          PIC X(30).
           03 GE-RLEGAL                        PIC X(60).
           03 GE-FEC-CREA                      PIC 9(08).
           03 GE-FEC-MOD                       PIC 9(08).
           03 GE-ESTADO                        PIC X(01).
           03 GE-PADRE-ID                      PIC X(20).
           03 GE-FEC-RENOV                     PIC 9(08).
           03 GE-FILLER                        PIC X(455).

       01 REG-PLYGEN.
           03 GP-PLAY-ID                       PIC 9(20).
           03 GP-PLAY-NAME                     PIC X(60).
           03 GP-PLAY-LNAME                    PIC X(60).
           03 GP-PLAY-POS                      PIC XX.
           03 GP-PLAY-NUM                      PIC 9(3).
           03 GP-TEAM-ID                       PIC X(20).
           03 GP-EMP-ID                        PIC X(20).
           03 GP-PLAY-STATUS                   PIC X(01).
           03 GP-PLAY-FEC-REG                  PIC 9(08).
           03 FILLER                           PIC X(251).

       01 REG-CLIGEN.
           03 GC-CLIENT-ID                     PIC X(20).
           03 GC-CLIENT-LNAME                  PIC X(50).
           03 GC-CLIENT-NAME                   PIC X(50).
           03 GC-CLIENT-DOB                    PIC X(08).
           03 GC-CLIENT-GENDER                 PIC X(01).
           03 GC-CLIENT-CIVIL-STATUS           PIC X(01).
           03 GC-CLIENT-PEOPLE-CHARGE          PIC 9(02).
           03 GC-CLIENT-SALARY                 PIC 9(09).

       01 REG-VFPGEN.
           03 GV-CODVF                         PIC 9(05).
           03 GV-PRECIO                        PIC 9(07)V99.
           03 GV-EXISTENCIA                    PIC 9(07).
           03 GV-REORDEN                       PIC 9(05).

       01 WS-MENU-CHOICE                       PIC X(01).
       01 WS-EXIT-SW                           PIC X(01) VALUE 'N'.
           88 WS-EXIT-MENU                     VALUE 'Y'.
       01 WS-CONFIRM                           PIC X(01).
           88 WS-CONFIRM-YES                   VALUE 'Y' 'y'.
       01 WS-DATOS-OK-SW                       PIC X(01).
           88 WS-DATOS-OK                      VALUE 'Y'.
      * MASTER CHOSEN: E=EMPRESA P=PLAYERS C=CLIMAST V=VFPRICE
       01 WS-MAESTRO                           PIC X(01).
       01 WS-MAE-BASE                          PIC X(07).
       01 WS-MAE-NOMBRE                        PIC X(12).
       01 WS-GEN-NUM                           PIC 9(01).
       01 WS-GEN-REPLY                         PIC X(01).
       01 WS-GEN-NOMBRE                        PIC X(12).
      * KEYS OF THE CURRENT LIVE AND GENERATION RECORDS, AS TEXT SO
      * ONE MATCH SERVES EVERY MASTER - HIGH-VALUES AT END OF FILE
       01 WS-ACT-CLAVE                         PIC X(20).
       01 WS-GEN-CLAVE                         PIC X(20).
       01 WS-ACT-EOF-SW                        PIC X(01).
           88 WS-ACT-EOF                       VALUE 'Y'.
       01 WS-GEN-EOF-SW                        PIC X(01).
           88 WS-GEN-EOF                       VALUE 'Y'.
       01 WS-DIFIERE-SW                        PIC X(01).
           88 WS-DIFIERE                       VALUE 'Y'.
      * WHERE THE FIELD LINES GO: R = GENCMP.RPT, P = THE SCREEN
       01 WS-SALIDA-SW                         PIC X(01).
           88 WS-SALIDA-REPORTE                VALUE 'R'.
       01 WS-CAMPOS-DIF                        PIC 9(03).
       01 WS-CNT-ACT                           PIC 9(07).
       01 WS-CNT-GEN                           PIC 9(07).
       01 WS-CNT-ALTAS                         PIC 9(07).
       01 WS-CNT-BAJAS                         PIC 9(07).
       01 WS-CNT-CAMBIOS                       PIC 9(07).
       01 WS-CNT-IGUALES                       PIC 9(07).
       01 WS-DESCRIPCION                       PIC X(60).
       01 WS-PRECIO-ED                         PIC Z(6)9.99.
       01 WS-FECHA-HOY                         PIC 9(08).
       01 WS-HORA-HOY                          PIC 9(08).
      * KEY ENTERED FOR A SINGLE-RECORD RESTORE
       01 WS-ENT-CLAVE                         PIC X(20).
       01 WS-ENT-PLAY-ID                       PIC 9(20).
       01 WS-ENT-CODVF                         PIC X(05).
       01 WS-EN-ACT-SW                         PIC X(01).
           88 WS-EN-ACT                        VALUE 'Y'.
       01 WS-EN-GEN-SW                         PIC X(01).
           88 WS-EN-GEN                        VALUE 'Y'.
       01 WS-GRABO-SW                          PIC X(01).
           88 WS-GRABO                         VALUE 'Y'.
       01 WS-AUD-ACCION                        PIC X(03).
       01 WS-AUD-ANTES                         PIC X(1000).
       01 WS-AUD-DESPUES                       PIC X(1000).
       01 WS-EXIST-ANTES                       PIC 9(07).
       01 WS-EXIST-DESPUES                     PIC 9(07).
       01 WS-SIGNO-MOV                         PIC X(01).
       01 WS-CANT-MOV                          PIC 9(07).
      * USER OF THE SESSION (USRSES1) FOR THE AUDIT LINES
       01 WS-SES-REQ.
           03 WS-SES-FUNCION                   PIC X(01).
           03 WS-SES-USUARIO                   PIC X(08) VALUE SPACES.
           03 WS-SES-RESULT                    PIC X(01).
               88 WS-SES-OK                    VALUE "S".
       01 WS-LOCK-REQ.
           03 WS-LCK-ACCION                    PIC X(01).
           03 WS-LCK-ARCHIVO                   PIC X(12).
           03 WS-LCK-PROGRAMA                  PIC X(08).
           03 WS-LCK-RESULT                    PIC X(01).
       01 WS-RUNLOG-STATUS                     PIC X(08) VALUE SPACES.
       01 WS-RUNLOG-REGS                       PIC 9(07) VALUE ZERO.

       01 WS-RPT-TITULO.
           03 FILLER                           PIC X(35)
                VALUE "GENCMP1 - COMPARACION DEL MAESTRO ".
           03 TIT-MAESTRO                      PIC X(12).
           03 FILLER                           PIC X(21)
                VALUE " CONTRA LA GENERACION".
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 TIT-GENERACION                   PIC X(12).
           03 FILLER                           PIC X(08)
                VALUE "  FECHA ".
           03 TIT-FECHA                        PIC 9(08).
       01 WS-RPT-LEYENDA.
           03 FILLER                           PIC X(46)
                VALUE "ALTA = ESTA EN EL MAESTRO Y NO EN LA GENERACIO".
           03 FILLER                           PIC X(46)
                VALUE "N   BAJA = ESTA EN LA GENERACION Y NO EN EL MA".
           03 FILLER                           PIC X(06) VALUE "ESTRO ".
       01 WS-RPT-COLUMNAS.
           03 FILLER                           PIC X(03) VALUE SPACES.
           03 FILLER                           PIC X(24) VALUE "CAMPO".
           03 FILLER                           PIC X(64)
                VALUE "VALOR EN LA GENERACION".
           03 FILLER                           PIC X(12)
                VALUE "VALOR ACTUAL".

       01 WS-DET-LINE.
           03 DET-TIPO                         PIC X(08).
           03 FILLER                           PIC X(07)
                VALUE "CLAVE: ".
           03 DET-CLAVE                        PIC X(20).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 DET-DESC                         PIC X(60).

       01 WS-CMP-LABEL                         PIC X(24).
       01 WS-CMP-ANTES                         PIC X(60).
       01 WS-CMP-DESPUES                       PIC X(60).
       01 WS-CMP-LINE.
           03 FILLER                           PIC X(03) VALUE SPACES.
           03 CMP-LABEL                        PIC X(24).
           03 CMP-ANTES                        PIC X(60).
           03 FILLER                           PIC X(04) VALUE " -> ".
           03 CMP-DESPUES                      PIC X(60).

       01 WS-TOT-LINE.
           03 TOT-TEXTO                        PIC X(30).
           03 TOT-CUENTA                       PIC Z(6)9.

       01 WS-RUNLOG-DATE.
           03 WS-RL-YEAR                       PIC 9(4).
           03 WS-RL-MONTH                      PIC 99.
           03 WS-RL-DAY                        PIC 99.
       01 WS-RUNLOG-TIME.
           03 WS-RL-HH                         PIC 99.
           03 WS-RL-MN                         PIC 99.
           03 WS-RL-SS                         PIC 99.
           03 WS-RL-HS                         PIC 99.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM 1000-SHOW-MENU
              UNTIL WS-EXIT-MENU.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-SHOW-MENU.
           DISPLAY "========================================".
           DISPLAY "  MAESTRO CONTRA GENERACION DE RESPALDO".
           DISPLAY "========================================".
           DISPLAY "  1 - COMPARAR CAMPO A CAMPO (GENCMP.RPT)".
           DISPLAY "  2 - RESTAURAR UN REGISTRO DESDE GENERACION".
           DISPLAY "  0 - SALIR".
           DISPLAY "INGRESE OPCION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN "1" PERFORM 2000-COMPARE
              WHEN "2" PERFORM 4000-RESTORE-RECORD
              WHEN "0" SET WS-EXIT-MENU TO TRUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * ASKS FOR THE MASTER AND THE GENERATION AND BUILDS THE FILE
      * NAMES - WS-DATOS-OK OFF WHEN EITHER ANSWER IS NOT VALID
       1100-ASK-MASTER.
           MOVE 'Y' TO WS-DATOS-OK-SW.
           DISPLAY "CUAL MAESTRO? (E=EMPRESA P=PLAYERS".
           DISPLAY "  C=CLIMAST V=VFPRICE): ".
           ACCEPT WS-MAESTRO.
           EVALUATE WS-MAESTRO
              WHEN "E" WHEN "e"
                 MOVE "E" TO WS-MAESTRO
                 MOVE "EMPRESA" TO WS-MAE-BASE
              WHEN "P" WHEN "p"
                 MOVE "P" TO WS-MAESTRO
                 MOVE "PLAYERS" TO WS-MAE-BASE
              WHEN "C" WHEN "c"
                 MOVE "C" TO WS-MAESTRO
                 MOVE "CLIMAST" TO WS-MAE-BASE
              WHEN "V" WHEN "v"
                 MOVE "V" TO WS-MAESTRO
                 MOVE "VFPRICE" TO WS-MAE-BASE
              WHEN OTHER
                 DISPLAY "MAESTRO INVALIDO"
                 MOVE 'N' TO WS-DATOS-OK-SW
           END-EVALUATE.
           IF WS-DATOS-OK
              DISPLAY "CUAL GENERACION? (1-3): "
              ACCEPT WS-GEN-REPLY
              IF WS-GEN-REPLY NOT = "1" AND WS-GEN-REPLY NOT = "2"
                 AND WS-GEN-REPLY NOT = "3"
                 DISPLAY "GENERACION INVALIDA"
                 MOVE 'N' TO WS-DATOS-OK-SW
              ELSE
                 MOVE WS-GEN-REPLY TO WS-GEN-NUM
                 MOVE SPACES TO WS-MAE-NOMBRE WS-GEN-NOMBRE
                 STRING WS-MAE-BASE ".DAT" DELIMITED BY SIZE
                    INTO WS-MAE-NOMBRE
                 STRING WS-MAE-BASE ".G" WS-GEN-NUM
                    DELIMITED BY SIZE INTO WS-GEN-NOMBRE
              END-IF
           END-IF.
      * ...............................................................
      * COMPARE - MATCHES MASTER AND GENERATION BY KEY AND WRITES THE
      * ADDED, DELETED AND CHANGED RECORDS TO GENCMP.RPT
       2000-COMPARE.
           PERFORM 1100-ASK-MASTER.
           IF WS-DATOS-OK
              PERFORM 2110-OPEN-GEN-INPUT
           END-IF.
           IF WS-DATOS-OK
              PERFORM 2100-OPEN-LIVE-INPUT
              IF NOT WS-DATOS-OK
                 PERFORM 2510-CLOSE-GEN
              END-IF
           END-IF.
           IF WS-DATOS-OK
              MOVE ZERO TO WS-CNT-ACT WS-CNT-GEN WS-CNT-ALTAS
                 WS-CNT-BAJAS WS-CNT-CAMBIOS WS-CNT-IGUALES
              MOVE 'R' TO WS-SALIDA-SW
              PERFORM 2120-OPEN-REPORT
              MOVE 'N' TO WS-ACT-EOF-SW WS-GEN-EOF-SW
              PERFORM 2200-READ-NEXT-LIVE
              PERFORM 2210-READ-NEXT-GEN
              PERFORM 2300-MATCH-ONE
                 UNTIL WS-ACT-EOF AND WS-GEN-EOF
              PERFORM 2500-CLOSE-LIVE
              PERFORM 2510-CLOSE-GEN
              PERFORM 2600-WRITE-TOTALS
              CLOSE CMPRPT
              DISPLAY "COMPARACION TERMINADA - VER GENCMP.RPT"
              DISPLAY "ALTAS " WS-CNT-ALTAS " BAJAS " WS-CNT-BAJAS
                 " CAMBIADOS " WS-CNT-CAMBIOS
              MOVE "COMPARED" TO WS-RUNLOG-STATUS
              COMPUTE WS-RUNLOG-REGS = WS-CNT-ALTAS + WS-CNT-BAJAS
                 + WS-CNT-CAMBIOS
              PERFORM 9000-WRITE-RUNLOG
           END-IF.
      * ...............................................................
      * A MASTER NOT ON DISK (STATUS 05) READS AS EMPTY - EVERY RECORD
      * OF THE GENERATION THEN SHOWS AS DELETED
       2100-OPEN-LIVE-INPUT.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 OPEN INPUT EMPRESA
                 MOVE WS-EMP-STATUS TO WS-LIVE-STATUS
              WHEN "P"
                 OPEN INPUT PLAYERS
                 MOVE WS-PLY-STATUS TO WS-LIVE-STATUS
              WHEN "C"
                 OPEN INPUT CLIMAST
                 MOVE WS-CLI-STATUS TO WS-LIVE-STATUS
              WHEN "V"
                 OPEN INPUT VFPRICE
                 MOVE WS-VFP-STATUS TO WS-LIVE-STATUS
           END-EVALUATE.
           IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "05"
              DISPLAY WS-MAE-NOMBRE " NO DISPONIBLE - STATUS "
                 WS-LIVE-STATUS
              MOVE 'N' TO WS-DATOS-OK-SW
           END-IF.
      * ...............................................................
       2110-OPEN-GEN-INPUT.
           EVALUATE WS-MAESTRO ALSO WS-GEN-NUM
              WHEN "E" ALSO 1
                 OPEN INPUT EMPG1
              WHEN "E" ALSO 2
                 OPEN INPUT EMPG2
              WHEN "E" ALSO 3
                 OPEN INPUT EMPG3
              WHEN "P" ALSO 1
                 OPEN INPUT PLYG1
              WHEN "P" ALSO 2
                 OPEN INPUT PLYG2
              WHEN "P" ALSO 3
                 OPEN INPUT PLYG3
              WHEN "C" ALSO 1
                 OPEN INPUT CLIG1
              WHEN "C" ALSO 2
                 OPEN INPUT CLIG2
              WHEN "C" ALSO 3
                 OPEN INPUT CLIG3
              WHEN "V" ALSO 1
                 OPEN INPUT VFPG1
              WHEN "V" ALSO 2
                 OPEN INPUT VFPG2
              WHEN "V" ALSO 3
                 OPEN INPUT VFPG3
           END-EVALUATE.
           IF WS-GEN-STATUS NOT = "00"
              DISPLAY "GENERACION " WS-GEN-NOMBRE
                 " NO DISPONIBLE - STATUS " WS-GEN-STATUS
              MOVE 'N' TO WS-DATOS-OK-SW
              IF WS-GEN-STATUS = "05" OR WS-GEN-STATUS = "35"
                 PERFORM 2510-CLOSE-GEN
              END-IF
           END-IF.
      * ...............................................................
       2120-OPEN-REPORT.
           OPEN OUTPUT CMPRPT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-MAE-NOMBRE TO TIT-MAESTRO.
           MOVE WS-GEN-NOMBRE TO TIT-GENERACION.
           MOVE WS-FECHA-HOY TO TIT-FECHA.
           WRITE RPT-LINE FROM WS-RPT-TITULO.
           WRITE RPT-LINE FROM WS-RPT-LEYENDA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-COLUMNAS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       2200-READ-NEXT-LIVE.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 READ EMPRESA NEXT RECORD
                    AT END SET WS-ACT-EOF TO TRUE
                    NOT AT END MOVE EMP-ID TO WS-ACT-CLAVE
                 END-READ
              WHEN "P"
                 READ PLAYERS NEXT RECORD
                    AT END SET WS-ACT-EOF TO TRUE
                    NOT AT END MOVE PLAY_ID TO WS-ACT-CLAVE
                 END-READ
              WHEN "C"
                 READ CLIMAST NEXT RECORD
                    AT END SET WS-ACT-EOF TO TRUE
                    NOT AT END MOVE CM-CLIENT-ID TO WS-ACT-CLAVE
                 END-READ
              WHEN "V"
                 READ VFPRICE NEXT RECORD
                    AT END SET WS-ACT-EOF TO TRUE
                    NOT AT END MOVE VFP-CODVF TO WS-ACT-CLAVE
                 END-READ
           END-EVALUATE.
           IF WS-ACT-EOF
              MOVE HIGH-VALUES TO WS-ACT-CLAVE
           ELSE
              ADD 1 TO WS-CNT-ACT
           END-IF.
      * ...............................................................
       2210-READ-NEXT-GEN.
           EVALUATE WS-MAESTRO ALSO WS-GEN-NUM
              WHEN "E" ALSO 1
                 READ EMPG1 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G1-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "E" ALSO 2
                 READ EMPG2 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G2-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "E" ALSO 3
                 READ EMPG3 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G3-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "P" ALSO 1
                 READ PLYG1 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G1-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "P" ALSO 2
                 READ PLYG2 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G2-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "P" ALSO 3
                 READ PLYG3 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G3-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "C" ALSO 1
                 READ CLIG1 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G1-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "C" ALSO 2
                 READ CLIG2 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G2-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "C" ALSO 3
                 READ CLIG3 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G3-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "V" ALSO 1
                 READ VFPG1 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G1-VFP-REC TO REG-VFPGEN
                 END-READ
              WHEN "V" ALSO 2
                 READ VFPG2 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G2-VFP-REC TO REG-VFPGEN
                 END-READ
              WHEN "V" ALSO 3
                 READ VFPG3 NEXT RECORD
                    AT END SET WS-GEN-EOF TO TRUE
                    NOT AT END MOVE G3-VFP-REC TO REG-VFPGEN
                 END-READ
           END-EVALUATE.
           IF WS-GEN-EOF
              MOVE HIGH-VALUES TO WS-GEN-CLAVE
           ELSE
              EVALUATE WS-MAESTRO
                 WHEN "E" MOVE GE-EMP-ID TO WS-GEN-CLAVE
                 WHEN "P" MOVE GP-PLAY-ID TO WS-GEN-CLAVE
                 WHEN "C" MOVE GC-CLIENT-ID TO WS-GEN-CLAVE
                 WHEN "V" MOVE GV-CODVF TO WS-GEN-CLAVE
              END-EVALUATE
              ADD 1 TO WS-CNT-GEN
           END-IF.
      * ...............................................................
      * THE GENERATION RECORD OF THE KEY ALREADY MOVED TO ITS IMAGE
       2220-READ-GEN-BY-KEY.
           EVALUATE WS-MAESTRO ALSO WS-GEN-NUM
              WHEN "E" ALSO 1
                 MOVE GE-EMP-ID TO G1-EMP-ID
                 READ EMPG1
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G1-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "E" ALSO 2
                 MOVE GE-EMP-ID TO G2-EMP-ID
                 READ EMPG2
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G2-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "E" ALSO 3
                 MOVE GE-EMP-ID TO G3-EMP-ID
                 READ EMPG3
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G3-EMP-REC TO REG-EMPGEN
                 END-READ
              WHEN "P" ALSO 1
                 MOVE GP-PLAY-ID TO G1-PLY-ID
                 READ PLYG1
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G1-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "P" ALSO 2
                 MOVE GP-PLAY-ID TO G2-PLY-ID
                 READ PLYG2
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G2-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "P" ALSO 3
                 MOVE GP-PLAY-ID TO G3-PLY-ID
                 READ PLYG3
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G3-PLY-REC TO REG-PLYGEN
                 END-READ
              WHEN "C" ALSO 1
                 MOVE GC-CLIENT-ID TO G1-CLI-ID
                 READ CLIG1
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G1-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "C" ALSO 2
                 MOVE GC-CLIENT-ID TO G2-CLI-ID
                 READ CLIG2
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G2-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "C" ALSO 3
                 MOVE GC-CLIENT-ID TO G3-CLI-ID
                 READ CLIG3
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G3-CLI-REC TO REG-CLIGEN
                 END-READ
              WHEN "V" ALSO 1
                 MOVE GV-CODVF TO G1-VFP-ID
                 READ VFPG1
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G1-VFP-REC TO REG-VFPGEN
                 END-READ
              WHEN "V" ALSO 2
                 MOVE GV-CODVF TO G2-VFP-ID
                 READ VFPG2
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G2-VFP-REC TO REG-VFPGEN
                 END-READ
              WHEN "V" ALSO 3
                 MOVE GV-CODVF TO G3-VFP-ID
                 READ VFPG3
                    INVALID KEY MOVE 'N' TO WS-EN-GEN-SW
                    NOT INVALID KEY MOVE G3-VFP-REC TO REG-VFPGEN
                 END-READ
           END-EVALUATE.
      * ...............................................................
      * BOTH FILES COME IN KEY ORDER: THE LOWER KEY IS A RECORD THE
      * OTHER FILE DOES NOT HAVE, EQUAL KEYS ARE CHECKED FIELD BY FIELD
       2300-MATCH-ONE.
           IF WS-ACT-CLAVE < WS-GEN-CLAVE
              PERFORM 2310-WRITE-ADDED
              PERFORM 2200-READ-NEXT-LIVE
           ELSE
              IF WS-ACT-CLAVE > WS-GEN-CLAVE
                 PERFORM 2320-WRITE-DELETED
                 PERFORM 2210-READ-NEXT-GEN
              ELSE
                 PERFORM 2330-CHECK-CHANGED
                 PERFORM 2200-READ-NEXT-LIVE
                 PERFORM 2210-READ-NEXT-GEN
              END-IF
           END-IF.
      * ...............................................................
       2310-WRITE-ADDED.
           ADD 1 TO WS-CNT-ALTAS.
           PERFORM 2340-DESCRIBE-LIVE.
           MOVE "ALTA    " TO DET-TIPO.
           MOVE WS-ACT-CLAVE TO DET-CLAVE.
           MOVE WS-DESCRIPCION TO DET-DESC.
           WRITE RPT-LINE FROM WS-DET-LINE.
      * ...............................................................
       2320-WRITE-DELETED.
           ADD 1 TO WS-CNT-BAJAS.
           PERFORM 2350-DESCRIBE-GEN.
           MOVE "BAJA    " TO DET-TIPO.
           MOVE WS-GEN-CLAVE TO DET-CLAVE.
           MOVE WS-DESCRIPCION TO DET-DESC.
           WRITE RPT-LINE FROM WS-DET-LINE.
      * ...............................................................
       2330-CHECK-CHANGED.
           PERFORM 2335-SET-DIFFERS.
           IF WS-DIFIERE
              ADD 1 TO WS-CNT-CAMBIOS
              PERFORM 2340-DESCRIBE-LIVE
              MOVE "CAMBIO  " TO DET-TIPO
              MOVE WS-ACT-CLAVE TO DET-CLAVE
              MOVE WS-DESCRIPCION TO DET-DESC
              WRITE RPT-LINE FROM WS-DET-LINE
              PERFORM 2400-COMPARE-FIELDS
              IF WS-CAMPOS-DIF = ZERO
                 MOVE SPACES TO RPT-LINE
                 MOVE "   (SOLO CAMBIO EL AREA DE RELLENO DEL REGISTRO)"
                    TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           ELSE
              ADD 1 TO WS-CNT-IGUALES
           END-IF.
      * ...............................................................
       2335-SET-DIFFERS.
           MOVE 'N' TO WS-DIFIERE-SW.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 IF REG-EMPRESA NOT = REG-EMPGEN
                    MOVE 'Y' TO WS-DIFIERE-SW
                 END-IF
              WHEN "P"
                 IF REG-PLAYERS NOT = REG-PLYGEN
                    MOVE 'Y' TO WS-DIFIERE-SW
                 END-IF
              WHEN "C"
                 IF REG-CLIMAST NOT = REG-CLIGEN
                    MOVE 'Y' TO WS-DIFIERE-SW
                 END-IF
              WHEN "V"
                 IF REG-VFPRICE NOT = REG-VFPGEN
                    MOVE 'Y' TO WS-DIFIERE-SW
                 END-IF
           END-EVALUATE.
      * ...............................................................
      * ONE IDENTIFYING FIELD NEXT TO THE KEY ON THE DETAIL LINE
       2340-DESCRIBE-LIVE.
           MOVE SPACES TO WS-DESCRIPCION.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 MOVE EMP-RSOCIAL TO WS-DESCRIPCION
              WHEN "P"
                 STRING PLAY_LNAME DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    PLAY_NAME DELIMITED BY "  "
                    INTO WS-DESCRIPCION
              WHEN "C"
                 STRING CM-CLIENT-LNAME DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    CM-CLIENT-NAME DELIMITED BY "  "
                    INTO WS-DESCRIPCION
              WHEN "V"
                 MOVE VFP-PRECIO TO WS-PRECIO-ED
                 STRING "PRECIO " WS-PRECIO-ED
                    "  EXISTENCIA " VFP-EXISTENCIA
                    DELIMITED BY SIZE INTO WS-DESCRIPCION
           END-EVALUATE.
      * ...............................................................
       2350-DESCRIBE-GEN.
           MOVE SPACES TO WS-DESCRIPCION.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 MOVE GE-RSOCIAL TO WS-DESCRIPCION
              WHEN "P"
                 STRING GP-PLAY-LNAME DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    GP-PLAY-NAME DELIMITED BY "  "
                    INTO WS-DESCRIPCION
              WHEN "C"
                 STRING GC-CLIENT-LNAME DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    GC-CLIENT-NAME DELIMITED BY "  "
                    INTO WS-DESCRIPCION
              WHEN "V"
                 MOVE GV-PRECIO TO WS-PRECIO-ED
                 STRING "PRECIO " WS-PRECIO-ED
                    "  EXISTENCIA " GV-EXISTENCIA
                    DELIMITED BY SIZE INTO WS-DESCRIPCION
           END-EVALUATE.
      * ...............................................................
      * ONE LINE PER FIELD WHOSE VALUE IN THE GENERATION DIFFERS FROM
      * THE VALUE NOW, LABELLED WITH THE FIELD NAME OF THE MASTER
      * LAYOUT (THE KEY ITSELF CANNOT DIFFER ON A MATCHED PAIR)
       2400-COMPARE-FIELDS.
           MOVE ZERO TO WS-CAMPOS-DIF.
           EVALUATE WS-MAESTRO
              WHEN "E" PERFORM 2410-FIELDS-EMPRESA
              WHEN "P" PERFORM 2420-FIELDS-PLAYERS
              WHEN "C" PERFORM 2430-FIELDS-CLIMAST
              WHEN "V" PERFORM 2440-FIELDS-VFPRICE
           END-EVALUATE.
      * ...............................................................
       2410-FIELDS-EMPRESA.
           MOVE "EMP-TIP-ID" TO WS-CMP-LABEL.
           MOVE GE-TIP-ID   TO WS-CMP-ANTES.
           MOVE EMP-TIP-ID  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-RSOCIAL" TO WS-CMP-LABEL.
           MOVE GE-RSOCIAL  TO WS-CMP-ANTES.
           MOVE EMP-RSOCIAL TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-RCCIAL" TO WS-CMP-LABEL.
           MOVE GE-RCCIAL   TO WS-CMP-ANTES.
           MOVE EMP-RCCIAL  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-SIGLA" TO WS-CMP-LABEL.
           MOVE GE-SIGLA    TO WS-CMP-ANTES.
           MOVE EMP-SIGLA   TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-DIR1" TO WS-CMP-LABEL.
           MOVE GE-DIR1     TO WS-CMP-ANTES.
           MOVE EMP-DIR1    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-DIR2" TO WS-CMP-LABEL.
           MOVE GE-DIR2     TO WS-CMP-ANTES.
           MOVE EMP-DIR2    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-DIR3" TO WS-CMP-LABEL.
           MOVE GE-DIR3     TO WS-CMP-ANTES.
           MOVE EMP-DIR3    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-TEL1" TO WS-CMP-LABEL.
           MOVE GE-TEL1     TO WS-CMP-ANTES.
           MOVE EMP-TEL1    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-TEL2" TO WS-CMP-LABEL.
           MOVE GE-TEL2     TO WS-CMP-ANTES.
           MOVE EMP-TEL2    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-TEL3" TO WS-CMP-LABEL.
           MOVE GE-TEL3     TO WS-CMP-ANTES.
           MOVE EMP-TEL3    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-CIUDAD" TO WS-CMP-LABEL.
           MOVE GE-CIUDAD   TO WS-CMP-ANTES.
           MOVE EMP-CIUDAD  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-DEPTO" TO WS-CMP-LABEL.
           MOVE GE-DEPTO    TO WS-CMP-ANTES.
           MOVE EMP-DEPTO   TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-EMAIL1" TO WS-CMP-LABEL.
           MOVE GE-EMAIL1   TO WS-CMP-ANTES.
           MOVE EMP-EMAIL1  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-EMAIL2" TO WS-CMP-LABEL.
           MOVE GE-EMAIL2   TO WS-CMP-ANTES.
           MOVE EMP-EMAIL2  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-EMAIL3" TO WS-CMP-LABEL.
           MOVE GE-EMAIL3   TO WS-CMP-ANTES.
           MOVE EMP-EMAIL3  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-WEB1" TO WS-CMP-LABEL.
           MOVE GE-WEB1     TO WS-CMP-ANTES.
           MOVE EMP-WEB1    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-WEB2" TO WS-CMP-LABEL.
           MOVE GE-WEB2     TO WS-CMP-ANTES.
           MOVE EMP-WEB2    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-RLEGAL" TO WS-CMP-LABEL.
           MOVE GE-RLEGAL   TO WS-CMP-ANTES.
           MOVE EMP-RLEGAL  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-FEC-CREA" TO WS-CMP-LABEL.
           MOVE GE-FEC-CREA TO WS-CMP-ANTES.
           MOVE EMP-FEC-CREA TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-FEC-MOD" TO WS-CMP-LABEL.
           MOVE GE-FEC-MOD  TO WS-CMP-ANTES.
           MOVE EMP-FEC-MOD TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-ESTADO" TO WS-CMP-LABEL.
           MOVE GE-ESTADO   TO WS-CMP-ANTES.
           MOVE EMP-ESTADO  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-PADRE-ID" TO WS-CMP-LABEL.
           MOVE GE-PADRE-ID TO WS-CMP-ANTES.
           MOVE EMP-PADRE-ID TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-FEC-RENOV" TO WS-CMP-LABEL.
           MOVE GE-FEC-RENOV TO WS-CMP-ANTES.
           MOVE EMP-FEC-RENOV TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
      * ...............................................................
       2420-FIELDS-PLAYERS.
           MOVE "PLAY_NAME" TO WS-CMP-LABEL.
           MOVE GP-PLAY-NAME TO WS-CMP-ANTES.
           MOVE PLAY_NAME   TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "PLAY_LNAME" TO WS-CMP-LABEL.
           MOVE GP-PLAY-LNAME TO WS-CMP-ANTES.
           MOVE PLAY_LNAME  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "PLAY_POS" TO WS-CMP-LABEL.
           MOVE GP-PLAY-POS TO WS-CMP-ANTES.
           MOVE PLAY_POS    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "PLAY_NUM" TO WS-CMP-LABEL.
           MOVE GP-PLAY-NUM TO WS-CMP-ANTES.
           MOVE PLAY_NUM    TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "TEAM_ID" TO WS-CMP-LABEL.
           MOVE GP-TEAM-ID  TO WS-CMP-ANTES.
           MOVE TEAM_ID     TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "EMP-ID" TO WS-CMP-LABEL.
           MOVE GP-EMP-ID   TO WS-CMP-ANTES.
           MOVE EMP-ID-PLY  TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "PLAY_STATUS" TO WS-CMP-LABEL.
           MOVE GP-PLAY-STATUS TO WS-CMP-ANTES.
           MOVE PLAY_STATUS TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "PLAY_FEC_REG" TO WS-CMP-LABEL.
           MOVE GP-PLAY-FEC-REG TO WS-CMP-ANTES.
           MOVE PLAY_FEC_REG TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
      * ...............................................................
       2430-FIELDS-CLIMAST.
           MOVE "CM-CLIENT-LNAME" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-LNAME TO WS-CMP-ANTES.
           MOVE CM-CLIENT-LNAME TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-NAME" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-NAME TO WS-CMP-ANTES.
           MOVE CM-CLIENT-NAME TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-DOB" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-DOB TO WS-CMP-ANTES.
           MOVE CM-CLIENT-DOB TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-GENDER" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-GENDER TO WS-CMP-ANTES.
           MOVE CM-CLIENT-GENDER TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-CIVIL-STATUS" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-CIVIL-STATUS TO WS-CMP-ANTES.
           MOVE CM-CLIENT-CIVIL-STATUS TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-PEOPLE-CHARGE" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-PEOPLE-CHARGE TO WS-CMP-ANTES.
           MOVE CM-CLIENT-PEOPLE-CHARGE TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "CM-CLIENT-SALARY" TO WS-CMP-LABEL.
           MOVE GC-CLIENT-SALARY TO WS-CMP-ANTES.
           MOVE CM-CLIENT-SALARY TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
      * ...............................................................
       2440-FIELDS-VFPRICE.
           MOVE "VFP-PRECIO" TO WS-CMP-LABEL.
           MOVE GV-PRECIO TO WS-PRECIO-ED.
           MOVE WS-PRECIO-ED TO WS-CMP-ANTES.
           MOVE VFP-PRECIO TO WS-PRECIO-ED.
           MOVE WS-PRECIO-ED TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "VFP-EXISTENCIA" TO WS-CMP-LABEL.
           MOVE GV-EXISTENCIA TO WS-CMP-ANTES.
           MOVE VFP-EXISTENCIA TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
           MOVE "VFP-REORDEN" TO WS-CMP-LABEL.
           MOVE GV-REORDEN TO WS-CMP-ANTES.
           MOVE VFP-REORDEN TO WS-CMP-DESPUES.
           PERFORM 2490-LINE-IF-CHANGED.
      * ...............................................................
       2490-LINE-IF-CHANGED.
           IF WS-CMP-ANTES NOT = WS-CMP-DESPUES
              ADD 1 TO WS-CAMPOS-DIF
              IF WS-SALIDA-REPORTE
                 MOVE WS-CMP-LABEL   TO CMP-LABEL
                 MOVE WS-CMP-ANTES   TO CMP-ANTES
                 MOVE WS-CMP-DESPUES TO CMP-DESPUES
                 WRITE RPT-LINE FROM WS-CMP-LINE
              ELSE
                 DISPLAY "  " WS-CMP-LABEL
                 DISPLAY "     GENERACION: " WS-CMP-ANTES
                 DISPLAY "     ACTUAL    : " WS-CMP-DESPUES
              END-IF
           END-IF.
      * ...............................................................
       2500-CLOSE-LIVE.
           EVALUATE WS-MAESTRO
              WHEN "E" CLOSE EMPRESA
              WHEN "P" CLOSE PLAYERS
              WHEN "C" CLOSE CLIMAST
              WHEN "V" CLOSE VFPRICE
           END-EVALUATE.
      * ...............................................................
       2510-CLOSE-GEN.
           EVALUATE WS-MAESTRO ALSO WS-GEN-NUM
              WHEN "E" ALSO 1
                 CLOSE EMPG1
              WHEN "E" ALSO 2
                 CLOSE EMPG2
              WHEN "E" ALSO 3
                 CLOSE EMPG3
              WHEN "P" ALSO 1
                 CLOSE PLYG1
              WHEN "P" ALSO 2
                 CLOSE PLYG2
              WHEN "P" ALSO 3
                 CLOSE PLYG3
              WHEN "C" ALSO 1
                 CLOSE CLIG1
              WHEN "C" ALSO 2
                 CLOSE CLIG2
              WHEN "C" ALSO 3
                 CLOSE CLIG3
              WHEN "V" ALSO 1
                 CLOSE VFPG1
              WHEN "V" ALSO 2
                 CLOSE VFPG2
              WHEN "V" ALSO 3
                 CLOSE VFPG3
           END-EVALUATE.
      * ...............................................................
       2600-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "REGISTROS EN EL MAESTRO" TO TOT-TEXTO.
           MOVE WS-CNT-ACT TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE "REGISTROS EN LA GENERACION" TO TOT-TEXTO.
           MOVE WS-CNT-GEN TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE "ALTAS DESDE LA GENERACION" TO TOT-TEXTO.
           MOVE WS-CNT-ALTAS TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE "BAJAS DESDE LA GENERACION" TO TOT-TEXTO.
           MOVE WS-CNT-BAJAS TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE "REGISTROS CAMBIADOS" TO TOT-TEXTO.
           MOVE WS-CNT-CAMBIOS TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE "REGISTROS SIN CAMBIO" TO TOT-TEXTO.
           MOVE WS-CNT-IGUALES TO TOT-CUENTA.
           WRITE RPT-LINE FROM WS-TOT-LINE.
      * ...............................................................
      * RESTORE ONE RECORD - PUTS A SINGLE KEY BACK AS IT IS IN THE
      * GENERATION, UNDER THE MASTER'S LOCK AND AFTER CONFIRMATION
       4000-RESTORE-RECORD.
           PERFORM 1100-ASK-MASTER.
           IF WS-DATOS-OK
              PERFORM 4100-ASK-KEY
           END-IF.
           IF WS-DATOS-OK
              PERFORM 4200-SIGN-ON
           END-IF.
           IF WS-DATOS-OK
              MOVE "A" TO WS-LCK-ACCION
              MOVE WS-MAE-NOMBRE TO WS-LCK-ARCHIVO
              MOVE "GENCMP1 " TO WS-LCK-PROGRAMA
              CALL "LOCKMGR1" USING WS-LOCK-REQ
              IF WS-LCK-RESULT NOT = "Y"
                 DISPLAY WS-MAE-NOMBRE " EN USO - INTENTE LUEGO"
              ELSE
                 PERFORM 4300-RESTORE-LOCKED
                 MOVE "L" TO WS-LCK-ACCION
                 CALL "LOCKMGR1" USING WS-LOCK-REQ
              END-IF
           END-IF.
      * ...............................................................
       4100-ASK-KEY.
           MOVE SPACES TO WS-ENT-CLAVE.
           EVALUATE WS-MAESTRO
              WHEN "P"
                 DISPLAY "PLAY_ID A RESTAURAR: "
                 ACCEPT WS-ENT-PLAY-ID
                 MOVE WS-ENT-PLAY-ID TO WS-ENT-CLAVE
              WHEN "V"
                 DISPLAY "CODVF A RESTAURAR: "
                 ACCEPT WS-ENT-CODVF
                 IF WS-ENT-CODVF NOT NUMERIC
                    DISPLAY "CODVF DEBE SER NUMERICO"
                    MOVE 'N' TO WS-DATOS-OK-SW
                 ELSE
                    MOVE WS-ENT-CODVF TO WS-ENT-CLAVE
                 END-IF
              WHEN OTHER
                 DISPLAY "CLAVE DEL REGISTRO A RESTAURAR: "
                 ACCEPT WS-ENT-CLAVE
                 IF WS-ENT-CLAVE = SPACES
                    DISPLAY "CLAVE EN BLANCO"
                    MOVE 'N' TO WS-DATOS-OK-SW
                 END-IF
           END-EVALUATE.
      * ...............................................................
      * THE AUDIT LINES CARRY THE SIGNED-ON USER - THE MENU'S SESSION,
      * OR A SIGN-ON OF ITS OWN WHEN RUN OUTSIDE THE MENU
       4200-SIGN-ON.
           IF WS-SES-USUARIO = SPACES
              MOVE "F" TO WS-SES-FUNCION
              CALL "USRSES1" USING WS-SES-REQ
              IF NOT WS-SES-OK
                 DISPLAY "SIGN-ON FALLIDO"
                 MOVE SPACES TO WS-SES-USUARIO
                 MOVE 'N' TO WS-DATOS-OK-SW
              END-IF
           END-IF.
      * ...............................................................
       4300-RESTORE-LOCKED.
           PERFORM 2110-OPEN-GEN-INPUT.
           IF WS-DATOS-OK
              PERFORM 4310-OPEN-LIVE-IO
              IF WS-DATOS-OK
                 PERFORM 4320-READ-BY-KEY
                 PERFORM 4330-CONFIRM-AND-APPLY
                 PERFORM 2500-CLOSE-LIVE
              END-IF
              PERFORM 2510-CLOSE-GEN
           END-IF.
      * ...............................................................
       4310-OPEN-LIVE-IO.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 OPEN I-O EMPRESA
                 MOVE WS-EMP-STATUS TO WS-LIVE-STATUS
              WHEN "P"
                 OPEN I-O PLAYERS
                 MOVE WS-PLY-STATUS TO WS-LIVE-STATUS
              WHEN "C"
                 OPEN I-O CLIMAST
                 MOVE WS-CLI-STATUS TO WS-LIVE-STATUS
              WHEN "V"
                 OPEN I-O VFPRICE
                 MOVE WS-VFP-STATUS TO WS-LIVE-STATUS
           END-EVALUATE.
           IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "05"
              DISPLAY WS-MAE-NOMBRE " NO DISPONIBLE - STATUS "
                 WS-LIVE-STATUS
              MOVE 'N' TO WS-DATOS-OK-SW
           END-IF.
      * ...............................................................
       4320-READ-BY-KEY.
           MOVE 'Y' TO WS-EN-ACT-SW WS-EN-GEN-SW.
           EVALUATE WS-MAESTRO
              WHEN "E"
                 MOVE WS-ENT-CLAVE TO EMP-ID GE-EMP-ID
                 READ EMPRESA
                    INVALID KEY MOVE 'N' TO WS-EN-ACT-SW
                 END-READ
                 PERFORM 2220-READ-GEN-BY-KEY
              WHEN "P"
                 MOVE WS-ENT-PLAY-ID TO PLAY_ID GP-PLAY-ID
                 READ PLAYERS
                    INVALID KEY MOVE 'N' TO WS-EN-ACT-SW
                 END-READ
                 PERFORM 2220-READ-GEN-BY-KEY
              WHEN "C"
                 MOVE WS-ENT-CLAVE TO CM-CLIENT-ID GC-CLIENT-ID
                 READ CLIMAST
                    INVALID KEY MOVE 'N' TO WS-EN-ACT-SW
                 END-READ
                 PERFORM 2220-READ-GEN-BY-KEY
              WHEN "V"
                 MOVE WS-ENT-CODVF TO VFP-CODVF GV-CODVF
                 READ VFPRICE
                    INVALID KEY MOVE 'N' TO WS-EN-ACT-SW
                 END-READ
                 PERFORM 2220-READ-GEN-BY-KEY
           END-EVALUATE.
      * ...............................................................
      * SHOWS WHAT THE RESTORE WILL DO BEFORE ASKING FOR CONFIRMATION
       4330-CONFIRM-AND-APPLY.
           MOVE 'N' TO WS-DIFIERE-SW.
           IF WS-EN-ACT AND WS-EN-GEN
              PERFORM 2335-SET-DIFFERS
              IF WS-DIFIERE
                 DISPLAY "CAMBIOS DESDE " WS-GEN-NOMBRE ":"
                 MOVE 'P' TO WS-SALIDA-SW
                 PERFORM 2400-COMPARE-FIELDS
                 IF WS-CAMPOS-DIF = ZERO
                    DISPLAY "  (SOLO CAMBIO EL AREA DE RELLENO)"
                 END-IF
              ELSE
                 DISPLAY "EL REGISTRO ES IGUAL AL DE " WS-GEN-NOMBRE
                    " - NADA QUE RESTAURAR"
              END-IF
           ELSE
              IF WS-EN-GEN
                 MOVE 'Y' TO WS-DIFIERE-SW
                 PERFORM 2350-DESCRIBE-GEN
                 DISPLAY "NO ESTA EN EL MAESTRO (BAJA POSTERIOR) - "
                    "SE VOLVERA A CREAR:"
                 DISPLAY "  " WS-DESCRIPCION
              ELSE
                 IF WS-EN-ACT
                    MOVE 'Y' TO WS-DIFIERE-SW
                    PERFORM 2340-DESCRIBE-LIVE
                    DISPLAY "NO ESTA EN LA GENERACION (ALTA POSTERIOR)"
                       " - SE BORRARA DEL MAESTRO:"
                    DISPLAY "  " WS-DESCRIPCION
                 ELSE
                    DISPLAY "LA CLAVE NO ESTA NI EN EL MAESTRO NI EN "
                       WS-GEN-NOMBRE
                 END-IF
              END-IF
           END-IF.
           IF WS-DIFIERE
              DISPLAY "CONFIRMA LA RESTAURACION DEL REGISTRO? (Y/N): "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM-YES
                 PERFORM 4340-APPLY-RESTORE
              ELSE
                 DISPLAY "RESTAURACION CANCELADA"
              END-IF
           END-IF.
      * ...............................................................
       4340-APPLY-RESTORE.
           MOVE 'Y' TO WS-GRABO-SW.
           EVALUATE WS-MAESTRO
              WHEN "E" PERFORM 4400-RESTORE-EMPRESA
              WHEN "P" PERFORM 4500-RESTORE-PLAYERS
              WHEN "C" PERFORM 4600-RESTORE-CLIMAST
              WHEN "V" PERFORM 4700-RESTORE-VFPRICE
           END-EVALUATE.
           IF WS-GRABO
              DISPLAY "REGISTRO " WS-ENT-CLAVE " RESTAURADO DESDE "
                 WS-GEN-NOMBRE
              MOVE "RESTORED" TO WS-RUNLOG-STATUS
              MOVE 1 TO WS-RUNLOG-REGS
           ELSE
              DISPLAY "NO SE PUDO GRABAR EN " WS-MAE-NOMBRE
                 " - STATUS " WS-LIVE-STATUS
              MOVE "RESTFAIL" TO WS-RUNLOG-STATUS
              MOVE ZERO TO WS-RUNLOG-REGS
           END-IF.
           PERFORM 9000-WRITE-RUNLOG.
      * ...............................................................
       4400-RESTORE-EMPRESA.
           IF WS-EN-ACT
              MOVE REG-EMPRESA TO WS-AUD-ANTES
           ELSE
              MOVE SPACES TO WS-AUD-ANTES
           END-IF.
           IF WS-EN-GEN
              MOVE REG-EMPGEN TO REG-EMPRESA
              MOVE REG-EMPRESA TO WS-AUD-DESPUES
              IF WS-EN-ACT
                 MOVE "MOD" TO WS-AUD-ACCION
                 REWRITE REG-EMPRESA
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-REWRITE
              ELSE
                 MOVE "CRE" TO WS-AUD-ACCION
                 WRITE REG-EMPRESA
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-WRITE
              END-IF
           ELSE
              MOVE "DEL" TO WS-AUD-ACCION
              MOVE SPACES TO WS-AUD-DESPUES
              DELETE EMPRESA RECORD
                 INVALID KEY MOVE 'N' TO WS-GRABO-SW
              END-DELETE
           END-IF.
           MOVE WS-EMP-STATUS TO WS-LIVE-STATUS.
           IF WS-GRABO
              PERFORM 8000-WRITE-EMPAUDIT
           END-IF.
      * ...............................................................
       4500-RESTORE-PLAYERS.
           IF WS-EN-GEN
              MOVE REG-PLYGEN TO REG-PLAYERS
              IF WS-EN-ACT
                 REWRITE REG-PLAYERS
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-REWRITE
              ELSE
                 WRITE REG-PLAYERS
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-WRITE
              END-IF
           ELSE
              DELETE PLAYERS RECORD
                 INVALID KEY MOVE 'N' TO WS-GRABO-SW
              END-DELETE
           END-IF.
           MOVE WS-PLY-STATUS TO WS-LIVE-STATUS.
      * ...............................................................
       4600-RESTORE-CLIMAST.
           IF WS-EN-ACT
              MOVE REG-CLIMAST TO WS-AUD-ANTES
           ELSE
              MOVE SPACES TO WS-AUD-ANTES
           END-IF.
           IF WS-EN-GEN
              MOVE REG-CLIGEN TO REG-CLIMAST
              MOVE REG-CLIMAST TO WS-AUD-DESPUES
              IF WS-EN-ACT
                 MOVE "MOD" TO WS-AUD-ACCION
                 REWRITE REG-CLIMAST
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-REWRITE
              ELSE
                 MOVE "CRE" TO WS-AUD-ACCION
                 WRITE REG-CLIMAST
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-WRITE
              END-IF
           ELSE
              MOVE "DEL" TO WS-AUD-ACCION
              MOVE SPACES TO WS-AUD-DESPUES
              DELETE CLIMAST RECORD
                 INVALID KEY MOVE 'N' TO WS-GRABO-SW
              END-DELETE
           END-IF.
           MOVE WS-CLI-STATUS TO WS-LIVE-STATUS.
           IF WS-GRABO
              PERFORM 8100-WRITE-CLIAUDIT
           END-IF.
      * ...............................................................
      * A CHANGE IN STOCK ON HAND GOES TO THE STOCK LEDGER AS AN
      * ADJUSTMENT, SO THE BALANCE NEVER MOVES WITHOUT A MOVEMENT
       4700-RESTORE-VFPRICE.
           IF WS-EN-ACT
              MOVE VFP-EXISTENCIA TO WS-EXIST-ANTES
           ELSE
              MOVE ZERO TO WS-EXIST-ANTES
           END-IF.
           IF WS-EN-GEN
              MOVE REG-VFPGEN TO REG-VFPRICE
              MOVE VFP-EXISTENCIA TO WS-EXIST-DESPUES
              IF WS-EN-ACT
                 REWRITE REG-VFPRICE
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-REWRITE
              ELSE
                 WRITE REG-VFPRICE
                    INVALID KEY MOVE 'N' TO WS-GRABO-SW
                 END-WRITE
              END-IF
           ELSE
              MOVE ZERO TO WS-EXIST-DESPUES
              DELETE VFPRICE RECORD
                 INVALID KEY MOVE 'N' TO WS-GRABO-SW
              END-DELETE
           END-IF.
           MOVE WS-VFP-STATUS TO WS-LIVE-STATUS.
           IF WS-GRABO AND WS-EXIST-DESPUES NOT = WS-EXIST-ANTES
              PERFORM 8200-WRITE-STOCK-MOVE
           END-IF.
      * ...............................................................
       8000-WRITE-EMPAUDIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN EXTEND EMPAUDIT.
           IF WS-AUD-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR EMPAUDIT.DAT"
           ELSE
              MOVE WS-AUD-ACCION      TO EAU-ACCION
              MOVE WS-FECHA-HOY       TO EAU-FECHA
              MOVE WS-HORA-HOY (1:6)  TO EAU-HORA
              MOVE WS-ENT-CLAVE       TO EAU-EMP-ID
              MOVE WS-AUD-ANTES       TO EAU-ANTES
              MOVE WS-AUD-DESPUES     TO EAU-DESPUES
              MOVE WS-SES-USUARIO     TO EAU-USUARIO
              WRITE EAU-REC
              CLOSE EMPAUDIT
           END-IF.
      * ...............................................................
       8100-WRITE-CLIAUDIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN EXTEND CLIAUDIT.
           IF WS-AUD-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR CLIAUDIT.DAT"
           ELSE
              MOVE WS-AUD-ACCION      TO CAU-ACCION
              MOVE WS-FECHA-HOY       TO CAU-FECHA
              MOVE WS-HORA-HOY (1:6)  TO CAU-HORA
              MOVE WS-ENT-CLAVE       TO CAU-CLIENT-ID
              MOVE WS-AUD-ANTES       TO CAU-ANTES
              MOVE WS-AUD-DESPUES     TO CAU-DESPUES
              MOVE WS-SES-USUARIO     TO CAU-USUARIO
              WRITE CAU-REC
              CLOSE CLIAUDIT
           END-IF.
      * ...............................................................
       8200-WRITE-STOCK-MOVE.
           IF WS-EXIST-DESPUES > WS-EXIST-ANTES
              COMPUTE WS-CANT-MOV = WS-EXIST-DESPUES - WS-EXIST-ANTES
              MOVE "+" TO WS-SIGNO-MOV
           ELSE
              COMPUTE WS-CANT-MOV = WS-EXIST-ANTES - WS-EXIST-DESPUES
              MOVE "-" TO WS-SIGNO-MOV
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN EXTEND VFSTKLG.
           IF WS-AUD-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR VFSTKLG.DAT"
           ELSE
              MOVE WS-FECHA-HOY       TO MOV-FECHA
              MOVE WS-HORA-HOY (1:6)  TO MOV-HORA
              MOVE WS-ENT-CODVF       TO MOV-CODVF
              MOVE "A"                TO MOV-TIPO
              MOVE WS-SIGNO-MOV       TO MOV-SIGNO
              MOVE WS-CANT-MOV        TO MOV-CANT
              MOVE WS-EXIST-DESPUES   TO MOV-SALDO
              MOVE "GENCMP1 RESTAURAC." TO MOV-REF
              MOVE WS-SES-USUARIO     TO MOV-USUARIO
              WRITE MOV-REC
              CLOSE VFSTKLG
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS ACTION
       9000-WRITE-RUNLOG.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "GENCMP1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
              WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
              " STATUS=" WS-RUNLOG-STATUS
              " MAE=" WS-MAE-BASE
              " GEN=" WS-GEN-NUM
              " REGS=" WS-RUNLOG-REGS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
      * ===============================================================
       END PROGRAM GENCMP1.
