      * ===============================================================
       IDENTIFICATION DIVISION.
      * FCATCNT1 = CONTEO NOCTURNO DEL CATALOGO DE ARCHIVOS. PARA CADA
      * ARCHIVO DE FILECAT.DAT (FCATMNT1) VERIFICA QUE EXISTA, TOMA SU
      * TAMANO Y FECHA DE ULTIMA MODIFICACION, CUENTA LOS REGISTROS
      * DE LOS SECUENCIALES Y LOS COMPARA CON EL CONTEO ANTERIOR DEL
      * HISTORICO FCATHIST.DAT. EN FCATCNT.RPT MARCA LOS ARCHIVOS QUE
      * NO EXISTEN, LOS QUE PASARON SU RETENCION (SE PUEDEN BORRAR) Y
      * LOS QUE NADIE TOCA HACE MAS DE N DIAS (FCATCNT1/DIAS-SIN-USO,
      * POR OMISION 90); LISTA LOS ARCHIVOS DEL LISTADO DEL DIRECTORIO
      * (FCATDIR.TMP) QUE NO ESTAN CATALOGADOS Y LOS QUE MAS CRECIERON
      * EN LA VENTANA DEL HISTORICO (FCATCNT1/VENTANA, POR OMISION 30
      * DIAS). CADA CORRIDA AGREGA SUS CONTEOS AL HISTORICO, UNA LINEA
      * POR ARCHIVO, COMO EL RUN-LOG. LOS INDEXADOS Y RELATIVOS SE
      * SIGUEN POR TAMANO EN BYTES, SIN CONTEO DE REGISTROS.
      * TERMINA RC 4 CUANDO HAY ALGO QUE REVISAR
       PROGRAM-ID. FCATCNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILECAT ASSIGN TO "FILECAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FCT-STATUS.
      * HISTORICO DE CONTEOS - UNA LINEA POR ARCHIVO Y CORRIDA
           SELECT OPTIONAL FCATHIST ASSIGN TO "FCATHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-HIS-STATUS.
      * LISTADO DEL DIRECTORIO DE TRABAJO, UN NOMBRE POR LINEA
           SELECT OPTIONAL FCATDIR ASSIGN TO "FCATDIR.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-DIR-STATUS.
      * EL ARCHIVO CATALOGADO QUE SE ESTA CONTANDO
           SELECT CNTFILE ASSIGN TO DYNAMIC WS-CNT-NOMBRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CNT-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
           SELECT CATRPT ASSIGN TO "FCATCNT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD FILECAT.
       01 FCT-REC.
           03 FCT-ARCHIVO                       PIC X(20).
           03 FCT-DUENO                         PIC X(08).
           03 FCT-LECTOR OCCURS 4 TIMES         PIC X(08).
           03 FCT-LONG                          PIC 9(05).
           03 FCT-ORG                           PIC X(01).
           03 FCT-RETENCION                     PIC 9(04).
           03 FCT-DESC                          PIC X(30).

       FD FCATHIST.
       01 FCH-REC.
           03 FCH-FECHA                         PIC 9(08).
           03 FCH-HORA                          PIC 9(06).
           03 FCH-ARCHIVO                       PIC X(20).
      * S = REGISTROS CONTADOS; N = SOLO TAMANO
           03 FCH-CONTADO                       PIC X(01).
           03 FCH-REGISTROS                     PIC 9(09).
           03 FCH-BYTES                         PIC 9(12).

       FD FCATDIR.
       01 DIR-LINE                              PIC X(80).

       FD CNTFILE.
       01 CNT-LINE                              PIC X(1000).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                       PIC X(08).
           03 PRM-KEY                           PIC X(12).
           03 PRM-VALUE                         PIC X(20).

       FD CATRPT.
       01 RPT-LINE                              PIC X(132).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FCT-STATUS                        PIC XX.
       01  WS-HIS-STATUS                        PIC XX.
       01  WS-DIR-STATUS                        PIC XX.
       01  WS-CNT-STATUS                        PIC XX.
       01  WS-RPT-STATUS                        PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-TRUNC-SW                          PIC X(01) VALUE 'N'.
           88 WS-CARGA-TRUNCADA                 VALUE 'Y'.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).

       01  WS-DIAS-SIN-USO                      PIC 9(03) VALUE 90.
       01  WS-VENTANA                           PIC 9(03) VALUE 30.
       01  WS-HOY                               PIC 9(08).
       01  WS-HORA.
           03 WS-HORA-HHMMSS                    PIC 9(06).
           03 FILLER                            PIC 9(02).
       01  WS-INT-HOY                           PIC 9(07).
       01  WS-DESDE                             PIC 9(08).

      * EL ARCHIVO A CONTAR Y LO QUE DEVUELVE CBL_CHECK_FILE_EXIST:
      * TAMANO EN BYTES, FECHA (DIA, MES, ANO BINARIOS) Y HORA
       01  WS-CNT-NOMBRE                        PIC X(20).
       01  WS-CNT-REGS                          PIC 9(09).
       01  WS-FILE-INFO.
           03 WS-FI-BYTES                       PIC 9(18) COMP.
           03 WS-FI-DIA                         PIC X(01).
           03 WS-FI-MES                         PIC X(01).
           03 WS-FI-ANIO                        PIC X(02).
           03 WS-FI-HORA                        PIC X(04).
       01  WS-ANIO-BIN                          PIC 9(04) COMP.
       01  WS-ANIO-BIN-X REDEFINES WS-ANIO-BIN  PIC X(02).
       01  WS-BYTE-BIN                          PIC 9(04) COMP.
       01  WS-BYTE-BIN-X REDEFINES WS-BYTE-BIN.
           03 WS-BYTE-ALTO                      PIC X(01).
           03 WS-BYTE-BAJO                      PIC X(01).
       01  WS-FMOD.
           03 WS-FMOD-ANIO                      PIC 9(04).
           03 WS-FMOD-MES                       PIC 9(02).
           03 WS-FMOD-DIA                       PIC 9(02).
       01  WS-FMOD-N REDEFINES WS-FMOD          PIC 9(08).

      * EL CATALOGO CON LO QUE SE MIDE ESTA NOCHE, EL CONTEO ANTERIOR
      * Y LA BASE DE LA VENTANA DE CRECIMIENTO
       01  WS-CAT-COUNT                         PIC 9(03) VALUE ZERO.
       01  WS-CAT-IDX                           PIC 9(03).
       01  WS-CAT-HIT                           PIC 9(03).
       01  WS-CAT-TABLA.
           03 WS-CAT-ENTRY OCCURS 300 TIMES.
              05 WS-CAT-ARCHIVO                 PIC X(20).
              05 WS-CAT-DUENO                   PIC X(08).
              05 WS-CAT-LONG                    PIC 9(05).
              05 WS-CAT-ORG                     PIC X(01).
              05 WS-CAT-RETENCION               PIC 9(04).
              05 WS-CAT-EXISTE                  PIC X(01).
              05 WS-CAT-CONTADO                 PIC X(01).
              05 WS-CAT-REGS                    PIC 9(09).
              05 WS-CAT-BYTES                   PIC 9(12).
              05 WS-CAT-FMOD                    PIC 9(08).
              05 WS-CAT-DIAS                    PIC 9(05).
              05 WS-CAT-ANT-SW                  PIC X(01).
              05 WS-CAT-ANT-CONTADO             PIC X(01).
              05 WS-CAT-ANT-REGS                PIC 9(09).
              05 WS-CAT-BASE-SW                 PIC X(01).
              05 WS-CAT-BASE-FECHA              PIC 9(08).
              05 WS-CAT-BASE-BYTES              PIC 9(12).
              05 WS-CAT-ELEGIDO                 PIC X(01).
       01  WS-BUSCADO                           PIC X(20).

      * TOTALES DE LO QUE HAY QUE REVISAR
       01  WS-CNT-NO-EXISTEN                    PIC 9(03) VALUE ZERO.
       01  WS-CNT-NO-LEGIBLES                   PIC 9(03) VALUE ZERO.
       01  WS-CNT-VENCIDOS                      PIC 9(03) VALUE ZERO.
       01  WS-CNT-SIN-USO                       PIC 9(03) VALUE ZERO.
       01  WS-CNT-NO-CATALOG                    PIC 9(03) VALUE ZERO.
       01  WS-LISTADO-SW                        PIC X(01) VALUE 'N'.
           88 WS-HAY-LISTADO                    VALUE 'Y'.

      * LOS DE MAYOR CRECIMIENTO, DE A UNO POR PASADA
       01  WS-RANK                              PIC 9(02).
       01  WS-CRECE                             PIC S9(12).
       01  WS-CRECE-MAX                         PIC S9(12).
       01  WS-CRECE-HIT                         PIC 9(03).

       01  WS-LIN-COL.
           03 FILLER            PIC X(21) VALUE 'ARCHIVO'.
           03 FILLER            PIC X(02) VALUE 'O'.
           03 FILLER            PIC X(06) VALUE 'LARGO'.
           03 FILLER            PIC X(09) VALUE 'DUENO'.
           03 FILLER            PIC X(12) VALUE '  REGISTROS'.
           03 FILLER            PIC X(12) VALUE '   ANTERIOR'.
           03 FILLER            PIC X(13) VALUE '  DIFERENCIA'.
           03 FILLER            PIC X(12) VALUE '     KBYTES'.
           03 FILLER            PIC X(11) VALUE 'MODIFICADO'.
           03 FILLER            PIC X(06) VALUE ' DIAS'.
           03 FILLER            PIC X(06) VALUE 'RETEN'.
           03 FILLER            PIC X(04) VALUE 'NOTA'.

       01  WS-LIN-DET.
           03 DET-ARCHIVO       PIC X(20).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-ORG           PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-LONG          PIC ZZZZ9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-DUENO         PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-REGS          PIC ZZZ,ZZZ,ZZ9.
           03 DET-REGS-X REDEFINES DET-REGS PIC X(11).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-ANT           PIC ZZZ,ZZZ,ZZ9.
           03 DET-ANT-X REDEFINES DET-ANT PIC X(11).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-DIF           PIC -ZZZ,ZZZ,ZZ9.
           03 DET-DIF-X REDEFINES DET-DIF PIC X(12).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-KB            PIC ZZZ,ZZZ,ZZ9.
           03 DET-KB-X REDEFINES DET-KB PIC X(11).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-FMOD          PIC 9999/99/99.
           03 DET-FMOD-X REDEFINES DET-FMOD PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-DIAS          PIC ZZZZ9.
           03 DET-DIAS-X REDEFINES DET-DIAS PIC X(05).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-RET           PIC X(05).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 DET-NOTA          PIC X(20).

       01  WS-LIN-CRECE.
           03 CRE-ARCHIVO       PIC X(20).
           03 FILLER            PIC X(07) VALUE ' DESDE '.
           03 CRE-DESDE         PIC 9999/99/99.
           03 FILLER            PIC X(07) VALUE ' BYTES '.
           03 CRE-ANTES         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(03) VALUE ' A '.
           03 CRE-AHORA         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER            PIC X(07) VALUE ' CRECE '.
           03 CRE-CRECE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-PARAMETERS.
           PERFORM 2000-LOAD-CATALOG.
           IF WS-CARGA-TRUNCADA
              DISPLAY "FILECAT.DAT EXCEDE LA TABLA (300) - SIN CONTEO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CAT-COUNT = ZERO
              DISPLAY "NO HAY FILECAT.DAT - CARGUE EL CATALOGO CON "
                 "FCATMNT1"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 3000-READ-HISTORY.
           PERFORM 4000-MEASURE-ONE-FILE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT.
           OPEN OUTPUT CATRPT.
           PERFORM 5000-WRITE-DETAIL.
           PERFORM 6000-WRITE-UNCATALOGED.
           PERFORM 7000-WRITE-GROWTH.
           PERFORM 5900-WRITE-TOTALS.
           CLOSE CATRPT.
           PERFORM 8000-APPEND-HISTORY.
           DISPLAY "CATALOGO CONTADO: " WS-CAT-COUNT
              " ARCHIVOS - VER FCATCNT.RPT".
           IF WS-CNT-NO-EXISTEN > ZERO OR WS-CNT-NO-LEGIBLES > ZERO
              OR WS-CNT-VENCIDOS > ZERO OR WS-CNT-SIN-USO > ZERO
              OR WS-CNT-NO-CATALOG > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ...............................................................
      * DIAS SIN USO Y VENTANA DEL CRECIMIENTO, DE TRES DIGITOS
       1000-READ-PARAMETERS.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-HOY).
           MOVE "DIAS-SIN-USO" TO WS-PRM-BUSCADA.
           PERFORM 9000-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
              AND WS-PRM-VALOR (1:3) NOT = "000"
              MOVE WS-PRM-VALOR (1:3) TO WS-DIAS-SIN-USO
           END-IF.
           MOVE "VENTANA     " TO WS-PRM-BUSCADA.
           PERFORM 9000-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
              AND WS-PRM-VALOR (1:3) NOT = "000"
              MOVE WS-PRM-VALOR (1:3) TO WS-VENTANA
           END-IF.
           COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER
              (WS-INT-HOY - WS-VENTANA).
      * ...............................................................
       2000-LOAD-CATALOG.
           OPEN INPUT FILECAT.
           IF WS-FCT-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-FILE
              PERFORM 2020-ADD-FILE
                 UNTIL WS-EOF OR WS-CAT-COUNT >= 300
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
              END-IF
              CLOSE FILECAT
           ELSE
              IF WS-FCT-STATUS = "05" OR WS-FCT-STATUS = "35"
                 CLOSE FILECAT
              END-IF
           END-IF.
      * ...............................................................
       2010-READ-NEXT-FILE.
           READ FILECAT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       2020-ADD-FILE.
           ADD 1 TO WS-CAT-COUNT.
           MOVE FCT-ARCHIVO   TO WS-CAT-ARCHIVO (WS-CAT-COUNT).
           MOVE FCT-DUENO     TO WS-CAT-DUENO (WS-CAT-COUNT).
           MOVE FCT-LONG      TO WS-CAT-LONG (WS-CAT-COUNT).
           MOVE FCT-ORG       TO WS-CAT-ORG (WS-CAT-COUNT).
           MOVE FCT-RETENCION TO WS-CAT-RETENCION (WS-CAT-COUNT).
           MOVE 'N' TO WS-CAT-ANT-SW (WS-CAT-COUNT)
                       WS-CAT-BASE-SW (WS-CAT-COUNT)
                       WS-CAT-ELEGIDO (WS-CAT-COUNT).
           PERFORM 2010-READ-NEXT-FILE.
      * ...............................................................
      * EL HISTORICO VA EN ORDEN DE CORRIDA: LA ULTIMA LINEA DE UN
      * ARCHIVO ES SU CONTEO ANTERIOR, Y LA PRIMERA DENTRO DE LA
      * VENTANA ES LA BASE DEL CRECIMIENTO
       3000-READ-HISTORY.
           OPEN INPUT FCATHIST.
           IF WS-HIS-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3010-READ-NEXT-HISTORY
              PERFORM 3020-APPLY-HISTORY
                 UNTIL WS-EOF
              CLOSE FCATHIST
           ELSE
              IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
                 CLOSE FCATHIST
              END-IF
           END-IF.
      * ...............................................................
       3010-READ-NEXT-HISTORY.
           READ FCATHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       3020-APPLY-HISTORY.
           MOVE FCH-ARCHIVO TO WS-BUSCADO.
           PERFORM 9100-FIND-FILE.
           IF WS-CAT-HIT > ZERO AND FCH-FECHA IS NUMERIC
              MOVE 'Y' TO WS-CAT-ANT-SW (WS-CAT-HIT)
              MOVE FCH-CONTADO TO WS-CAT-ANT-CONTADO (WS-CAT-HIT)
              MOVE FCH-REGISTROS TO WS-CAT-ANT-REGS (WS-CAT-HIT)
              IF FCH-FECHA NOT < WS-DESDE
                 AND WS-CAT-BASE-SW (WS-CAT-HIT) = 'N'
                 MOVE 'Y' TO WS-CAT-BASE-SW (WS-CAT-HIT)
                 MOVE FCH-FECHA TO WS-CAT-BASE-FECHA (WS-CAT-HIT)
                 MOVE FCH-BYTES TO WS-CAT-BASE-BYTES (WS-CAT-HIT)
              END-IF
           END-IF.
           PERFORM 3010-READ-NEXT-HISTORY.
      * ...............................................................
      * EXISTENCIA, TAMANO Y FECHA DEL ARCHIVO; LOS SECUENCIALES SE
      * LEEN DE PUNTA A PUNTA PARA CONTAR SUS REGISTROS
       4000-MEASURE-ONE-FILE.
           MOVE WS-CAT-ARCHIVO (WS-CAT-IDX) TO WS-CNT-NOMBRE.
           MOVE 'N' TO WS-CAT-CONTADO (WS-CAT-IDX).
           MOVE ZERO TO WS-CAT-REGS (WS-CAT-IDX)
                        WS-CAT-BYTES (WS-CAT-IDX)
                        WS-CAT-FMOD (WS-CAT-IDX)
                        WS-CAT-DIAS (WS-CAT-IDX).
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CNT-NOMBRE
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = ZERO
              MOVE 'N' TO WS-CAT-EXISTE (WS-CAT-IDX)
              ADD 1 TO WS-CNT-NO-EXISTEN
           ELSE
              MOVE 'S' TO WS-CAT-EXISTE (WS-CAT-IDX)
              MOVE WS-FI-BYTES TO WS-CAT-BYTES (WS-CAT-IDX)
              PERFORM 4100-CONVERT-DATE
              MOVE WS-FMOD-N TO WS-CAT-FMOD (WS-CAT-IDX)
              IF WS-FMOD-N > ZERO AND WS-FMOD-N NOT > WS-HOY
                 COMPUTE WS-CAT-DIAS (WS-CAT-IDX) = WS-INT-HOY
                    - FUNCTION INTEGER-OF-DATE(WS-FMOD-N)
              END-IF
              IF WS-CAT-ORG (WS-CAT-IDX) = "S"
                 PERFORM 4200-COUNT-RECORDS
              END-IF
              IF WS-CAT-RETENCION (WS-CAT-IDX) > ZERO
                 AND WS-CAT-DIAS (WS-CAT-IDX)
                     > WS-CAT-RETENCION (WS-CAT-IDX)
                 ADD 1 TO WS-CNT-VENCIDOS
              END-IF
              IF WS-CAT-DIAS (WS-CAT-IDX) > WS-DIAS-SIN-USO
                 ADD 1 TO WS-CNT-SIN-USO
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      * ...............................................................
      * DIA Y MES VIENEN EN UN BYTE BINARIO CADA UNO, EL ANO EN DOS
       4100-CONVERT-DATE.
           MOVE WS-FI-ANIO TO WS-ANIO-BIN-X.
           MOVE WS-ANIO-BIN TO WS-FMOD-ANIO.
           MOVE LOW-VALUE TO WS-BYTE-ALTO.
           MOVE WS-FI-MES TO WS-BYTE-BAJO.
           MOVE WS-BYTE-BIN TO WS-FMOD-MES.
           MOVE WS-FI-DIA TO WS-BYTE-BAJO.
           MOVE WS-BYTE-BIN TO WS-FMOD-DIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FMOD-N) NOT = ZERO
              MOVE ZERO TO WS-FMOD-N
           END-IF.
      * ...............................................................
       4200-COUNT-RECORDS.
           MOVE ZERO TO WS-CNT-REGS.
           OPEN INPUT CNTFILE.
           IF WS-CNT-STATUS NOT = "00"
              ADD 1 TO WS-CNT-NO-LEGIBLES
              MOVE 'X' TO WS-CAT-CONTADO (WS-CAT-IDX)
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 4210-READ-NEXT-RECORD
              PERFORM 4220-COUNT-ONE-RECORD
                 UNTIL WS-EOF
              CLOSE CNTFILE
              MOVE 'S' TO WS-CAT-CONTADO (WS-CAT-IDX)
              MOVE WS-CNT-REGS TO WS-CAT-REGS (WS-CAT-IDX)
           END-IF.
      * ...............................................................
       4210-READ-NEXT-RECORD.
           READ CNTFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-CNT-STATUS > "09" AND WS-CNT-STATUS NOT = "10"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
      * ...............................................................
       4220-COUNT-ONE-RECORD.
           ADD 1 TO WS-CNT-REGS.
           PERFORM 4210-READ-NEXT-RECORD.
      * ...............................................................
       5000-WRITE-DETAIL.
           MOVE SPACES TO RPT-LINE.
           STRING "CATALOGO DE ARCHIVOS - CONTEO DEL " WS-HOY
              "   SIN USO: MAS DE " WS-DIAS-SIN-USO " DIAS"
              "   CRECIMIENTO: ULTIMOS " WS-VENTANA " DIAS"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-COL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5010-WRITE-ONE-FILE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT.
      * ...............................................................
      * LA NOTA LLEVA LO MAS GRAVE: NO EXISTE, NO LEGIBLE, VENCIDO
      * (YA SE PUEDE BORRAR) Y SIN USO
       5010-WRITE-ONE-FILE.
           MOVE SPACES TO WS-LIN-DET.
           MOVE WS-CAT-ARCHIVO (WS-CAT-IDX) TO DET-ARCHIVO.
           MOVE WS-CAT-ORG (WS-CAT-IDX) TO DET-ORG.
           MOVE WS-CAT-LONG (WS-CAT-IDX) TO DET-LONG.
           MOVE WS-CAT-DUENO (WS-CAT-IDX) TO DET-DUENO.
           IF WS-CAT-RETENCION (WS-CAT-IDX) = ZERO
              MOVE "PERM." TO DET-RET
           ELSE
              MOVE WS-CAT-RETENCION (WS-CAT-IDX) TO DET-DIAS
              MOVE DET-DIAS-X TO DET-RET
              MOVE SPACES TO DET-DIAS-X
           END-IF.
           IF WS-CAT-CONTADO (WS-CAT-IDX) = 'S'
              MOVE WS-CAT-REGS (WS-CAT-IDX) TO DET-REGS
              IF WS-CAT-ANT-SW (WS-CAT-IDX) = 'Y'
                 AND WS-CAT-ANT-CONTADO (WS-CAT-IDX) = 'S'
                 MOVE WS-CAT-ANT-REGS (WS-CAT-IDX) TO DET-ANT
                 COMPUTE DET-DIF = WS-CAT-REGS (WS-CAT-IDX)
                    - WS-CAT-ANT-REGS (WS-CAT-IDX)
              END-IF
           END-IF.
           IF WS-CAT-EXISTE (WS-CAT-IDX) = 'N'
              MOVE "NO EXISTE" TO DET-NOTA
           ELSE
              COMPUTE DET-KB = (WS-CAT-BYTES (WS-CAT-IDX) + 1023)
                 / 1024
              IF WS-CAT-FMOD (WS-CAT-IDX) > ZERO
                 MOVE WS-CAT-FMOD (WS-CAT-IDX) TO DET-FMOD
                 MOVE WS-CAT-DIAS (WS-CAT-IDX) TO DET-DIAS
              END-IF
              IF WS-CAT-CONTADO (WS-CAT-IDX) = 'X'
                 MOVE "NO LEGIBLE" TO DET-NOTA
              ELSE
              IF WS-CAT-RETENCION (WS-CAT-IDX) > ZERO
                 AND WS-CAT-DIAS (WS-CAT-IDX)
                     > WS-CAT-RETENCION (WS-CAT-IDX)
                 MOVE "VENCIDO - BORRABLE" TO DET-NOTA
              ELSE
              IF WS-CAT-DIAS (WS-CAT-IDX) > WS-DIAS-SIN-USO
                 MOVE "SIN USO" TO DET-NOTA
              ELSE
              IF WS-CAT-CONTADO (WS-CAT-IDX) = 'N'
                 MOVE "SOLO TAMANO" TO DET-NOTA
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           MOVE WS-LIN-DET TO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
       5900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CATALOGADOS " WS-CAT-COUNT
              "  NO EXISTEN " WS-CNT-NO-EXISTEN
              "  NO LEGIBLES " WS-CNT-NO-LEGIBLES
              "  VENCIDOS " WS-CNT-VENCIDOS
              "  SIN USO " WS-CNT-SIN-USO
              "  NO CATALOGADOS " WS-CNT-NO-CATALOG
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
      * ...............................................................
      * LO QUE ESTA EN EL DIRECTORIO Y NADIE CATALOGO
       6000-WRITE-UNCATALOGED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EN DISCO Y NO CATALOGADOS (FCATDIR.TMP)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT FCATDIR.
           IF WS-DIR-STATUS = "00"
              MOVE 'Y' TO WS-LISTADO-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 6010-READ-NEXT-NAME
              PERFORM 6020-CHECK-ONE-NAME
                 UNTIL WS-EOF
              CLOSE FCATDIR
           ELSE
              IF WS-DIR-STATUS = "05" OR WS-DIR-STATUS = "35"
                 CLOSE FCATDIR
              END-IF
           END-IF.
           IF NOT WS-HAY-LISTADO
              MOVE SPACES TO RPT-LINE
              STRING "  SIN LISTADO DEL DIRECTORIO - NO SE VERIFICO"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
              IF WS-CNT-NO-CATALOG = ZERO
                 MOVE SPACES TO RPT-LINE
                 STRING "  NINGUNO"
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
      * ...............................................................
       6010-READ-NEXT-NAME.
           READ FCATDIR
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       6020-CHECK-ONE-NAME.
           MOVE SPACES TO WS-BUSCADO.
           UNSTRING DIR-LINE DELIMITED BY ALL SPACE
              INTO WS-BUSCADO.
           IF WS-BUSCADO NOT = SPACES
              PERFORM 9100-FIND-FILE
              IF WS-CAT-HIT = ZERO
                 ADD 1 TO WS-CNT-NO-CATALOG
                 MOVE SPACES TO RPT-LINE
                 STRING "  " WS-BUSCADO
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
           PERFORM 6010-READ-NEXT-NAME.
      * ...............................................................
      * LOS DIEZ QUE MAS BYTES GANARON DESDE SU PRIMER CONTEO DENTRO
      * DE LA VENTANA
       7000-WRITE-GROWTH.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MAYOR CRECIMIENTO EN LOS ULTIMOS " WS-VENTANA
              " DIAS"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-CRECE-HIT.
           PERFORM 7010-PICK-NEXT-GROWTH
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > 10 OR WS-CRECE-HIT = ZERO.
      * ...............................................................
       7010-PICK-NEXT-GROWTH.
           MOVE ZERO TO WS-CRECE-HIT WS-CRECE-MAX.
           PERFORM 7020-COMPARE-GROWTH
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT.
           IF WS-CRECE-HIT > ZERO
              MOVE 'Y' TO WS-CAT-ELEGIDO (WS-CRECE-HIT)
              MOVE WS-CAT-ARCHIVO (WS-CRECE-HIT) TO CRE-ARCHIVO
              MOVE WS-CAT-BASE-FECHA (WS-CRECE-HIT) TO CRE-DESDE
              MOVE WS-CAT-BASE-BYTES (WS-CRECE-HIT) TO CRE-ANTES
              MOVE WS-CAT-BYTES (WS-CRECE-HIT) TO CRE-AHORA
              MOVE WS-CRECE-MAX TO CRE-CRECE
              MOVE WS-LIN-CRECE TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              IF WS-RANK = 1
                 MOVE SPACES TO RPT-LINE
                 STRING "  SIN CRECIMIENTO EN EL HISTORICO"
                    DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
      * ...............................................................
       7020-COMPARE-GROWTH.
           IF WS-CAT-BASE-SW (WS-CAT-IDX) = 'Y'
              AND WS-CAT-EXISTE (WS-CAT-IDX) = 'S'
              AND WS-CAT-ELEGIDO (WS-CAT-IDX) = 'N'
              COMPUTE WS-CRECE = WS-CAT-BYTES (WS-CAT-IDX)
                 - WS-CAT-BASE-BYTES (WS-CAT-IDX)
              IF WS-CRECE > WS-CRECE-MAX
                 MOVE WS-CRECE TO WS-CRECE-MAX
                 MOVE WS-CAT-IDX TO WS-CRECE-HIT
              END-IF
           END-IF.
      * ...............................................................
      * UNA LINEA POR ARCHIVO EXISTENTE, LA SERIE DEL CRECIMIENTO
       8000-APPEND-HISTORY.
           OPEN EXTEND FCATHIST.
           IF WS-HIS-STATUS NOT > "07"
              PERFORM 8010-WRITE-ONE-HISTORY
                 VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              CLOSE FCATHIST
           END-IF.
      * ...............................................................
       8010-WRITE-ONE-HISTORY.
           IF WS-CAT-EXISTE (WS-CAT-IDX) = 'S'
              MOVE WS-HOY TO FCH-FECHA
              MOVE WS-HORA-HHMMSS TO FCH-HORA
              MOVE WS-CAT-ARCHIVO (WS-CAT-IDX) TO FCH-ARCHIVO
              IF WS-CAT-CONTADO (WS-CAT-IDX) = 'S'
                 MOVE 'S' TO FCH-CONTADO
              ELSE
                 MOVE 'N' TO FCH-CONTADO
              END-IF
              MOVE WS-CAT-REGS (WS-CAT-IDX) TO FCH-REGISTROS
              MOVE WS-CAT-BYTES (WS-CAT-IDX) TO FCH-BYTES
              WRITE FCH-REC
           END-IF.
      * ...............................................................
      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       9000-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 9010-READ-NEXT-PARM
              PERFORM 9020-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       9010-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       9020-MATCH-PARM.
           IF PRM-PROGRAM = "FCATCNT1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 9010-READ-NEXT-PARM
           END-IF.
      * ...............................................................
       9100-FIND-FILE.
           MOVE ZERO TO WS-CAT-HIT.
           PERFORM 9110-COMPARE-FILE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 OR WS-CAT-HIT > ZERO.
      * ...............................................................
       9110-COMPARE-FILE.
           IF WS-CAT-ARCHIVO (WS-CAT-IDX) = WS-BUSCADO
              MOVE WS-CAT-IDX TO WS-CAT-HIT
           END-IF.
      * ===============================================================
       END PROGRAM FCATCNT1.
