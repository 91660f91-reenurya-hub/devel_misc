        IDENTIFICATION DIVISION.
        PROGRAM-ID. CLICMP1.
      * ===============================================================
      * CLICMP1 = EXTRACTO DE CAMPANA DE MERCADEO SOBRE CLIMAST.DAT.
      * LOS CRITERIOS VIENEN DE BATCHPRM (PROGRAMA CLICMP1), CLAVE EN
      * BLANCO O AUSENTE = SIN FILTRO:
      *   CAMPAIGN-ID  IDENTIFICADOR DE LA CAMPANA (OBLIGATORIO)
      *   SEGMENT      CODIGO DE CLISEG.DAT; '*' ACEPTA CUALQUIER
      *                CARACTER EN ESA POSICION (A*X)
      *   AGE-MIN      EDAD MINIMA, 3 DIGITOS (040)
      *   AGE-MAX      EDAD MAXIMA, 3 DIGITOS
      *   GENDER       GENERO (CM-GENDER)
      *   CIVIL        ESTADO CIVIL (CM-CIVIL-STATUS)
      *   SALARY-MIN   SALARIO MINIMO, 9 DIGITOS
      *   SALARY-MAX   SALARIO MAXIMO, 9 DIGITOS
      *   CITY         CIUDAD DEL CONTACTO (CLICONT.DAT)
      *   DAYS-WINDOW  DIAS SIN REPETIR CONTACTO, 3 DIGITOS (OMISION 30)
      * DE LOS QUE CUMPLEN SE EXCLUYEN, EN ESTE ORDEN: LOS DE LA LISTA
      * DE NO CONTACTAR DNCLIST.DAT, LOS SIN CONSENTIMIENTO 'S' EN
      * CLICONT.DAT Y LOS QUE YA RECIBIERON UNA CAMPANA DENTRO DE LA
      * VENTANA SEGUN CMPHIST.DAT. LOS DEPURADOS (CLIARCH.DAT) YA NO
      * ESTAN EN EL MAESTRO Y SOLO SE CUENTAN. SALIDAS:
      *   CMPEXT.DAT - ARCHIVO DELIMITADO POR ';' PARA LA CASA DE
      *                CORREO, CON EL ID DE CAMPANA EN CADA LINEA
      *   CMPHIST.DAT - UNA LINEA POR CLIENTE ENVIADO
      *   CLICMP.RPT - CONTROL DE SELECCIONADOS Y EXCLUIDOS POR MOTIVO
      * RETURN-CODE 8 SI LOS PARAMETROS SON INVALIDOS O SI DNCLIST.DAT
      * O LA HISTORIA DE LA VENTANA NO CABEN EN SU TABLA (5000/10000):
      * SIN LA LISTA COMPLETA NO SE PUEDE EXCLUIR A NADIE Y NO SE
      * ESCRIBE EXTRACTO
      * ===============================================================
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.
        OBJECT-COMPUTER.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CLIENT-ID
                FILE STATUS IS WS-CLIMAST-STATUS.
            SELECT OPTIONAL CLISEG ASSIGN TO "CLISEG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SEG-CLIENT-ID
                FILE STATUS IS WS-SEG-STATUS.
            SELECT OPTIONAL CLICONT ASSIGN TO "CLICONT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CLIENT-ID
                FILE STATUS IS WS-CLICONT-STATUS.
            SELECT OPTIONAL CLIARCH ASSIGN TO "CLIARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
            SELECT OPTIONAL DNCLIST ASSIGN TO "DNCLIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DNC-STATUS.
            SELECT OPTIONAL CMPHIST ASSIGN TO "CMPHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIS-STATUS.
            SELECT CMPEXT ASSIGN TO "CMPEXT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXT-STATUS.
            SELECT CMPRPT ASSIGN TO "CLICMP.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
            SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD CLIMAST.
        01 REG-CLIMAST.
            03 CM-CLIENT-ID                        PIC X(20).
            03 CM-LNAME                            PIC X(50).
            03 CM-NAME                             PIC X(50).
            03 CM-DOB                              PIC 9(8).
            03 CM-DOB-DET REDEFINES CM-DOB.
                05 CM-DOB-AAAA                     PIC 9(4).
                05 CM-DOB-MMDD                     PIC 9(4).
            03 CM-GENDER                           PIC X(1).
            03 CM-CIVIL-STATUS                     PIC X(1).
            03 CM-PEOPLE-CHARGE                    PIC 9(2).
            03 CM-SALARY                           PIC 9(9).

        FD CLISEG.
        01 REG-CLISEG.
            03 SEG-CLIENT-ID                       PIC X(20).
            03 SEG-CODIGO                          PIC X(3).

        FD CLICONT.
        01 REG-CLICONT.
            03 CC-CLIENT-ID                        PIC X(20).
            03 CC-DIRECCION                        PIC X(40).
            03 CC-CIUDAD                           PIC X(20).
            03 CC-TELEFONO                         PIC X(15).
            03 CC-EMAIL                            PIC X(50).
            03 CC-CONSENT                          PIC X(1).
            03 CC-CONS-FECHA                       PIC 9(8).
            03 CC-CONS-CANAL                       PIC X(1).
            03 FILLER                              PIC X(6).

        FD CLIARCH.
        01 ARCH-REC.
            03 ARCH-FECHA                          PIC 9(8).
            03 ARCH-CLIENT                         PIC X(141).

      * LISTA DE NO CONTACTAR - UNA LINEA POR CLIENTE SUPRIMIDO
        FD DNCLIST.
        01 DNC-REC.
            03 DNC-CLIENT-ID                       PIC X(20).
            03 DNC-FECHA                           PIC 9(8).
            03 DNC-MOTIVO                          PIC X(30).

      * QUIEN RECIBIO CUAL CAMPANA Y CUANDO
        FD CMPHIST.
        01 HIS-REC.
            03 HIS-CLIENT-ID                       PIC X(20).
            03 HIS-CAMPANA                         PIC X(10).
            03 HIS-FECHA                           PIC 9(8).

        FD CMPEXT.
        01 EXT-LINE                                PIC X(250).

        FD CMPRPT.
        01 RPT-LINE                                PIC X(100).

        FD BATCHPRM.
        01 PRM-REC.
            03 PRM-PROGRAM                         PIC X(08).
            03 PRM-KEY                             PIC X(12).
            03 PRM-VALUE                           PIC X(20).

        FD RUNLOG.
        01  RUNLOG-LINE       PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-CLIMAST-STATUS                      PIC XX.
        01  WS-SEG-STATUS                          PIC XX.
        01  WS-CLICONT-STATUS                      PIC XX.
        01  WS-ARCH-STATUS                         PIC XX.
        01  WS-DNC-STATUS                          PIC XX.
        01  WS-HIS-STATUS                          PIC XX.
        01  WS-EXT-STATUS                          PIC XX.
        01  WS-RPT-STATUS                          PIC XX.
        01  WS-EOF-SW                              PIC X(01).
            88 WS-EOF                              VALUE 'Y'.
        01  WS-FOUND-SW                            PIC X(01).
            88 WS-FOUND                            VALUE 'Y'.
        01  WS-PARM-OK-SW                          PIC X(01).
            88 WS-PARM-OK                          VALUE 'Y'.
        01  WS-CUMPLE-SW                           PIC X(01).
            88 WS-CUMPLE                           VALUE 'Y'.
        01  WS-CC-HALLADO-SW                       PIC X(01).
            88 WS-CC-HALLADO                       VALUE 'Y'.

        01  WS-PRM-STATUS                          PIC XX.
        01  WS-PRM-EOF-SW                          PIC X(01).
            88 WS-PRM-EOF                          VALUE 'Y'.
        01  WS-PRM-FOUND-SW                        PIC X(01).
            88 WS-PRM-FOUND                        VALUE 'Y'.
        01  WS-PRM-BUSCADA                         PIC X(12).
        01  WS-PRM-VALOR                           PIC X(20).

      * CRITERIOS DE LA CAMPANA
        01  WS-CAMPANA                             PIC X(10).
        01  WS-CRI-SEG                             PIC X(03).
        01  WS-CRI-EDAD-MIN                        PIC 9(03)
            VALUE ZERO.
        01  WS-CRI-EDAD-MAX                        PIC 9(03)
            VALUE 999.
        01  WS-CRI-EDAD-SW                         PIC X(01)
            VALUE 'N'.
            88 WS-CRI-EDAD                         VALUE 'Y'.
        01  WS-CRI-GENERO                          PIC X(01).
        01  WS-CRI-CIVIL                           PIC X(01).
        01  WS-CRI-SAL-MIN                         PIC 9(09)
            VALUE ZERO.
        01  WS-CRI-SAL-MAX                         PIC 9(09)
            VALUE 999999999.
        01  WS-CRI-CIUDAD                          PIC X(20).
        01  WS-VENTANA                             PIC 9(03)
            VALUE 30.

        01  WS-EDAD                                PIC 9(03).
        01  WS-POS                                 PIC 9(02).
        01  WS-HOY-INT                             PIC 9(07).
        01  WS-DESDE-INT                           PIC 9(07).
        01  WS-HIS-INT                             PIC 9(07).

      * LISTA DE NO CONTACTAR Y CONTACTADOS DENTRO DE LA VENTANA
        01  WS-DNC-COUNT                           PIC 9(05)
            VALUE ZERO.
        01  WS-DNC-IDX                             PIC 9(05).
        01  WS-DNC-TABLA.
            03 WS-DNC-ID PIC X(20) OCCURS 5000 TIMES.
        01  WS-HIS-COUNT                           PIC 9(05)
            VALUE ZERO.
        01  WS-HIS-IDX                             PIC 9(05).
        01  WS-HIS-TABLA.
            03 WS-HIS-ID PIC X(20) OCCURS 10000 TIMES.
      * CLIENT-IDS DEPURADOS YA CONTADOS, PARA NO CONTAR DOS VECES
      * UN CLIENTE CON VARIAS IMAGENES EN EL ARCHIVO
        01  WS-PRG-COUNT                           PIC 9(05)
            VALUE ZERO.
        01  WS-PRG-IDX                             PIC 9(05).
        01  WS-PRG-TABLA.
            03 WS-PRG-ID PIC X(20) OCCURS 5000 TIMES.
        01  WS-TRUNC-SW                            PIC X(01)
            VALUE 'N'.
            88 WS-TABLA-LLENA                      VALUE 'Y'.

        01  WS-CNT-LEIDOS                          PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-NO-CUMPLE                       PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-SELECCION                       PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-DNC                             PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-SIN-CONS                        PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-RECIENTE                        PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-DEPURADOS                       PIC 9(06)
            VALUE ZERO.

      * CAMPOS DE SALIDA SIN ';' PARA NO ROMPER EL DELIMITADO
        01  WS-EXT-CAMPOS.
            03 WS-EXT-LNAME                        PIC X(50).
            03 WS-EXT-NAME                         PIC X(50).
            03 WS-EXT-DIRECCION                    PIC X(40).
            03 WS-EXT-CIUDAD                       PIC X(20).
            03 WS-EXT-TELEFONO                     PIC X(15).
            03 WS-EXT-EMAIL                        PIC X(50).

        01  WS-SYSDATE.
           05  WS-SYS-YEAR PIC 9(4).
           05  WS-SYS-MONTH PIC 99.
           05  WS-SYS-DAY   PIC 99.
        01  WS-SYSDATE-N REDEFINES WS-SYSDATE      PIC 9(8).
        01  WS-SYS-MMDD                            PIC 9(4).
        01  WS-SYSTIME.
           05  WS-SYS-HH   PIC 99.
           05  WS-SYS-MN   PIC 99.
           05  WS-SYS-SS   PIC 99.
           05  WS-SYS-HS   PIC 99.

        PROCEDURE DIVISION.
        0050-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE WS-SYSDATE (5:4) TO WS-SYS-MMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-SYSDATE-N) TO WS-HOY-INT.
           OPEN OUTPUT CMPRPT.
           PERFORM 0100-GET-CRITERIA.
           IF NOT WS-PARM-OK
              CLOSE CMPRPT
              DISPLAY "PARAMETROS DE CAMPANA INVALIDOS - VER CLICMP.RPT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0200-LOAD-SUPPRESSION.
           PERFORM 0250-LOAD-HISTORY.
           IF WS-TABLA-LLENA
              MOVE SPACES TO RPT-LINE
              STRING "LISTA DE SUPRESION O HISTORIA MAS GRANDE QUE "
                 "LA TABLA - NO SE EXTRAE NADA"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              CLOSE CMPRPT
              DISPLAY "DNCLIST.DAT O CMPHIST.DAT EXCEDE LA TABLA - NO "
                 "SE EXTRAE NADA"
              PERFORM 0900-WRITE-RUNLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-STATUS NOT = "00"
              MOVE "CLIMAST.DAT NO DISPONIBLE" TO RPT-LINE
              WRITE RPT-LINE
              CLOSE CMPRPT
              IF WS-CLIMAST-STATUS = "05" OR WS-CLIMAST-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
              DISPLAY "CLIMAST.DAT NO DISPONIBLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CLISEG.
           OPEN INPUT CLICONT.
           OPEN OUTPUT CMPEXT.
           OPEN EXTEND CMPHIST.
           MOVE SPACES TO EXT-LINE.
           STRING "CAMPANA;CLIENT-ID;APELLIDOS;NOMBRES;DIRECCION;"
              "CIUDAD;TELEFONO;EMAIL" DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0300-READ-NEXT-CLIENT.
           PERFORM 0310-PROCESS-CLIENT
              UNTIL WS-EOF.
           CLOSE CLIMAST CLISEG CLICONT CMPEXT CMPHIST.
           PERFORM 0600-COUNT-PURGED.
           PERFORM 0700-WRITE-CONTROL.
           CLOSE CMPRPT.
           PERFORM 0900-WRITE-RUNLOG.
           DISPLAY "CAMPANA " WS-CAMPANA " SELECCIONADOS: "
              WS-CNT-SELECCION " - EXTRACTO EN CMPEXT.DAT".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * CRITERIOS DESDE BATCHPRM. CADA ERROR VA AL REPORTE Y LA
      * CORRIDA NO EXTRAE NADA
        0100-GET-CRITERIA.
           MOVE 'Y' TO WS-PARM-OK-SW.
           MOVE "CAMPAIGN-ID" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           MOVE WS-PRM-VALOR TO WS-CAMPANA.
           IF WS-CAMPANA = SPACES
              MOVE "FALTA CAMPAIGN-ID EN BATCHPRM" TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'N' TO WS-PARM-OK-SW
           END-IF.
           MOVE "SEGMENT" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           MOVE WS-PRM-VALOR TO WS-CRI-SEG.
           MOVE "GENDER" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           MOVE WS-PRM-VALOR TO WS-CRI-GENERO.
           MOVE "CIVIL" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           MOVE WS-PRM-VALOR TO WS-CRI-CIVIL.
           MOVE "CITY" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           MOVE WS-PRM-VALOR TO WS-CRI-CIUDAD.
           MOVE "AGE-MIN" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           IF WS-PRM-VALOR NOT = SPACES
              IF WS-PRM-VALOR (1:3) IS NUMERIC
                 MOVE WS-PRM-VALOR (1:3) TO WS-CRI-EDAD-MIN
                 MOVE 'Y' TO WS-CRI-EDAD-SW
              ELSE
                 MOVE "AGE-MIN DEBE SER DE 3 DIGITOS" TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'N' TO WS-PARM-OK-SW
              END-IF
           END-IF.
           MOVE "AGE-MAX" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           IF WS-PRM-VALOR NOT = SPACES
              IF WS-PRM-VALOR (1:3) IS NUMERIC
                 MOVE WS-PRM-VALOR (1:3) TO WS-CRI-EDAD-MAX
                 MOVE 'Y' TO WS-CRI-EDAD-SW
              ELSE
                 MOVE "AGE-MAX DEBE SER DE 3 DIGITOS" TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'N' TO WS-PARM-OK-SW
              END-IF
           END-IF.
           MOVE "SALARY-MIN" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           IF WS-PRM-VALOR NOT = SPACES
              IF WS-PRM-VALOR (1:9) IS NUMERIC
                 MOVE WS-PRM-VALOR (1:9) TO WS-CRI-SAL-MIN
              ELSE
                 MOVE "SALARY-MIN DEBE SER DE 9 DIGITOS" TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'N' TO WS-PARM-OK-SW
              END-IF
           END-IF.
           MOVE "SALARY-MAX" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           IF WS-PRM-VALOR NOT = SPACES
              IF WS-PRM-VALOR (1:9) IS NUMERIC
                 MOVE WS-PRM-VALOR (1:9) TO WS-CRI-SAL-MAX
              ELSE
                 MOVE "SALARY-MAX DEBE SER DE 9 DIGITOS" TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'N' TO WS-PARM-OK-SW
              END-IF
           END-IF.
           MOVE "DAYS-WINDOW" TO WS-PRM-BUSCADA.
           PERFORM 0800-GET-PARAMETER.
           IF WS-PRM-VALOR NOT = SPACES
              IF WS-PRM-VALOR (1:3) IS NUMERIC
                 MOVE WS-PRM-VALOR (1:3) TO WS-VENTANA
              ELSE
                 MOVE "DAYS-WINDOW DEBE SER DE 3 DIGITOS" TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'N' TO WS-PARM-OK-SW
              END-IF
           END-IF.
           IF WS-CRI-EDAD-MIN > WS-CRI-EDAD-MAX
              OR WS-CRI-SAL-MIN > WS-CRI-SAL-MAX
              MOVE "RANGO DE EDAD O SALARIO INVERTIDO" TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'N' TO WS-PARM-OK-SW
           END-IF.
           COMPUTE WS-DESDE-INT = WS-HOY-INT - WS-VENTANA.

        0200-LOAD-SUPPRESSION.
           OPEN INPUT DNCLIST.
           IF WS-DNC-STATUS NOT = "00"
              IF WS-DNC-STATUS = "05" OR WS-DNC-STATUS = "35"
                 CLOSE DNCLIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0210-READ-NEXT-DNC
              PERFORM 0220-LOAD-ONE-DNC
                 UNTIL WS-EOF
              CLOSE DNCLIST
           END-IF.

        0210-READ-NEXT-DNC.
           READ DNCLIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0220-LOAD-ONE-DNC.
           IF WS-DNC-COUNT < 5000
              ADD 1 TO WS-DNC-COUNT
              MOVE DNC-CLIENT-ID TO WS-DNC-ID (WS-DNC-COUNT)
           ELSE
              MOVE 'Y' TO WS-TRUNC-SW
           END-IF.
           PERFORM 0210-READ-NEXT-DNC.

      * SOLO INTERESAN LOS ENVIOS DENTRO DE LA VENTANA
        0250-LOAD-HISTORY.
           OPEN INPUT CMPHIST.
           IF WS-HIS-STATUS NOT = "00"
              IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
                 CLOSE CMPHIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0260-READ-NEXT-HIST
              PERFORM 0270-LOAD-ONE-HIST
                 UNTIL WS-EOF
              CLOSE CMPHIST
           END-IF.

        0260-READ-NEXT-HIST.
           READ CMPHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0270-LOAD-ONE-HIST.
           IF HIS-FECHA IS NUMERIC AND HIS-FECHA > 16010101
              MOVE FUNCTION INTEGER-OF-DATE(HIS-FECHA) TO WS-HIS-INT
              IF WS-HIS-INT > WS-DESDE-INT
                 IF WS-HIS-COUNT < 10000
                    ADD 1 TO WS-HIS-COUNT
                    MOVE HIS-CLIENT-ID TO WS-HIS-ID (WS-HIS-COUNT)
                 ELSE
                    MOVE 'Y' TO WS-TRUNC-SW
                 END-IF
              END-IF
           END-IF.
           PERFORM 0260-READ-NEXT-HIST.

        0300-READ-NEXT-CLIENT.
           READ CLIMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0310-PROCESS-CLIENT.
           ADD 1 TO WS-CNT-LEIDOS.
           PERFORM 0320-READ-SIDECARS.
           PERFORM 0400-CHECK-CRITERIA.
           IF NOT WS-CUMPLE
              ADD 1 TO WS-CNT-NO-CUMPLE
           ELSE
              PERFORM 0500-CHECK-EXCLUSIONS
           END-IF.
           PERFORM 0300-READ-NEXT-CLIENT.

        0320-READ-SIDECARS.
           MOVE SPACES TO SEG-CODIGO.
           IF WS-SEG-STATUS = "00"
              MOVE CM-CLIENT-ID TO SEG-CLIENT-ID
              READ CLISEG
                 INVALID KEY
                    MOVE SPACES TO SEG-CODIGO
              END-READ
           END-IF.
           MOVE 'N' TO WS-CC-HALLADO-SW.
           IF WS-CLICONT-STATUS = "00"
              MOVE CM-CLIENT-ID TO CC-CLIENT-ID
              READ CLICONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CC-HALLADO-SW
              END-READ
           END-IF.
           IF NOT WS-CC-HALLADO
              MOVE SPACES TO CC-DIRECCION CC-CIUDAD CC-TELEFONO
                 CC-EMAIL CC-CONSENT
           END-IF.

        0400-CHECK-CRITERIA.
           MOVE 'Y' TO WS-CUMPLE-SW.
           IF WS-CRI-SEG NOT = SPACES
              PERFORM 0410-MATCH-SEGMENT
                 VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 3
           END-IF.
           IF WS-CRI-GENERO NOT = SPACES
              AND CM-GENDER NOT = WS-CRI-GENERO
              MOVE 'N' TO WS-CUMPLE-SW
           END-IF.
           IF WS-CRI-CIVIL NOT = SPACES
              AND CM-CIVIL-STATUS NOT = WS-CRI-CIVIL
              MOVE 'N' TO WS-CUMPLE-SW
           END-IF.
           IF WS-CRI-CIUDAD NOT = SPACES
              AND CC-CIUDAD NOT = WS-CRI-CIUDAD
              MOVE 'N' TO WS-CUMPLE-SW
           END-IF.
           IF CM-SALARY NOT NUMERIC
              MOVE 'N' TO WS-CUMPLE-SW
           ELSE
           IF CM-SALARY < WS-CRI-SAL-MIN OR CM-SALARY > WS-CRI-SAL-MAX
              MOVE 'N' TO WS-CUMPLE-SW
           END-IF
           END-IF.
           IF WS-CRI-EDAD
              PERFORM 0420-CHECK-AGE
           END-IF.

        0410-MATCH-SEGMENT.
           IF WS-CRI-SEG (WS-POS:1) NOT = '*'
              AND WS-CRI-SEG (WS-POS:1) NOT = SEG-CODIGO (WS-POS:1)
              MOVE 'N' TO WS-CUMPLE-SW
           END-IF.

      * EDAD CUMPLIDA A HOY; SIN FECHA DE NACIMIENTO VALIDA NO PASA
      * UN FILTRO DE EDAD
        0420-CHECK-AGE.
           IF CM-DOB NOT NUMERIC OR CM-DOB = ZERO
              OR CM-DOB > WS-SYSDATE-N
              MOVE 'N' TO WS-CUMPLE-SW
           ELSE
              COMPUTE WS-EDAD = WS-SYS-YEAR - CM-DOB-AAAA
              IF WS-SYS-MMDD < CM-DOB-MMDD
                 SUBTRACT 1 FROM WS-EDAD
              END-IF
              IF WS-EDAD < WS-CRI-EDAD-MIN
                 OR WS-EDAD > WS-CRI-EDAD-MAX
                 MOVE 'N' TO WS-CUMPLE-SW
              END-IF
           END-IF.

        0500-CHECK-EXCLUSIONS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0510-MATCH-DNC
              VARYING WS-DNC-IDX FROM 1 BY 1
              UNTIL WS-DNC-IDX > WS-DNC-COUNT OR WS-FOUND.
           IF WS-FOUND
              ADD 1 TO WS-CNT-DNC
           ELSE
           IF CC-CONSENT NOT = 'S'
              ADD 1 TO WS-CNT-SIN-CONS
           ELSE
              PERFORM 0520-MATCH-HISTORY
                 VARYING WS-HIS-IDX FROM 1 BY 1
                 UNTIL WS-HIS-IDX > WS-HIS-COUNT OR WS-FOUND
              IF WS-FOUND
                 ADD 1 TO WS-CNT-RECIENTE
              ELSE
                 PERFORM 0550-WRITE-EXTRACT
              END-IF
           END-IF
           END-IF.

        0510-MATCH-DNC.
           IF WS-DNC-ID (WS-DNC-IDX) = CM-CLIENT-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

        0520-MATCH-HISTORY.
           IF WS-HIS-ID (WS-HIS-IDX) = CM-CLIENT-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

        0550-WRITE-EXTRACT.
           MOVE CM-LNAME     TO WS-EXT-LNAME.
           MOVE CM-NAME      TO WS-EXT-NAME.
           MOVE CC-DIRECCION TO WS-EXT-DIRECCION.
           MOVE CC-CIUDAD    TO WS-EXT-CIUDAD.
           MOVE CC-TELEFONO  TO WS-EXT-TELEFONO.
           MOVE CC-EMAIL     TO WS-EXT-EMAIL.
           INSPECT WS-EXT-CAMPOS REPLACING ALL ";" BY ",".
           MOVE SPACES TO EXT-LINE.
           STRING WS-CAMPANA DELIMITED BY "  "
              ";" CM-CLIENT-ID DELIMITED BY "  "
              ";" WS-EXT-LNAME DELIMITED BY "  "
              ";" WS-EXT-NAME DELIMITED BY "  "
              ";" WS-EXT-DIRECCION DELIMITED BY "  "
              ";" WS-EXT-CIUDAD DELIMITED BY "  "
              ";" WS-EXT-TELEFONO DELIMITED BY "  "
              ";" WS-EXT-EMAIL DELIMITED BY "  "
              INTO EXT-LINE.
           WRITE EXT-LINE.
           MOVE CM-CLIENT-ID TO HIS-CLIENT-ID.
           MOVE WS-CAMPANA TO HIS-CAMPANA.
           MOVE WS-SYSDATE-N TO HIS-FECHA.
           WRITE HIS-REC.
           ADD 1 TO WS-CNT-SELECCION.

      * LOS DEPURADOS NO ESTAN EN EL MAESTRO; SE CUENTAN LOS CLIENT-ID
      * DE CLIARCH.DAT QUE NO VOLVIERON (SIN RESTAURAR)
        0600-COUNT-PURGED.
           OPEN INPUT CLIARCH.
           IF WS-ARCH-STATUS NOT = "00"
              IF WS-ARCH-STATUS = "05" OR WS-ARCH-STATUS = "35"
                 CLOSE CLIARCH
              END-IF
           ELSE
              OPEN INPUT CLIMAST
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0610-READ-NEXT-ARCH
              PERFORM 0620-CHECK-ONE-ARCH
                 UNTIL WS-EOF
              CLOSE CLIARCH CLIMAST
           END-IF.

        0610-READ-NEXT-ARCH.
           READ CLIARCH
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0620-CHECK-ONE-ARCH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0630-MATCH-PURGED
              VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
              MOVE ARCH-CLIENT (1:20) TO CM-CLIENT-ID
              READ CLIMAST
                 INVALID KEY
                    ADD 1 TO WS-CNT-DEPURADOS
                    IF WS-PRG-COUNT < 5000
                       ADD 1 TO WS-PRG-COUNT
                       MOVE ARCH-CLIENT (1:20)
                          TO WS-PRG-ID (WS-PRG-COUNT)
                    END-IF
              END-READ
           END-IF.
           PERFORM 0610-READ-NEXT-ARCH.

        0630-MATCH-PURGED.
           IF WS-PRG-ID (WS-PRG-IDX) = ARCH-CLIENT (1:20)
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

        0700-WRITE-CONTROL.
           MOVE SPACES TO RPT-LINE.
           STRING "CONTROL DE EXTRACTO DE CAMPANA " WS-CAMPANA
              "  FECHA: " WS-SYSDATE
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CRITERIOS - SEGMENTO: " WS-CRI-SEG
              "  GENERO: " WS-CRI-GENERO
              "  EST.CIVIL: " WS-CRI-CIVIL
              "  CIUDAD: " WS-CRI-CIUDAD
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "            EDAD: " WS-CRI-EDAD-MIN "-"
              WS-CRI-EDAD-MAX "  SALARIO: " WS-CRI-SAL-MIN "-"
              WS-CRI-SAL-MAX "  VENTANA: " WS-VENTANA " DIAS"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CLIENTES LEIDOS                    : " WS-CNT-LEIDOS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO CUMPLEN LOS CRITERIOS           : "
              WS-CNT-NO-CUMPLE DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCLUIDOS - LISTA DE NO CONTACTAR  : " WS-CNT-DNC
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCLUIDOS - SIN CONSENTIMIENTO     : "
              WS-CNT-SIN-CONS DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCLUIDOS - CONTACTADO EN VENTANA  : "
              WS-CNT-RECIENTE DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCLUIDOS - DEPURADOS (CLIARCH)    : "
              WS-CNT-DEPURADOS DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SELECCIONADOS (CMPEXT.DAT)         : "
              WS-CNT-SELECCION DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

        0800-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 0810-READ-NEXT-PARM
              PERFORM 0820-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

        0810-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.

        0820-MATCH-PARM.
           IF PRM-PROGRAM = "CLICMP1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0810-READ-NEXT-PARM
           END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        0900-WRITE-RUNLOG.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "CLICMP1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " CAMPANA=" WS-CAMPANA
              " SELECTED=" WS-CNT-SELECCION
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

        END PROGRAM CLICMP1.
