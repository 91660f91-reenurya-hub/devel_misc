       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRN1.
      * ===============================================================
      * GLJRN1 = INTERFAZ DE DIARIO CONTABLE DE COMISIONES. TOMA LA
      * LIQUIDACION SETTLE.DAT QUE DEJA SF4SALE (VERIFICA SU TRAILER
      * DE CONTEO Y HASH) Y ARMA EL DIARIO DEL PERIODO GLJRNL.DAT CON
      * ENCABEZADO, RENGLONES DEBITO/CREDITO Y TRAILER DE CONTROL,
      * PARA QUE CONTABILIDAD NO LO DIGITE A MANO. POR VENDEDOR:
      *   DB COMISION  = COMISION BRUTA ANTES DE COBROS POR DEVOLUCION
      *   CR COBRO     = COMISION COBRADA POR DEVOLUCIONES (SLSCLAW.DAT
      *                  DESCONTADOS EN EL PERIODO)
      *   CR RETENCION = RETENCION ANTES DE REINTEGROS
      *   DB REINTEGRO = RETENCION REVERSADA POR ESAS DEVOLUCIONES
      *   CR ANTICIPO  = ANTICIPO RECUPERADO EN LA LIQUIDACION
      *                  (SLSADV.DAT, MOVIMIENTOS D DEL PERIODO)
      *   CR BANCO     = NETO A PAGAR (STL-NET)
      * LAS CUENTAS SALEN DE GLMAP.DAT (GLMMNT1). EL CENTRO DE COSTO
      * SALE DE LA EMPRESA DEL VENDEDOR EN SLSCIA.DAT, MAPEADA EN
      * GLMAP.DAT (O EL CENTRO "*" POR DEFECTO).
      * SI DEBITOS Y CREDITOS NO CUADRAN NO SE GRABA NADA: ALERTA EN
      * ALERTS.DAT Y RETURN-CODE 8. LO MISMO SI EL TRAILER DE
      * SETTLE.DAT NO CUADRA O FALTA UNA CUENTA OBLIGATORIA (LA DE
      * ANTICIPO LO ES SOLO SI LA LIQUIDACION RECUPERO ANTICIPOS).
      * CADA DIARIO QUEDA EN GLJLOG.DAT Y SUS RENGLONES EN GLJHIST.DAT;
      * UN PERIODO NO SE VUELVE A DIARIZAR MIENTRAS SU DIARIO NO SE
      * REVERSE.
      * MODO R (BATCHPRM GLJRN1 / MODE, O SE PREGUNTA) = REVERSO DE UN
      * DIARIO RECHAZADO: GRABA EN GLJRNL.DAT UN DIARIO CLASE R CON LOS
      * MISMOS RENGLONES Y DEBITO/CREDITO INVERTIDOS, QUE REFERENCIA AL
      * ORIGINAL, Y DEJA EL PERIODO LIBRE PARA DIARIZARSE DE NUEVO.
      * RETURN-CODE 4 = SIN LIQUIDACION, PERIODO YA DIARIZADO O
      * RENGLONES SIN CENTRO DE COSTO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SETTLE ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.
           SELECT OPTIONAL GLMAP ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL SLSCIA ASSIGN TO "SLSCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIA-STATUS.
           SELECT OPTIONAL SLSCLAW ASSIGN TO "SLSCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLW-STATUS.
           SELECT OPTIONAL SLSADV ASSIGN TO "SLSADV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT GLJRNL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
      * HISTORICO DE RENGLONES DE TODOS LOS DIARIOS, PARA REVERSARLOS
           SELECT OPTIONAL GLJHIST ASSIGN TO "GLJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
      * UNA LINEA POR DIARIO GENERADO (NORMAL O REVERSO)
           SELECT OPTIONAL GLJLOG ASSIGN TO "GLJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL ALERTS ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SETTLE.
       01 SETTLE-REC                       PIC X(41).
       01 SETTLE-DETAIL REDEFINES SETTLE-REC.
           03 STL-TIPO                     PIC X(1).
           03 STL-SLSMAN-ID                PIC 9(4).
           03 STL-PERIOD                   PIC 9(6).
           03 STL-GROSS                    PIC 9(10).
           03 STL-TAX                      PIC 9(10).
           03 STL-NET                      PIC 9(10).
       01 SETTLE-TRAILER REDEFINES SETTLE-REC.
           03 STL-TRL-TIPO                 PIC X(1).
           03 STL-TRL-COUNT                PIC 9(6).
           03 STL-TRL-HASH                 PIC 9(12).
           03 FILLER                       PIC X(22).

       FD GLMAP.
       01 MAP-REC.
           03 MAP-TIPO                     PIC X(1).
           03 MAP-CLAVE                    PIC X(20).
           03 MAP-VALOR                    PIC X(12).
           03 MAP-DESC                     PIC X(30).
           03 FILLER                       PIC X(7).

       FD SLSCIA.
       01 SLSCIA-REC.
           03 SLSCIA-SLSMAN-ID             PIC 9(4).
           03 SLSCIA-EMP-ID                PIC X(20).

       FD SLSCLAW.
       01 CLW-REC.
           03 CLW-FECHA                    PIC 9(8).
           03 CLW-HORA                     PIC 9(6).
           03 CLW-SLSMAN                   PIC 9(4).
           03 CLW-PERIOD                   PIC 9(6).
           03 CLW-AMOUNT                   PIC 9(10).
           03 CLW-COMM                     PIC 9(10).
           03 CLW-TAX                      PIC 9(10).
           03 CLW-ESTADO                   PIC X(1).
           03 CLW-PER-DESC                 PIC 9(6).
           03 CLW-REF                      PIC X(20).

       FD SLSADV.
       01 ADV-REC.
           03 ADV-FECHA                    PIC 9(8).
           03 ADV-HORA                     PIC 9(6).
           03 ADV-SLSMAN                   PIC 9(4).
           03 ADV-TIPO                     PIC X(1).
           03 ADV-AMOUNT                   PIC 9(10).
           03 ADV-PERIOD                   PIC 9(6).
           03 ADV-SALDO                    PIC 9(10).
           03 ADV-USER                     PIC X(8).
           03 ADV-REF                      PIC X(20).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                  PIC X(08).
           03 PRM-KEY                      PIC X(12).
           03 PRM-VALUE                    PIC X(20).

      * DIARIO: H = ENCABEZADO, D = RENGLON, T = TRAILER DE CONTROL
       FD GLJRNL.
       01 JNL-REC                          PIC X(99).
       01 JNL-HEADER REDEFINES JNL-REC.
           03 JNH-TIPO                     PIC X(1).
           03 JNH-NUM                      PIC 9(6).
           03 JNH-PERIOD                   PIC 9(6).
           03 JNH-FECHA                    PIC 9(8).
      *    CLASE: N = NORMAL, R = REVERSO DEL DIARIO JNH-REF
           03 JNH-CLASE                    PIC X(1).
           03 JNH-REF                      PIC 9(6).
           03 JNH-DESC                     PIC X(30).
           03 FILLER                       PIC X(41).
       01 JNL-DETAIL REDEFINES JNL-REC.
           03 JND-TIPO                     PIC X(1).
           03 JND-NUM                      PIC 9(6).
           03 JND-LINEA                    PIC 9(5).
           03 JND-CUENTA                   PIC X(12).
           03 JND-CCOSTO                   PIC X(12).
           03 JND-DC                       PIC X(1).
           03 JND-MONTO                    PIC 9(12).
           03 JND-SLSMAN                   PIC 9(4).
           03 JND-PERIOD                   PIC 9(6).
           03 JND-CONCEPTO                 PIC X(10).
           03 JND-DESC                     PIC X(30).
       01 JNL-TRAILER REDEFINES JNL-REC.
           03 JNT-TIPO                     PIC X(1).
           03 JNT-NUM                      PIC 9(6).
           03 JNT-LINEAS                   PIC 9(6).
           03 JNT-DEBITOS                  PIC 9(14).
           03 JNT-CREDITOS                 PIC 9(14).
           03 FILLER                       PIC X(58).

      * MISMO FORMATO QUE EL RENGLON D DEL DIARIO
       FD GLJHIST.
       01 HIS-REC.
           03 HIS-TIPO                     PIC X(1).
           03 HIS-NUM                      PIC 9(6).
           03 HIS-LINEA                    PIC 9(5).
           03 HIS-CUENTA                   PIC X(12).
           03 HIS-CCOSTO                   PIC X(12).
           03 HIS-DC                       PIC X(1).
           03 HIS-MONTO                    PIC 9(12).
           03 HIS-SLSMAN                   PIC 9(4).
           03 HIS-PERIOD                   PIC 9(6).
           03 HIS-CONCEPTO                 PIC X(10).
           03 HIS-DESC                     PIC X(30).

       FD GLJLOG.
       01 LOG-REC.
           03 LOG-NUM                      PIC 9(6).
           03 LOG-PERIOD                   PIC 9(6).
           03 LOG-FECHA                    PIC 9(8).
           03 LOG-HORA                     PIC 9(6).
           03 LOG-CLASE                    PIC X(1).
           03 LOG-REF                      PIC 9(6).
           03 LOG-LINEAS                   PIC 9(6).
           03 LOG-DEBITOS                  PIC 9(14).
           03 LOG-CREDITOS                 PIC 9(14).
           03 LOG-MOTIVO                   PIC X(30).

       FD ALERTS.
       01 ALR-REC.
           03 ALR-ACK                      PIC X(1).
           03 ALR-ACK-INIT                 PIC X(3).
           03 ALR-PROGRAM                  PIC X(8).
           03 ALR-FECHA                    PIC 9(8).
           03 ALR-HORA                     PIC 9(6).
           03 ALR-SEVERITY                 PIC X(1).
           03 ALR-REASON                   PIC X(30).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-STL-STATUS       PIC XX.
        01  WS-MAP-STATUS       PIC XX.
        01  WS-CIA-STATUS       PIC XX.
        01  WS-CLW-STATUS       PIC XX.
        01  WS-ADV-STATUS       PIC XX.
        01  WS-PRM-STATUS       PIC XX.
        01  WS-JNL-STATUS       PIC XX.
        01  WS-HIS-STATUS       PIC XX.
        01  WS-LOG-STATUS       PIC XX.
        01  WS-ALERT-STATUS     PIC XX.
        01  WS-RUNLOG-STATUS    PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.
        01  WS-PRM-FOUND-SW     PIC X(01).
            88 WS-PRM-FOUND     VALUE 'Y'.
        01  WS-PRM-BUSCADA      PIC X(12).
        01  WS-PRM-VALOR        PIC X(20).

        01  WS-MODO             PIC X(01) VALUE 'N'.
            88 WS-MODO-REVERSO  VALUE 'R'.
        01  WS-MODO-REPLY       PIC X(01).
        01  WS-CONFIRM          PIC X(01) VALUE 'S'.
        01  WS-ALR-MOTIVO       PIC X(30).
        01  WS-RC               PIC 9(01) VALUE ZERO.

        01  WS-SYSDATE.
           05  WS-SYS-YEAR      PIC 9(4).
           05  WS-SYS-MONTH     PIC 99.
           05  WS-SYS-DAY       PIC 99.
        01  WS-SYSDATE-N REDEFINES WS-SYSDATE PIC 9(8).
        01  WS-SYSTIME.
           05  WS-SYS-HH        PIC 99.
           05  WS-SYS-MN        PIC 99.
           05  WS-SYS-SS        PIC 99.
           05  WS-SYS-HS        PIC 99.

      * CUENTAS POR CONCEPTO Y CENTROS DE COSTO POR EMP-ID
        01  WS-MAP-COUNT        PIC 9(03) VALUE ZERO.
        01  WS-MAP-IDX          PIC 9(03).
        01  WS-MAP-TABLA.
            03 WS-MAP-ENTRY OCCURS 200 TIMES.
               05 MT-TIPO       PIC X(1).
               05 MT-CLAVE      PIC X(20).
               05 MT-VALOR      PIC X(12).
        01  WS-CTA-COMISION     PIC X(12) VALUE SPACES.
        01  WS-CTA-COBRO        PIC X(12) VALUE SPACES.
        01  WS-CTA-RETENCION    PIC X(12) VALUE SPACES.
        01  WS-CTA-REINTEGRO    PIC X(12) VALUE SPACES.
        01  WS-CTA-ANTICIPO     PIC X(12) VALUE SPACES.
        01  WS-CTA-BANCO        PIC X(12) VALUE SPACES.
        01  WS-CC-DEFECTO       PIC X(12) VALUE SPACES.

      * LIQUIDACION LEIDA Y SU CONTROL
        01  WS-STL-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-STL-IDX          PIC 9(04).
        01  WS-STL-TABLA.
            03 WS-STL-ENTRY OCCURS 2000 TIMES.
               05 ST-SLSMAN     PIC 9(4).
               05 ST-PERIOD     PIC 9(6).
               05 ST-GROSS      PIC 9(10).
               05 ST-TAX        PIC 9(10).
               05 ST-NET        PIC 9(10).
               05 ST-CLAW-COMM  PIC 9(10).
               05 ST-CLAW-TAX   PIC 9(10).
               05 ST-ADV        PIC 9(10).
        01  WS-STL-CNT          PIC 9(06) VALUE ZERO.
        01  WS-STL-HASH         PIC 9(12) VALUE ZERO.
        01  WS-STL-TRL-SW       PIC X(01) VALUE 'N'.
            88 WS-STL-TRL-VISTO VALUE 'Y'.
        01  WS-STL-TRL-OK-SW    PIC X(01) VALUE 'N'.
            88 WS-STL-TRL-OK    VALUE 'Y'.
        01  WS-STL-LLENA-SW     PIC X(01) VALUE 'N'.
            88 WS-STL-LLENA     VALUE 'Y'.
        01  WS-PERIODO          PIC 9(06) VALUE ZERO.

      * VENDEDOR -> EMPRESA (SLSCIA.DAT)
        01  WS-CIA-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-CIA-IDX          PIC 9(04).
        01  WS-CIA-TABLA.
            03 WS-CIA-ENTRY OCCURS 2000 TIMES.
               05 CT-SLSMAN     PIC 9(4).
               05 CT-EMP-ID     PIC X(20).
        01  WS-CNT-COBROS       PIC 9(04) VALUE ZERO.
        01  WS-CNT-ANTICIPOS    PIC 9(04) VALUE ZERO.

      * DIARIOS YA GENERADOS (GLJLOG.DAT)
        01  WS-LOG-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-LOG-IDX          PIC 9(04).
        01  WS-LOG-IDX2         PIC 9(04).
        01  WS-LOG-TABLA.
            03 WS-LOG-ENTRY OCCURS 2000 TIMES.
               05 LT-NUM        PIC 9(6).
               05 LT-PERIOD     PIC 9(6).
               05 LT-CLASE      PIC X(1).
               05 LT-REF        PIC 9(6).
        01  WS-ULT-JNL          PIC 9(06) VALUE ZERO.
        01  WS-JNL-NUM          PIC 9(06).
        01  WS-JNL-REF          PIC 9(06) VALUE ZERO.
        01  WS-JNL-PREVIO       PIC 9(06) VALUE ZERO.
        01  WS-REVERSADO-SW     PIC X(01).
            88 WS-REVERSADO     VALUE 'Y'.
        01  WS-REV-REPLY        PIC X(06).
        01  WS-REV-MOTIVO       PIC X(30) VALUE SPACES.
        01  WS-REV-PREGUNTA-SW  PIC X(01) VALUE 'N'.
            88 WS-REV-PREGUNTADO VALUE 'Y'.

      * RENGLONES DEL DIARIO ARMADOS EN MEMORIA ANTES DE GRABAR
        01  WS-LN-COUNT         PIC 9(05) VALUE ZERO.
        01  WS-LN-IDX           PIC 9(05).
        01  WS-LN-LLENA-SW      PIC X(01) VALUE 'N'.
            88 WS-LN-LLENA      VALUE 'Y'.
        01  WS-LN-TABLA.
            03 WS-LN-ENTRY OCCURS 10000 TIMES.
               05 LN-CUENTA     PIC X(12).
               05 LN-CCOSTO     PIC X(12).
               05 LN-DC         PIC X(1).
               05 LN-MONTO      PIC 9(12).
               05 LN-SLSMAN     PIC 9(4).
               05 LN-PERIOD     PIC 9(6).
               05 LN-CONCEPTO   PIC X(10).
               05 LN-DESC       PIC X(30).
        01  WS-NVO-CUENTA       PIC X(12).
        01  WS-NVO-DC           PIC X(1).
        01  WS-NVO-MONTO        PIC 9(12).
        01  WS-NVO-CONCEPTO     PIC X(10).
        01  WS-CCOSTO           PIC X(12).
        01  WS-EMP-ID           PIC X(20).
        01  WS-CNT-SIN-CCOSTO   PIC 9(04) VALUE ZERO.
        01  WS-TOT-DEBITOS      PIC 9(14) VALUE ZERO.
        01  WS-TOT-CREDITOS     PIC 9(14) VALUE ZERO.
        01  WS-DIFERENCIA       PIC 9(14) VALUE ZERO.
        01  WS-DISP-MONTO       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           PERFORM 0050-ASK-MODE.
           PERFORM 0300-LOAD-JOURNAL-LOG.
           IF WS-MODO-REVERSO
              PERFORM 0600-BUILD-REVERSAL THRU 0600-EXIT
           ELSE
              PERFORM 0100-BUILD-JOURNAL THRU 0100-EXIT
           END-IF.
           IF WS-RC < 8 AND WS-LN-COUNT > ZERO
              PERFORM 0700-CHECK-BALANCE
           END-IF.
           IF WS-RC < 8 AND WS-LN-COUNT > ZERO
              PERFORM 0800-WRITE-JOURNAL
           END-IF.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      * N = DIARIO DEL PERIODO LIQUIDADO, R = REVERSO DE UN DIARIO
       0050-ASK-MODE.
           MOVE "MODE        " TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:1) TO WS-MODO-REPLY
           ELSE
              DISPLAY "N=DIARIO DEL PERIODO  R=REVERSAR UN DIARIO "
                 "(ENTER = N): "
              ACCEPT WS-MODO-REPLY
           END-IF.
           IF WS-MODO-REPLY = 'R' OR WS-MODO-REPLY = 'r'
              MOVE 'R' TO WS-MODO
           END-IF.

      * ----------------------------------------------------------------
      * DIARIO NORMAL DEL PERIODO LIQUIDADO
      * ----------------------------------------------------------------
       0100-BUILD-JOURNAL.
           PERFORM 0110-LOAD-ACCOUNT-MAP.
           IF WS-RC = 8
              GO TO 0100-EXIT
           END-IF.
           PERFORM 0130-LOAD-SETTLE.
           IF WS-STL-COUNT = ZERO AND NOT WS-STL-TRL-VISTO
              DISPLAY "SETTLE.DAT NO DISPONIBLE - NADA QUE DIARIZAR"
              MOVE 4 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           IF NOT WS-STL-TRL-OK OR WS-STL-LLENA
              DISPLAY "SETTLE.DAT NO CUADRA CON SU TRAILER: CONTEO "
                 WS-STL-CNT " HASH " WS-STL-HASH
              MOVE "SETTLE.DAT NO CUADRA TRAILER" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           IF WS-STL-COUNT = ZERO
              DISPLAY "SETTLE.DAT SIN DETALLES - NADA QUE DIARIZAR"
              MOVE 4 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           PERFORM 0320-CHECK-PERIOD-JOURNALED.
           IF WS-JNL-PREVIO > ZERO
              DISPLAY "PERIODO " WS-PERIODO " YA DIARIZADO EN EL "
                 "DIARIO " WS-JNL-PREVIO " - REVERSELO PRIMERO"
              MOVE 4 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           PERFORM 0160-LOAD-COMPANY-LINKS.
           PERFORM 0180-LOAD-CLAWBACKS.
           PERFORM 0186-LOAD-ADVANCES.
           IF WS-CNT-ANTICIPOS > ZERO AND WS-CTA-ANTICIPO = SPACES
              DISPLAY "LA LIQUIDACION RECUPERO ANTICIPOS Y GLMAP.DAT "
                 "NO TRAE CUENTA DE ANTICIPO - USE GLMMNT1"
              MOVE "GLMAP.DAT SIN CUENTA ANTICIPO" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           MOVE ZERO TO WS-JNL-REF.
           PERFORM 0200-BUILD-SALESMAN-LINES
              VARYING WS-STL-IDX FROM 1 BY 1
              UNTIL WS-STL-IDX > WS-STL-COUNT.
           IF WS-LN-LLENA
              DISPLAY "DIARIO EXCEDE LA TABLA (10000 RENGLONES)"
              MOVE "DIARIO EXCEDE TABLA RENGLONES" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
              GO TO 0100-EXIT
           END-IF.
           IF WS-CNT-SIN-CCOSTO > ZERO
              DISPLAY "RENGLONES SIN CENTRO DE COSTO: "
                 WS-CNT-SIN-CCOSTO
              MOVE 4 TO WS-RC
           END-IF.
       0100-EXIT.
           EXIT.

       0110-LOAD-ACCOUNT-MAP.
           OPEN INPUT GLMAP.
           IF WS-MAP-STATUS NOT = "00"
              IF WS-MAP-STATUS = "05" OR WS-MAP-STATUS = "35"
                 CLOSE GLMAP
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0115-READ-NEXT-MAP
              PERFORM 0120-LOAD-ONE-MAP
                 UNTIL WS-EOF
              CLOSE GLMAP
           END-IF.
           IF WS-CTA-COBRO = SPACES
              MOVE WS-CTA-COMISION TO WS-CTA-COBRO
           END-IF.
           IF WS-CTA-REINTEGRO = SPACES
              MOVE WS-CTA-RETENCION TO WS-CTA-REINTEGRO
           END-IF.
           IF WS-CTA-COMISION = SPACES OR WS-CTA-RETENCION = SPACES
              OR WS-CTA-BANCO = SPACES
              DISPLAY "GLMAP.DAT SIN CUENTA DE COMISION, RETENCION O "
                 "BANCO - USE GLMMNT1"
              MOVE "GLMAP.DAT SIN CUENTA OBLIGATOR" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
           END-IF.

       0115-READ-NEXT-MAP.
           READ GLMAP
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0120-LOAD-ONE-MAP.
           IF MAP-TIPO = 'A'
              EVALUATE MAP-CLAVE
                 WHEN "COMISION"  MOVE MAP-VALOR TO WS-CTA-COMISION
                 WHEN "COBRO"     MOVE MAP-VALOR TO WS-CTA-COBRO
                 WHEN "RETENCION" MOVE MAP-VALOR TO WS-CTA-RETENCION
                 WHEN "REINTEGRO" MOVE MAP-VALOR TO WS-CTA-REINTEGRO
                 WHEN "ANTICIPO"  MOVE MAP-VALOR TO WS-CTA-ANTICIPO
                 WHEN "BANCO"     MOVE MAP-VALOR TO WS-CTA-BANCO
                 WHEN OTHER       CONTINUE
              END-EVALUATE
           ELSE
           IF MAP-TIPO = 'C'
              IF MAP-CLAVE = "*"
                 MOVE MAP-VALOR TO WS-CC-DEFECTO
              ELSE
                 IF WS-MAP-COUNT < 200
                    ADD 1 TO WS-MAP-COUNT
                    MOVE MAP-TIPO  TO MT-TIPO (WS-MAP-COUNT)
                    MOVE MAP-CLAVE TO MT-CLAVE (WS-MAP-COUNT)
                    MOVE MAP-VALOR TO MT-VALOR (WS-MAP-COUNT)
                 END-IF
              END-IF
           END-IF
           END-IF.
           PERFORM 0115-READ-NEXT-MAP.

      * CONTEO Y HASH DE LOS DETALLES CONTRA EL TRAILER, COMO STLRTN1
       0130-LOAD-SETTLE.
           OPEN INPUT SETTLE.
           IF WS-STL-STATUS NOT = "00"
              IF WS-STL-STATUS = "05" OR WS-STL-STATUS = "35"
                 CLOSE SETTLE
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0135-READ-NEXT-SETTLE
              PERFORM 0140-LOAD-ONE-SETTLE
                 UNTIL WS-EOF
              CLOSE SETTLE
           END-IF.

       0135-READ-NEXT-SETTLE.
           READ SETTLE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0140-LOAD-ONE-SETTLE.
           IF STL-TIPO = 'D'
              ADD 1 TO WS-STL-CNT
              ADD STL-NET TO WS-STL-HASH
              IF WS-PERIODO = ZERO
                 MOVE STL-PERIOD TO WS-PERIODO
              END-IF
              IF WS-STL-COUNT < 2000
                 ADD 1 TO WS-STL-COUNT
                 MOVE STL-SLSMAN-ID TO ST-SLSMAN (WS-STL-COUNT)
                 MOVE STL-PERIOD    TO ST-PERIOD (WS-STL-COUNT)
                 MOVE STL-GROSS     TO ST-GROSS (WS-STL-COUNT)
                 MOVE STL-TAX       TO ST-TAX (WS-STL-COUNT)
                 MOVE STL-NET       TO ST-NET (WS-STL-COUNT)
                 MOVE ZERO TO ST-CLAW-COMM (WS-STL-COUNT)
                 MOVE ZERO TO ST-CLAW-TAX (WS-STL-COUNT)
                 MOVE ZERO TO ST-ADV (WS-STL-COUNT)
              ELSE
                 MOVE 'Y' TO WS-STL-LLENA-SW
              END-IF
           ELSE
           IF STL-TRL-TIPO = 'T'
              MOVE 'Y' TO WS-STL-TRL-SW
              IF STL-TRL-COUNT = WS-STL-CNT
                 AND STL-TRL-HASH = WS-STL-HASH
                 MOVE 'Y' TO WS-STL-TRL-OK-SW
              END-IF
           END-IF
           END-IF.
           PERFORM 0135-READ-NEXT-SETTLE.

       0160-LOAD-COMPANY-LINKS.
           OPEN INPUT SLSCIA.
           IF WS-CIA-STATUS NOT = "00"
              IF WS-CIA-STATUS = "05" OR WS-CIA-STATUS = "35"
                 CLOSE SLSCIA
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0165-READ-NEXT-CIA
              PERFORM 0170-LOAD-ONE-CIA
                 UNTIL WS-EOF
              CLOSE SLSCIA
           END-IF.

       0165-READ-NEXT-CIA.
           READ SLSCIA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0170-LOAD-ONE-CIA.
           IF WS-CIA-COUNT < 2000
              ADD 1 TO WS-CIA-COUNT
              MOVE SLSCIA-SLSMAN-ID TO CT-SLSMAN (WS-CIA-COUNT)
              MOVE SLSCIA-EMP-ID    TO CT-EMP-ID (WS-CIA-COUNT)
           END-IF.
           PERFORM 0165-READ-NEXT-CIA.

      * COBROS POR DEVOLUCION QUE SF4SALE DESCONTO EN ESTA LIQUIDACION:
      * ESTADO D CON PERIODO DE DESCUENTO = PERIODO LIQUIDADO. SETTLE
      * TRAE LA COMISION Y LA RETENCION YA NETAS DE ELLOS
       0180-LOAD-CLAWBACKS.
           OPEN INPUT SLSCLAW.
           IF WS-CLW-STATUS NOT = "00"
              IF WS-CLW-STATUS = "05" OR WS-CLW-STATUS = "35"
                 CLOSE SLSCLAW
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0185-READ-NEXT-CLAWBACK
              PERFORM 0190-APPLY-ONE-CLAWBACK
                 UNTIL WS-EOF
              CLOSE SLSCLAW
           END-IF.

       0185-READ-NEXT-CLAWBACK.
           READ SLSCLAW
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0190-APPLY-ONE-CLAWBACK.
           IF CLW-ESTADO = 'D' AND CLW-PER-DESC = WS-PERIODO
              PERFORM 0195-MATCH-CLAWBACK
                 VARYING WS-STL-IDX FROM 1 BY 1
                 UNTIL WS-STL-IDX > WS-STL-COUNT
           END-IF.
           PERFORM 0185-READ-NEXT-CLAWBACK.

       0195-MATCH-CLAWBACK.
           IF ST-SLSMAN (WS-STL-IDX) = CLW-SLSMAN
              ADD CLW-COMM TO ST-CLAW-COMM (WS-STL-IDX)
              ADD CLW-TAX  TO ST-CLAW-TAX (WS-STL-IDX)
              ADD 1 TO WS-CNT-COBROS
           END-IF.

      * ANTICIPOS QUE SF4SALE RECUPERO EN ESTA LIQUIDACION: TIPO D CON
      * PERIODO = PERIODO LIQUIDADO. SETTLE TRAE EL NETO YA SIN ELLOS
       0186-LOAD-ADVANCES.
           OPEN INPUT SLSADV.
           IF WS-ADV-STATUS NOT = "00"
              IF WS-ADV-STATUS = "05" OR WS-ADV-STATUS = "35"
                 CLOSE SLSADV
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0187-READ-NEXT-ADVANCE
              PERFORM 0188-APPLY-ONE-ADVANCE
                 UNTIL WS-EOF
              CLOSE SLSADV
           END-IF.

       0187-READ-NEXT-ADVANCE.
           READ SLSADV
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0188-APPLY-ONE-ADVANCE.
           IF ADV-TIPO = 'D' AND ADV-PERIOD = WS-PERIODO
              PERFORM 0189-MATCH-ADVANCE
                 VARYING WS-STL-IDX FROM 1 BY 1
                 UNTIL WS-STL-IDX > WS-STL-COUNT
           END-IF.
           PERFORM 0187-READ-NEXT-ADVANCE.

       0189-MATCH-ADVANCE.
           IF ST-SLSMAN (WS-STL-IDX) = ADV-SLSMAN
              ADD ADV-AMOUNT TO ST-ADV (WS-STL-IDX)
              ADD 1 TO WS-CNT-ANTICIPOS
           END-IF.

      * HASTA SEIS RENGLONES POR VENDEDOR; LOS MONTOS EN CERO NO VAN
       0200-BUILD-SALESMAN-LINES.
           PERFORM 0210-FIND-COST-CENTER.
           COMPUTE WS-NVO-MONTO = ST-GROSS (WS-STL-IDX)
              + ST-CLAW-COMM (WS-STL-IDX).
           MOVE WS-CTA-COMISION TO WS-NVO-CUENTA.
           MOVE 'D' TO WS-NVO-DC.
           MOVE "COMISION" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.
           MOVE ST-CLAW-COMM (WS-STL-IDX) TO WS-NVO-MONTO.
           MOVE WS-CTA-COBRO TO WS-NVO-CUENTA.
           MOVE 'C' TO WS-NVO-DC.
           MOVE "COBRO" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.
           COMPUTE WS-NVO-MONTO = ST-TAX (WS-STL-IDX)
              + ST-CLAW-TAX (WS-STL-IDX).
           MOVE WS-CTA-RETENCION TO WS-NVO-CUENTA.
           MOVE 'C' TO WS-NVO-DC.
           MOVE "RETENCION" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.
           MOVE ST-CLAW-TAX (WS-STL-IDX) TO WS-NVO-MONTO.
           MOVE WS-CTA-REINTEGRO TO WS-NVO-CUENTA.
           MOVE 'D' TO WS-NVO-DC.
           MOVE "REINTEGRO" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.
           MOVE ST-ADV (WS-STL-IDX) TO WS-NVO-MONTO.
           MOVE WS-CTA-ANTICIPO TO WS-NVO-CUENTA.
           MOVE 'C' TO WS-NVO-DC.
           MOVE "ANTICIPO" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.
           MOVE ST-NET (WS-STL-IDX) TO WS-NVO-MONTO.
           MOVE WS-CTA-BANCO TO WS-NVO-CUENTA.
           MOVE 'C' TO WS-NVO-DC.
           MOVE "BANCO" TO WS-NVO-CONCEPTO.
           PERFORM 0230-ADD-LINE.

      * EMPRESA DEL VENDEDOR EN SLSCIA.DAT -> CENTRO EN GLMAP.DAT, SI
      * NO EL CENTRO POR DEFECTO
       0210-FIND-COST-CENTER.
           MOVE SPACES TO WS-EMP-ID WS-CCOSTO.
           PERFORM 0215-MATCH-COMPANY
              VARYING WS-CIA-IDX FROM 1 BY 1
              UNTIL WS-CIA-IDX > WS-CIA-COUNT
                 OR WS-EMP-ID NOT = SPACES.
           IF WS-EMP-ID NOT = SPACES
              PERFORM 0220-MATCH-COST-CENTER
                 VARYING WS-MAP-IDX FROM 1 BY 1
                 UNTIL WS-MAP-IDX > WS-MAP-COUNT
                    OR WS-CCOSTO NOT = SPACES
           END-IF.
           IF WS-CCOSTO = SPACES
              MOVE WS-CC-DEFECTO TO WS-CCOSTO
           END-IF.
           IF WS-CCOSTO = SPACES
              DISPLAY "VENDEDOR " ST-SLSMAN (WS-STL-IDX)
                 " SIN CENTRO DE COSTO (EMPRESA " WS-EMP-ID ")"
              ADD 1 TO WS-CNT-SIN-CCOSTO
           END-IF.

       0215-MATCH-COMPANY.
           IF CT-SLSMAN (WS-CIA-IDX) = ST-SLSMAN (WS-STL-IDX)
              MOVE CT-EMP-ID (WS-CIA-IDX) TO WS-EMP-ID
           END-IF.

       0220-MATCH-COST-CENTER.
           IF MT-CLAVE (WS-MAP-IDX) = WS-EMP-ID
              MOVE MT-VALOR (WS-MAP-IDX) TO WS-CCOSTO
           END-IF.

       0230-ADD-LINE.
           IF WS-NVO-MONTO > ZERO
              IF WS-LN-COUNT < 10000
                 ADD 1 TO WS-LN-COUNT
                 MOVE WS-NVO-CUENTA   TO LN-CUENTA (WS-LN-COUNT)
                 MOVE WS-CCOSTO       TO LN-CCOSTO (WS-LN-COUNT)
                 MOVE WS-NVO-DC       TO LN-DC (WS-LN-COUNT)
                 MOVE WS-NVO-MONTO    TO LN-MONTO (WS-LN-COUNT)
                 MOVE ST-SLSMAN (WS-STL-IDX)
                    TO LN-SLSMAN (WS-LN-COUNT)
                 MOVE ST-PERIOD (WS-STL-IDX)
                    TO LN-PERIOD (WS-LN-COUNT)
                 MOVE WS-NVO-CONCEPTO TO LN-CONCEPTO (WS-LN-COUNT)
                 MOVE SPACES TO LN-DESC (WS-LN-COUNT)
                 STRING WS-NVO-CONCEPTO DELIMITED BY SPACE
                    " VEND " ST-SLSMAN (WS-STL-IDX)
                    " PER " ST-PERIOD (WS-STL-IDX)
                    DELIMITED BY SIZE INTO LN-DESC (WS-LN-COUNT)
              ELSE
                 MOVE 'Y' TO WS-LN-LLENA-SW
              END-IF
           END-IF.

      * LOOK THE KEY UP IN THE SHARED PARAMETER FILE FOR THIS PROGRAM
       0250-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 0260-READ-NEXT-PARM
              PERFORM 0270-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

       0260-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.

       0270-MATCH-PARM.
           IF PRM-PROGRAM = "GLJRN1  " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0260-READ-NEXT-PARM
           END-IF.

      * ----------------------------------------------------------------
      * BITACORA DE DIARIOS: NUMERACION Y CONTROL DE DUPLICADOS
      * ----------------------------------------------------------------
       0300-LOAD-JOURNAL-LOG.
           OPEN INPUT GLJLOG.
           IF WS-LOG-STATUS NOT = "00"
              IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                 CLOSE GLJLOG
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0305-READ-NEXT-LOG
              PERFORM 0310-LOAD-ONE-LOG
                 UNTIL WS-EOF
              CLOSE GLJLOG
           END-IF.
           COMPUTE WS-JNL-NUM = WS-ULT-JNL + 1.

       0305-READ-NEXT-LOG.
           READ GLJLOG
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0310-LOAD-ONE-LOG.
           IF LOG-NUM > WS-ULT-JNL
              MOVE LOG-NUM TO WS-ULT-JNL
           END-IF.
           IF WS-LOG-COUNT < 2000
              ADD 1 TO WS-LOG-COUNT
              MOVE LOG-NUM    TO LT-NUM (WS-LOG-COUNT)
              MOVE LOG-PERIOD TO LT-PERIOD (WS-LOG-COUNT)
              MOVE LOG-CLASE  TO LT-CLASE (WS-LOG-COUNT)
              MOVE LOG-REF    TO LT-REF (WS-LOG-COUNT)
           END-IF.
           PERFORM 0305-READ-NEXT-LOG.

      * UN DIARIO NORMAL DEL PERIODO SIN REVERSO LO BLOQUEA
       0320-CHECK-PERIOD-JOURNALED.
           MOVE ZERO TO WS-JNL-PREVIO.
           PERFORM 0325-CHECK-ONE-LOG
              VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-COUNT.

       0325-CHECK-ONE-LOG.
           IF LT-CLASE (WS-LOG-IDX) = 'N'
              AND LT-PERIOD (WS-LOG-IDX) = WS-PERIODO
              PERFORM 0330-CHECK-REVERSED
              IF NOT WS-REVERSADO
                 MOVE LT-NUM (WS-LOG-IDX) TO WS-JNL-PREVIO
              END-IF
           END-IF.

      * EL DIARIO LT-NUM (WS-LOG-IDX) TIENE UN REVERSO QUE LO REFIERE?
       0330-CHECK-REVERSED.
           MOVE 'N' TO WS-REVERSADO-SW.
           PERFORM 0335-MATCH-REVERSAL
              VARYING WS-LOG-IDX2 FROM 1 BY 1
              UNTIL WS-LOG-IDX2 > WS-LOG-COUNT.

       0335-MATCH-REVERSAL.
           IF LT-CLASE (WS-LOG-IDX2) = 'R'
              AND LT-REF (WS-LOG-IDX2) = LT-NUM (WS-LOG-IDX)
              MOVE 'Y' TO WS-REVERSADO-SW
           END-IF.

      * ----------------------------------------------------------------
      * REVERSO DE UN DIARIO RECHAZADO POR CONTABILIDAD
      * ----------------------------------------------------------------
       0600-BUILD-REVERSAL.
           MOVE "REV-JOURNAL " TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:6) TO WS-REV-REPLY
           ELSE
              DISPLAY "DIARIO A REVERSAR (6 DIGITOS): "
              ACCEPT WS-REV-REPLY
              MOVE 'Y' TO WS-REV-PREGUNTA-SW
           END-IF.
           IF WS-REV-REPLY NOT NUMERIC
              DISPLAY "NUMERO DE DIARIO INVALIDO"
              MOVE 4 TO WS-RC
              GO TO 0600-EXIT
           END-IF.
           MOVE WS-REV-REPLY TO WS-JNL-REF.
           MOVE ZERO TO WS-PERIODO.
           MOVE 'N' TO WS-REVERSADO-SW.
           PERFORM 0610-FIND-ORIGINAL
              VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-COUNT.
           IF WS-PERIODO = ZERO
              DISPLAY "DIARIO " WS-JNL-REF " NO EXISTE EN GLJLOG.DAT "
                 "O NO ES UN DIARIO NORMAL"
              MOVE 4 TO WS-RC
              GO TO 0600-EXIT
           END-IF.
           IF WS-REVERSADO
              DISPLAY "DIARIO " WS-JNL-REF " YA FUE REVERSADO"
              MOVE 4 TO WS-RC
              GO TO 0600-EXIT
           END-IF.
           MOVE "REV-REASON  " TO WS-PRM-BUSCADA.
           PERFORM 0250-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR TO WS-REV-MOTIVO
           ELSE
              DISPLAY "MOTIVO DEL RECHAZO: "
              ACCEPT WS-REV-MOTIVO
           END-IF.
           IF WS-REV-MOTIVO = SPACES
              MOVE "RECHAZADO POR CONTABILIDAD" TO WS-REV-MOTIVO
           END-IF.
           PERFORM 0620-LOAD-ORIGINAL-LINES.
           IF WS-LN-COUNT = ZERO OR WS-LN-LLENA
              DISPLAY "RENGLONES DEL DIARIO " WS-JNL-REF
                 " NO DISPONIBLES EN GLJHIST.DAT"
              MOVE "GLJHIST SIN RENGLONES DIARIO" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
              GO TO 0600-EXIT
           END-IF.
           IF WS-REV-PREGUNTADO
              DISPLAY "REVERSAR DIARIO " WS-JNL-REF " DEL PERIODO "
                 WS-PERIODO " (" WS-LN-COUNT " RENGLONES)? (S/N): "
              ACCEPT WS-CONFIRM
           END-IF.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
              DISPLAY "REVERSO CANCELADO"
              MOVE ZERO TO WS-LN-COUNT
           END-IF.
       0600-EXIT.
           EXIT.

       0610-FIND-ORIGINAL.
           IF LT-NUM (WS-LOG-IDX) = WS-JNL-REF
              AND LT-CLASE (WS-LOG-IDX) = 'N'
              MOVE LT-PERIOD (WS-LOG-IDX) TO WS-PERIODO
              PERFORM 0330-CHECK-REVERSED
           END-IF.

      * MISMOS RENGLONES DEL ORIGINAL CON DEBITO Y CREDITO INVERTIDOS
       0620-LOAD-ORIGINAL-LINES.
           OPEN INPUT GLJHIST.
           IF WS-HIS-STATUS NOT = "00"
              IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
                 CLOSE GLJHIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0625-READ-NEXT-HIST
              PERFORM 0630-LOAD-ONE-HIST
                 UNTIL WS-EOF
              CLOSE GLJHIST
           END-IF.

       0625-READ-NEXT-HIST.
           READ GLJHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0630-LOAD-ONE-HIST.
           IF HIS-NUM = WS-JNL-REF
              IF WS-LN-COUNT < 10000
                 ADD 1 TO WS-LN-COUNT
                 MOVE HIS-CUENTA   TO LN-CUENTA (WS-LN-COUNT)
                 MOVE HIS-CCOSTO   TO LN-CCOSTO (WS-LN-COUNT)
                 IF HIS-DC = 'D'
                    MOVE 'C' TO LN-DC (WS-LN-COUNT)
                 ELSE
                    MOVE 'D' TO LN-DC (WS-LN-COUNT)
                 END-IF
                 MOVE HIS-MONTO    TO LN-MONTO (WS-LN-COUNT)
                 MOVE HIS-SLSMAN   TO LN-SLSMAN (WS-LN-COUNT)
                 MOVE HIS-PERIOD   TO LN-PERIOD (WS-LN-COUNT)
                 MOVE HIS-CONCEPTO TO LN-CONCEPTO (WS-LN-COUNT)
                 MOVE SPACES TO LN-DESC (WS-LN-COUNT)
                 STRING "REV " HIS-DESC
                    DELIMITED BY SIZE INTO LN-DESC (WS-LN-COUNT)
              ELSE
                 MOVE 'Y' TO WS-LN-LLENA-SW
              END-IF
           END-IF.
           PERFORM 0625-READ-NEXT-HIST.

      * ----------------------------------------------------------------
      * CUADRE Y GRABACION
      * ----------------------------------------------------------------
      * DEBITOS = CREDITOS O NO SE GRABA NADA
       0700-CHECK-BALANCE.
           MOVE ZERO TO WS-TOT-DEBITOS WS-TOT-CREDITOS.
           PERFORM 0710-ADD-ONE-LINE
              VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT.
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
              IF WS-TOT-DEBITOS > WS-TOT-CREDITOS
                 COMPUTE WS-DIFERENCIA =
                    WS-TOT-DEBITOS - WS-TOT-CREDITOS
              ELSE
                 COMPUTE WS-DIFERENCIA =
                    WS-TOT-CREDITOS - WS-TOT-DEBITOS
              END-IF
              MOVE WS-DIFERENCIA TO WS-DISP-MONTO
              DISPLAY "DIARIO DESCUADRADO - DIFERENCIA " WS-DISP-MONTO
              DISPLAY "NO SE GRABA GLJRNL.DAT"
              MOVE "DIARIO GL DESCUADRADO" TO WS-ALR-MOTIVO
              PERFORM 0910-WRITE-ALERT
              MOVE 8 TO WS-RC
           END-IF.

       0710-ADD-ONE-LINE.
           IF LN-DC (WS-LN-IDX) = 'D'
              ADD LN-MONTO (WS-LN-IDX) TO WS-TOT-DEBITOS
           ELSE
              ADD LN-MONTO (WS-LN-IDX) TO WS-TOT-CREDITOS
           END-IF.

       0800-WRITE-JOURNAL.
           OPEN OUTPUT GLJRNL.
           MOVE SPACES TO JNL-REC.
           MOVE 'H' TO JNH-TIPO.
           MOVE WS-JNL-NUM TO JNH-NUM.
           MOVE WS-PERIODO TO JNH-PERIOD.
           MOVE WS-SYSDATE-N TO JNH-FECHA.
           MOVE WS-MODO TO JNH-CLASE.
           MOVE WS-JNL-REF TO JNH-REF.
           IF WS-MODO-REVERSO
              MOVE WS-REV-MOTIVO TO JNH-DESC
           ELSE
              MOVE "COMISIONES Y RETENCIONES" TO JNH-DESC
           END-IF.
           WRITE JNL-REC.
           OPEN EXTEND GLJHIST.
           PERFORM 0810-WRITE-ONE-LINE
              VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT.
           CLOSE GLJHIST.
           MOVE SPACES TO JNL-REC.
           MOVE 'T' TO JNT-TIPO.
           MOVE WS-JNL-NUM TO JNT-NUM.
           MOVE WS-LN-COUNT TO JNT-LINEAS.
           MOVE WS-TOT-DEBITOS TO JNT-DEBITOS.
           MOVE WS-TOT-CREDITOS TO JNT-CREDITOS.
           WRITE JNL-REC.
           CLOSE GLJRNL.
           OPEN EXTEND GLJLOG.
           MOVE SPACES TO LOG-REC.
           MOVE WS-JNL-NUM TO LOG-NUM.
           MOVE WS-PERIODO TO LOG-PERIOD.
           MOVE WS-SYSDATE-N TO LOG-FECHA.
           MOVE WS-SYSTIME (1:6) TO LOG-HORA.
           MOVE WS-MODO TO LOG-CLASE.
           MOVE WS-JNL-REF TO LOG-REF.
           MOVE WS-LN-COUNT TO LOG-LINEAS.
           MOVE WS-TOT-DEBITOS TO LOG-DEBITOS.
           MOVE WS-TOT-CREDITOS TO LOG-CREDITOS.
           MOVE WS-REV-MOTIVO TO LOG-MOTIVO.
           WRITE LOG-REC.
           CLOSE GLJLOG.
           MOVE WS-TOT-DEBITOS TO WS-DISP-MONTO.
           IF WS-MODO-REVERSO
              DISPLAY "DIARIO DE REVERSO " WS-JNL-NUM " DEL DIARIO "
                 WS-JNL-REF ": GLJRNL.DAT"
           ELSE
              DISPLAY "DIARIO " WS-JNL-NUM " DEL PERIODO " WS-PERIODO
                 ": GLJRNL.DAT"
              DISPLAY "COBROS POR DEVOLUCION: " WS-CNT-COBROS
           END-IF.
           DISPLAY "RENGLONES: " WS-LN-COUNT "  DEBITOS = CREDITOS = "
              WS-DISP-MONTO.

       0810-WRITE-ONE-LINE.
           MOVE SPACES TO JNL-REC.
           MOVE 'D' TO JND-TIPO.
           MOVE WS-JNL-NUM TO JND-NUM.
           MOVE WS-LN-IDX TO JND-LINEA.
           MOVE LN-CUENTA (WS-LN-IDX)   TO JND-CUENTA.
           MOVE LN-CCOSTO (WS-LN-IDX)   TO JND-CCOSTO.
           MOVE LN-DC (WS-LN-IDX)       TO JND-DC.
           MOVE LN-MONTO (WS-LN-IDX)    TO JND-MONTO.
           MOVE LN-SLSMAN (WS-LN-IDX)   TO JND-SLSMAN.
           MOVE LN-PERIOD (WS-LN-IDX)   TO JND-PERIOD.
           MOVE LN-CONCEPTO (WS-LN-IDX) TO JND-CONCEPTO.
           MOVE LN-DESC (WS-LN-IDX)     TO JND-DESC.
           WRITE JNL-REC.
           MOVE JNL-REC TO HIS-REC.
           WRITE HIS-REC.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           IF WS-RC = 8
              STRING "GLJRN1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
                 WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
                 " STATUS=FAILED MODE=" WS-MODO
                 " PER=" WS-PERIODO
                 DELIMITED BY SIZE INTO RUNLOG-LINE
           ELSE
              STRING "GLJRN1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
                 WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
                 " STATUS=COMPLETE MODE=" WS-MODO
                 " PER=" WS-PERIODO " LINES=" WS-LN-COUNT
                 DELIMITED BY SIZE INTO RUNLOG-LINE
           END-IF.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.

      * A STRUCTURED ALERT FOR THE MORNING REVIEW WHEN THE STEP STOPS
       0910-WRITE-ALERT.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT > "07"
              MOVE SPACES TO ALR-REC
              MOVE ' ' TO ALR-ACK
              MOVE "GLJRN1  " TO ALR-PROGRAM
              MOVE WS-SYSDATE-N TO ALR-FECHA
              MOVE WS-SYSTIME (1:6) TO ALR-HORA
              MOVE 'E' TO ALR-SEVERITY
              MOVE WS-ALR-MOTIVO TO ALR-REASON
              WRITE ALR-REC
              CLOSE ALERTS
           END-IF.
       END PROGRAM GLJRN1.
