      * ALREADY HOLDS). THE SALESMAN'S RECORD IS CREATED ON HIS FIRST
      * SALE OF THE PERIOD, AND THE DAY NUMBER IS VALIDATED AGAINST
      * THE SALES-DAYS-IN-PERIOD SETTING THE REPORT ALSO USES. NO
      * MORE HAND-BUILDING THE 24 FIXED COLUMNS IN AN EDITOR.
      * WITH THE PERIOD ON THE BUSINESS-DAY CALENDAR (CALMNT1) THE
      * CLERK MAY KEY THE CALENDAR DATE INSTEAD OF THE DAY NUMBER,
      * EVERY Dn BUCKET SHOWS ITS REAL DATE, AND A SALE ON A HOLIDAY
      * OR REST DAY IS REFUSED. A SALE WORKED BY TWO SALESMEN MAY BE
      * SPLIT AT CAPTURE: A SECOND SLSMAN-ID AND THE PERCENTAGE THAT
      * GOES TO HIM; EACH SHARE IS POSTED TO ITS OWN SALESMAN'S
      * BUCKET FOR THE DAY AND THE SPLIT IS RECORDED IN SLSSPLT.DAT
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SLSPROD ASSIGN TO "SLSPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.
      * CALENDARIO DE DIAS HABILES (CALMNT1) - CUBO Dn A FECHA REAL.
      * SIN EL PERIODO EN EL CALENDARIO LA CAPTURA PASA COMO ANTES
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      * VENTAS COMPARTIDAS ENTRE DOS VENDEDORES - UNA LINEA POR
      * REPARTO, PARA AUDITORIA Y PARA EL REPORTE Y EL ESTADO DE CUENTA
           SELECT OPTIONAL SLSSPLT ASSIGN TO "SLSSPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           03 PLK-PERIOD                   PIC 9(6).
           03 PLK-ESTADO                   PIC X(1).

       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                    PIC 9(8).
           03 CAL-FECHA-R REDEFINES CAL-FECHA.
              05 CAL-PERIODO               PIC 9(6).
              05 CAL-DD                    PIC 9(2).
           03 CAL-DIA-SEM                  PIC 9(1).
           03 CAL-TIPO                     PIC X(1).
           03 CAL-DIA-VENTA                PIC 9(2).
           03 CAL-DESC                     PIC X(30).

      * SPL-SLSMAN SE QUEDA CON SPL-AMT-1, EL SEGUNDO VENDEDOR
      * SPL-SOCIO RECIBE SPL-PCT POR CIENTO (SPL-AMT-2)
       FD SLSSPLT.
       01 SPL-REC.
           03 SPL-FECHA                    PIC 9(8).
           03 SPL-HORA                     PIC 9(6).
           03 SPL-PERIOD                   PIC 9(6).
           03 SPL-DAY                      PIC 9(2).
           03 SPL-SLSMAN                   PIC 9(4).
           03 SPL-SOCIO                    PIC 9(4).
           03 SPL-PCT                      PIC 9(3).
           03 SPL-TOTAL                    PIC 9(8).
           03 SPL-AMT-1                    PIC 9(8).
           03 SPL-AMT-2                    PIC 9(8).
           03 SPL-ORIGEN                   PIC X(8).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

        01  WS-SALES-DAYS-REPLY PIC X(02).

        01  WS-ENT-SLSMAN       PIC X(04).
        01  WS-ENT-DAY          PIC X(08).
        01  WS-ENT-AMOUNT       PIC X(08).
        01  WS-ENT-COMM         PIC X(03).
        01  WS-DAY-NUM          PIC 9(02).
            88 WS-SIGUE-SI      VALUE 'Y' 'y'.
        01  WS-CNT-APLICADAS    PIC 9(04) VALUE ZERO.

      * VENTA COMPARTIDA - SEGUNDO VENDEDOR, SU PORCENTAJE Y EL
      * MONTO QUE LE TOCA A CADA UNO
        01  WS-SPL-STATUS       PIC XX.
        01  WS-ENT-SOCIO        PIC X(04).
        01  WS-ENT-PCT          PIC X(02).
        01  WS-ENT-GUARDA       PIC X(04).
        01  WS-SOCIO-SW         PIC X(01).
            88 WS-HAY-SOCIO     VALUE 'Y'.
        01  WS-SPLIT-OK-SW      PIC X(01).
            88 WS-SPLIT-OK      VALUE 'Y'.
        01  WS-SPLIT-MOTIVO     PIC X(50).
        01  WS-SPL-TOTAL        PIC 9(08).
        01  WS-SPL-AMT-1        PIC 9(08).
        01  WS-SPL-AMT-2        PIC 9(08).
        01  WS-SLS-HIT-1        PIC 9(04).
        01  WS-CNT-COMPARTIDAS  PIC 9(04) VALUE ZERO.
      * VENDEDOR Y MONTO QUE VAN AL DETALLE POR LINEA DE PRODUCTO
        01  WS-APL-SLSMAN       PIC 9(04).
        01  WS-APL-AMOUNT       PIC 9(08).

      * FECHAS DEL PERIODO EN CURSO SEGUN CALENDAR.DAT
        01  WS-CAL-STATUS       PIC XX.
        01  WS-CAL-EOF-SW       PIC X(01).
            88 WS-CAL-EOF       VALUE 'Y'.
        01  WS-CAL-COUNT        PIC 9(02) VALUE ZERO.
        01  WS-CAL-IDX          PIC 9(02).
        01  WS-CAL-HIT          PIC 9(02).
        01  WS-CAL-DIAS-VENTA   PIC 9(02) VALUE ZERO.
        01  WS-CAL-TABLA.
            03 WS-CAL-ENTRY OCCURS 31 TIMES.
               05 WS-CAL-FECHA  PIC 9(8).
               05 WS-CAL-TIPO   PIC X(1).
               05 WS-CAL-CUBO   PIC 9(2).
               05 WS-CAL-DESC   PIC X(30).
        01  WS-ENT-FECHA        PIC 9(08).
        01  WS-DAY-FECHA        PIC 9(08).
        01  WS-DAY-OK-SW        PIC X(01).
            88 WS-DAY-OK        VALUE 'Y'.
        01  WS-DAY-MOTIVO       PIC X(50).

      * WHOLE SALES FILE HELD IN STORAGE, REWRITTEN ON EXIT
        01  WS-SLS-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-SLS-IDX          PIC 9(04).
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0040-LOAD-CALENDAR.
           IF WS-CAL-COUNT > ZERO
              MOVE WS-CAL-DIAS-VENTA TO WS-SALES-DAYS
              DISPLAY "CALENDARIO DEL PERIODO " WS-PERIODO-ACTUAL
                 ": " WS-CAL-DIAS-VENTA " DIAS DE VENTA"
           END-IF.
           DISPLAY "SALES DAYS IN PERIOD (ENTER = " WS-SALES-DAYS
              "): ".
           ACCEPT WS-SALES-DAYS-REPLY.
           IF WS-SALES-DAYS-REPLY IS NUMERIC
              AND WS-SALES-DAYS-REPLY NOT = ZERO
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           DISPLAY "VENTAS APLICADAS: " WS-CNT-APLICADAS.
           DISPLAY "  COMPARTIDAS   : " WS-CNT-COMPARTIDAS.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           END-IF.
           PERFORM 0031-READ-NEXT-LOCK.

      * LAS FECHAS DEL PERIODO EN CURSO CON SU TIPO Y SU CUBO Dn
       0040-LOAD-CALENDAR.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           ELSE
              MOVE 'N' TO WS-CAL-EOF-SW
              PERFORM 0041-READ-NEXT-CALENDAR
              PERFORM 0042-LOAD-ONE-DATE
                 UNTIL WS-CAL-EOF
              CLOSE CALENDAR
           END-IF.

       0041-READ-NEXT-CALENDAR.
           READ CALENDAR
              AT END MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       0042-LOAD-ONE-DATE.
           IF CAL-PERIODO = WS-PERIODO-ACTUAL
              AND WS-CAL-COUNT < 31
              ADD 1 TO WS-CAL-COUNT
              MOVE CAL-FECHA     TO WS-CAL-FECHA (WS-CAL-COUNT)
              MOVE CAL-TIPO      TO WS-CAL-TIPO (WS-CAL-COUNT)
              MOVE CAL-DIA-VENTA TO WS-CAL-CUBO (WS-CAL-COUNT)
              MOVE CAL-DESC      TO WS-CAL-DESC (WS-CAL-COUNT)
              IF CAL-DIA-VENTA > WS-CAL-DIAS-VENTA
                 MOVE CAL-DIA-VENTA TO WS-CAL-DIAS-VENTA
              END-IF
           END-IF.
           PERFORM 0041-READ-NEXT-CALENDAR.

       0100-LOAD-SALES.
           OPEN INPUT SALES.
           IF WS-SALES-STATUS NOT = "00"
       0200-CAPTURE-ONE-SALE.
           DISPLAY "SLSMAN-ID (4 DIGITOS): ".
           ACCEPT WS-ENT-SLSMAN.
           IF WS-CAL-COUNT > ZERO
              DISPLAY "DIA DE LA VENTA (01-" WS-SALES-DAYS
                 ") O FECHA AAAAMMDD: "
           ELSE
              DISPLAY "DIA DE LA VENTA (1-" WS-SALES-DAYS "): "
           END-IF.
           ACCEPT WS-ENT-DAY.
           DISPLAY "MONTO DE LA VENTA: ".
           ACCEPT WS-ENT-AMOUNT.
           ELSE
              MOVE SPACES TO WS-ENT-PROD
           END-IF.
           DISPLAY "VENTA COMPARTIDA - SLSMAN-ID DEL SEGUNDO VENDEDOR "
              "(ENTER = NO): ".
           ACCEPT WS-ENT-SOCIO.
           IF WS-ENT-SOCIO NOT = SPACES
              DISPLAY "PORCENTAJE PARA EL SEGUNDO VENDEDOR (01-99): "
              ACCEPT WS-ENT-PCT
           ELSE
              MOVE SPACES TO WS-ENT-PCT
           END-IF.
           PERFORM 0300-APPLY-ONE-SALE.
           DISPLAY "OTRA VENTA? (Y/N): ".
           ACCEPT WS-SIGUE.
           IF WS-ENT-SLSMAN NOT NUMERIC
              DISPLAY "SLSMAN-ID DEBE SER NUMERICO"
           ELSE
           IF WS-ENT-AMOUNT NOT NUMERIC
              DISPLAY "MONTO DEBE SER NUMERICO"
           ELSE
              PERFORM 0250-RESOLVE-DAY
              PERFORM 0350-CHECK-PRODLIN
              PERFORM 0280-CHECK-SPLIT
              IF NOT WS-DAY-OK
                 DISPLAY WS-DAY-MOTIVO
              ELSE
              IF NOT WS-PRD-OK
                 DISPLAY "LINEA DE PRODUCTO NO EXISTE EN "
                    "PRODLIN.DAT"
              ELSE
              IF NOT WS-SPLIT-OK
                 DISPLAY WS-SPLIT-MOTIVO
              ELSE
                 PERFORM 0400-FIND-SALESMAN
                 IF WS-SLS-HIT = ZERO
                    PERFORM 0500-CREATE-SALESMAN
                 END-IF
                 IF WS-SLS-HIT > ZERO AND WS-HAY-SOCIO
                    PERFORM 0700-APPLY-SPLIT
                 ELSE
                 IF WS-SLS-HIT > ZERO
                    ADD FUNCTION NUMVAL(WS-ENT-AMOUNT)
                       TO WS-TBL-DAY-AMT (WS-SLS-HIT, WS-DAY-NUM)
                    MOVE 'Y' TO WS-CAMBIOS-SW
                    ADD 1 TO WS-CNT-APLICADAS
                    MOVE FUNCTION NUMVAL(WS-ENT-SLSMAN)
                       TO WS-APL-SLSMAN
                    MOVE FUNCTION NUMVAL(WS-ENT-AMOUNT)
                       TO WS-APL-AMOUNT
                    PERFORM 0600-WRITE-PROD-DETAIL
                    IF WS-DAY-FECHA > ZERO
                       DISPLAY "VENTA APLICADA AL DIA " WS-DAY-NUM
                          " (FECHA " WS-DAY-FECHA ") DEL VENDEDOR "
                          WS-ENT-SLSMAN
                    ELSE
                       DISPLAY "VENTA APLICADA AL DIA " WS-DAY-NUM
                          " DEL VENDEDOR " WS-ENT-SLSMAN
                    END-IF
                 END-IF
              END-IF.

      * EL DIA SE DA COMO NUMERO DE CUBO (DOS DIGITOS) O, CON EL
      * PERIODO EN EL CALENDARIO, COMO FECHA AAAAMMDD. CON CALENDARIO
      * EL CUBO DEBE CORRESPONDER A UN DIA LABORABLE Y LA FECHA DEBE
      * SER LABORABLE Y DEL PERIODO EN CURSO
       0250-RESOLVE-DAY.
           MOVE 'N' TO WS-DAY-OK-SW.
           MOVE SPACES TO WS-DAY-MOTIVO.
           MOVE ZERO TO WS-DAY-NUM WS-DAY-FECHA WS-CAL-HIT.
           IF WS-ENT-DAY IS NUMERIC
              IF WS-CAL-COUNT = ZERO
                 MOVE "SIN CALENDARIO DEL PERIODO - DIGITE EL DIA"
                    TO WS-DAY-MOTIVO
              ELSE
                 MOVE WS-ENT-DAY TO WS-ENT-FECHA
                 PERFORM 0260-FIND-CAL-DATE
                    VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-HIT > ZERO
                 IF WS-CAL-HIT = ZERO
                    MOVE "FECHA FUERA DEL PERIODO EN CURSO"
                       TO WS-DAY-MOTIVO
                 ELSE
                 IF WS-CAL-CUBO (WS-CAL-HIT) = ZERO
                    STRING "FECHA NO LABORABLE - "
                       WS-CAL-DESC (WS-CAL-HIT)
                       DELIMITED BY SIZE INTO WS-DAY-MOTIVO
                 ELSE
                    MOVE WS-CAL-CUBO (WS-CAL-HIT) TO WS-DAY-NUM
                    MOVE WS-ENT-FECHA TO WS-DAY-FECHA
                 END-IF
                 END-IF
              END-IF
           ELSE
           IF WS-ENT-DAY (1:2) IS NUMERIC
              AND WS-ENT-DAY (3:6) = SPACES
              MOVE WS-ENT-DAY (1:2) TO WS-DAY-NUM
              IF WS-CAL-COUNT > ZERO
                 PERFORM 0270-FIND-CAL-BUCKET
                    VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-HIT > ZERO
                 IF WS-CAL-HIT > ZERO
                    MOVE WS-CAL-FECHA (WS-CAL-HIT) TO WS-DAY-FECHA
                 END-IF
              END-IF
           ELSE
              MOVE "DIA DEBE SER NUMERICO" TO WS-DAY-MOTIVO
           END-IF
           END-IF.
           IF WS-DAY-MOTIVO = SPACES
              IF WS-DAY-NUM = ZERO OR WS-DAY-NUM > WS-SALES-DAYS
                 STRING "DIA FUERA DEL PERIODO (1-" WS-SALES-DAYS ")"
                    DELIMITED BY SIZE INTO WS-DAY-MOTIVO
              ELSE
              IF WS-CAL-COUNT > ZERO AND WS-DAY-FECHA = ZERO
                 MOVE "EL DIA NO TIENE FECHA LABORABLE EN EL CALENDARIO"
                    TO WS-DAY-MOTIVO
              ELSE
                 MOVE 'Y' TO WS-DAY-OK-SW
              END-IF
              END-IF
           END-IF.

       0260-FIND-CAL-DATE.
           IF WS-CAL-FECHA (WS-CAL-IDX) = WS-ENT-FECHA
              MOVE WS-CAL-IDX TO WS-CAL-HIT
           END-IF.

       0270-FIND-CAL-BUCKET.
           IF WS-CAL-CUBO (WS-CAL-IDX) = WS-DAY-NUM
              MOVE WS-CAL-IDX TO WS-CAL-HIT
           END-IF.

      * UN SEGUNDO VENDEDOR (DISTINTO DEL PRIMERO) CON PORCENTAJE
      * 01-99 REPARTE LA VENTA. LA PARTE DEL SEGUNDO SE REDONDEA Y EL
      * PRIMERO SE QUEDA CON EL RESTO, ASI LAS DOS SUMAN LA VENTA
       0280-CHECK-SPLIT.
           MOVE 'Y' TO WS-SPLIT-OK-SW.
           MOVE 'N' TO WS-SOCIO-SW.
           MOVE SPACES TO WS-SPLIT-MOTIVO.
           IF WS-ENT-SOCIO NOT = SPACES
              MOVE 'Y' TO WS-SOCIO-SW
              MOVE 'N' TO WS-SPLIT-OK-SW
              IF WS-ENT-SOCIO NOT NUMERIC
                 MOVE "SEGUNDO SLSMAN-ID DEBE SER NUMERICO"
                    TO WS-SPLIT-MOTIVO
              ELSE
              IF WS-ENT-SOCIO = WS-ENT-SLSMAN
                 MOVE "EL SEGUNDO VENDEDOR DEBE SER OTRO"
                    TO WS-SPLIT-MOTIVO
              ELSE
              IF WS-ENT-PCT NOT NUMERIC OR WS-ENT-PCT = ZERO
                 MOVE "PORCENTAJE DEBE SER 01-99" TO WS-SPLIT-MOTIVO
              ELSE
                 MOVE FUNCTION NUMVAL(WS-ENT-AMOUNT) TO WS-SPL-TOTAL
                 COMPUTE WS-SPL-AMT-2 ROUNDED =
                    WS-SPL-TOTAL * FUNCTION NUMVAL(WS-ENT-PCT) / 100
                 COMPUTE WS-SPL-AMT-1 = WS-SPL-TOTAL - WS-SPL-AMT-2
                 IF WS-SPL-AMT-1 = ZERO OR WS-SPL-AMT-2 = ZERO
                    MOVE "MONTO MUY CHICO PARA REPARTIR"
                       TO WS-SPLIT-MOTIVO
                 ELSE
                    MOVE 'Y' TO WS-SPLIT-OK-SW
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      * CON LA TABLA DE LINEAS EN DISCO LA LINEA ES OBLIGATORIA Y
      * DEBE EXISTIR
       0350-CHECK-PRODLIN.
              IF WS-SPR-STATUS > "07"
                 DISPLAY "NO SE PUDO ABRIR SLSPROD.DAT"
              ELSE
                 MOVE WS-APL-SLSMAN TO SPR-SLSMAN
                 MOVE WS-DAY-NUM TO SPR-DAY
                 MOVE WS-ENT-PROD TO SPR-PROD
                 MOVE WS-APL-AMOUNT TO SPR-AMOUNT
                 WRITE SPR-REC
                 CLOSE SLSPROD
              END-IF
              CLOSE SLSMST
           END-IF.

      * VENTA COMPARTIDA - EL PRIMER VENDEDOR YA ESTA EN WS-SLS-HIT.
      * EL SEGUNDO SE BUSCA (O SE CREA) CON LAS MISMAS REGLAS QUE EL
      * PRIMERO; SOLO CON LOS DOS EN LA TABLA Y EL REPARTO GRABADO EN
      * SLSSPLT.DAT SE SUMA CADA PARTE A SU CUBO DEL DIA
       0700-APPLY-SPLIT.
           MOVE WS-SLS-HIT TO WS-SLS-HIT-1.
           MOVE WS-ENT-SLSMAN TO WS-ENT-GUARDA.
           MOVE WS-ENT-SOCIO TO WS-ENT-SLSMAN.
           PERFORM 0400-FIND-SALESMAN.
           IF WS-SLS-HIT = ZERO
              PERFORM 0500-CREATE-SALESMAN
           END-IF.
           MOVE WS-ENT-GUARDA TO WS-ENT-SLSMAN.
           IF WS-SLS-HIT = ZERO
              DISPLAY "SEGUNDO VENDEDOR NO DISPONIBLE - VENTA NO "
                 "APLICADA"
           ELSE
              OPEN EXTEND SLSSPLT
              IF WS-SPL-STATUS > "07"
                 DISPLAY "NO SE PUDO ABRIR SLSSPLT.DAT - VENTA NO "
                    "APLICADA"
              ELSE
                 PERFORM 0710-WRITE-SPLIT-AUDIT
                 CLOSE SLSSPLT
                 ADD WS-SPL-AMT-1
                    TO WS-TBL-DAY-AMT (WS-SLS-HIT-1, WS-DAY-NUM)
                 ADD WS-SPL-AMT-2
                    TO WS-TBL-DAY-AMT (WS-SLS-HIT, WS-DAY-NUM)
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 ADD 1 TO WS-CNT-APLICADAS
                 ADD 1 TO WS-CNT-COMPARTIDAS
                 MOVE FUNCTION NUMVAL(WS-ENT-SLSMAN) TO WS-APL-SLSMAN
                 MOVE WS-SPL-AMT-1 TO WS-APL-AMOUNT
                 PERFORM 0600-WRITE-PROD-DETAIL
                 MOVE FUNCTION NUMVAL(WS-ENT-SOCIO) TO WS-APL-SLSMAN
                 MOVE WS-SPL-AMT-2 TO WS-APL-AMOUNT
                 PERFORM 0600-WRITE-PROD-DETAIL
                 DISPLAY "VENTA COMPARTIDA APLICADA AL DIA " WS-DAY-NUM
                    ": " WS-ENT-SLSMAN " " WS-SPL-AMT-1 " / "
                    WS-ENT-SOCIO " " WS-SPL-AMT-2
              END-IF
           END-IF.

       0710-WRITE-SPLIT-AUDIT.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           MOVE WS-SYSDATE TO SPL-FECHA.
           MOVE WS-SYSTIME (1:6) TO SPL-HORA.
           MOVE WS-PERIODO-ACTUAL TO SPL-PERIOD.
           MOVE WS-DAY-NUM TO SPL-DAY.
           MOVE FUNCTION NUMVAL(WS-ENT-SLSMAN) TO SPL-SLSMAN.
           MOVE FUNCTION NUMVAL(WS-ENT-SOCIO) TO SPL-SOCIO.
           MOVE FUNCTION NUMVAL(WS-ENT-PCT) TO SPL-PCT.
           MOVE WS-SPL-TOTAL TO SPL-TOTAL.
           MOVE WS-SPL-AMT-1 TO SPL-AMT-1.
           MOVE WS-SPL-AMT-2 TO SPL-AMT-2.
           MOVE "SLSCAP1 " TO SPL-ORIGEN.
           WRITE SPL-REC.

       0800-REWRITE-SALES.
           OPEN OUTPUT SALES.
           PERFORM 0810-WRITE-ONE-SALES
           STRING "SLSCAP1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " STATUS=COMPLETE APPLIED=" WS-CNT-APLICADAS
              " SPLIT=" WS-CNT-COMPARTIDAS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
