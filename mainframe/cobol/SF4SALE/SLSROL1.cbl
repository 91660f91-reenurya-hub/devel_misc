       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSROL1.
      * ===============================================================
      * SLSROL1 = PASO DE PERIODO DE VENTAS. SLSCLS1 CIERRA EL PERIODO
      * PERO NADIE ABRIA EL SIGUIENTE - SALES.DAT SE COPIABA A MANO Y
      * SE REEMPLAZABA POR UN ARCHIVO EN CEROS HECHO EN EL EDITOR.
      * (R) PASO DE PERIODO - LO FIRMA EL USUARIO DE LA SESION
      *     (USRSES1). SOLO SI EL PERIODO ESTA CERRADO EN
      *     SLSPLOCK.DAT, SETTLE.DAT YA TIENE SUS DETALLES Y VFVTAP1
      *     YA CONTABILIZO TODO SLSPROD.DAT (VFVTCTL.DAT). COPIA
      *     SALES.DAT, SLSPROD.DAT, SLSQUOTA.DAT, LA COLA SLSADJP.DAT
      *     Y LAS BANDAS DE COMMTIER.DAT AL ARCHIVO DE PERIODOS
      *     SLSPARC.DAT CON FECHA Y HORA,
      *     REHACE SALES.DAT CON CADA VENDEDOR ACTIVO DE SLSMST.DAT EN
      *     CEROS Y SU COMISION ARRASTRADA, VACIA SLSPROD.DAT (Y
      *     DEJA VFVTCTL.DAT EN CERO PARA QUE VFVTAP1 TOME DESDE EL
      *     PRIMER REGISTRO DEL PERIODO NUEVO) Y DEJA
      *     LA COLA DE AJUSTES PENDIENTES VIVA PARA EL PERIODO NUEVO
      *     (LOS QUE APRUEBE SLSAPR1 CAEN EN LOS CUBOS NUEVOS). LAS
      *     CUOTAS SE CONSERVAN. EL PERIODO NUEVO QUEDA ESTAMPADO
      *     ABIERTO (N) EN SLSPLOCK.DAT.
      * (D) DESHACER - CON FIRMA DE SUPERVISOR (USRSGN1, ROL S),
      *     DEVUELVE SALES.DAT Y SLSPROD.DAT DESDE LA ULTIMA COPIA
      *     DEL PERIODO EN SLSPARC.DAT. VFVTCTL.DAT QUEDA CON LOS
      *     REGISTROS DEVUELTOS, QUE YA ESTABAN CONTABILIZADOS ANTES
      *     DEL PASO. LA COLA Y LAS CUOTAS NO SE TOCAN: EL PASO NO
      *     LAS CAMBIO Y LA COLA PUDO DECIDIRSE DESPUES.
      * CADA ACCION DEJA SU LINEA EN SLSPLOG.DAT; LA ULTIMA ACCION
      * ROLLOVER/DESHACER DEL PERIODO DICE SI SE PUEDE REPETIR
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES ASSIGN TO "SALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
           SELECT OPTIONAL SLSPROD ASSIGN TO "SLSPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL SLSQUOTA ASSIGN TO "SLSQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT OPTIONAL SLSADJP ASSIGN TO "SLSADJP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.
           SELECT OPTIONAL COMMTIER ASSIGN TO "COMMTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.
           SELECT OPTIONAL SETTLE ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT OPTIONAL SLSPLOCK ASSIGN TO "SLSPLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL SLSPLOG ASSIGN TO "SLSPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL SLSPARC ASSIGN TO "SLSPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
      * MARCA DE VFVTAP1: CUANTOS REGISTROS DE SLSPROD.DAT YA PASO
      * A SALIDAS DE VFSTKLG.DAT
           SELECT OPTIONAL VFVTCTL ASSIGN TO "VFVTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALES.
       01 SALESDETAILS.
           03 SLSMAN-ID                    PIC 9(4).
           03 SLS-DAY-BUCKETS.
              05 SLS-DAY-AMT OCCURS 24 TIMES
                                          PIC 9(8).
           03 COMMISSION                   PIC 9(3).

       FD SLSPROD.
       01 SPR-REC.
           03 SPR-SLSMAN                   PIC 9(4).
           03 SPR-DAY                      PIC 9(2).
           03 SPR-PROD                     PIC X(4).
           03 SPR-AMOUNT                   PIC 9(8).

       FD SLSQUOTA.
       01 QUOTA-REC.
           03 QTA-SLSMAN-ID                PIC 9(4).
           03 QTA-TARGET                   PIC 9(10).

       FD SLSADJP.
       01 PEN-REC                          PIC X(67).

       FD COMMTIER.
       01 TIER-REC                         PIC X(25).

       FD SETTLE.
       01 SETTLE-REC                       PIC X(41).
       01 SETTLE-DETAIL REDEFINES SETTLE-REC.
           03 STL-TIPO                     PIC X(1).
           03 STL-SLSMAN-ID                PIC 9(4).
           03 STL-PERIOD                   PIC 9(6).
           03 FILLER                       PIC X(30).

       FD SLSPLOCK.
       01 PLK-REC.
           03 PLK-PERIOD                   PIC 9(6).
      * C = CERRADO, A = REABIERTO, N = ABIERTO POR EL PASO DE PERIODO
           03 PLK-ESTADO                   PIC X(1).

       FD SLSPLOG.
       01 LOG-REC.
           03 LOG-FECHA                    PIC 9(8).
           03 LOG-HORA                     PIC 9(6).
           03 LOG-PERIOD                   PIC 9(6).
           03 LOG-ACCION                   PIC X(8).
           03 LOG-USER                     PIC X(8).

      * ARCHIVO DE PERIODOS - UNA LINEA POR REGISTRO COPIADO, CON EL
      * PERIODO, LA FECHA Y HORA DEL PASO Y EL ARCHIVO DE ORIGEN:
      * S = SALES, P = SLSPROD, Q = SLSQUOTA, A = SLSADJP,
      * T = COMMTIER (LAS BANDAS CON QUE SE PAGO EL PERIODO)
       FD SLSPARC.
       01 PAR-REC.
           03 PAR-PERIOD                   PIC 9(6).
           03 PAR-STAMP.
              05 PAR-FECHA                 PIC 9(8).
              05 PAR-HORA                  PIC 9(6).
           03 PAR-TIPO                     PIC X(1).
           03 PAR-DATOS                    PIC X(199).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD VFVTCTL.
       01 CTL-REC.
           03 CTL-SLSPROD-LEIDOS           PIC 9(7).
           03 CTL-FECHA                    PIC 9(8).
           03 CTL-HORA                     PIC 9(6).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-SALES-STATUS     PIC XX.
        01  WS-PROD-STATUS      PIC XX.
        01  WS-QUOTA-STATUS     PIC XX.
        01  WS-PEN-STATUS       PIC XX.
        01  WS-TIER-STATUS      PIC XX.
        01  WS-SETTLE-STATUS    PIC XX.
        01  WS-LOCK-STATUS      PIC XX.
        01  WS-LOG-STATUS       PIC XX.
        01  WS-ARC-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-CTL-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.

      * SOLICITUD AL REGISTRO DE BLOQUEOS LOCKMGR1 - EL MAESTRO SE
      * TOMA ANTES DE TOCARLO Y SE SUELTA AL TERMINAR
        01  WS-LOCK-REQ.
            03  WS-LCK-ACCION   PIC X(01).
            03  WS-LCK-ARCHIVO  PIC X(12).
            03  WS-LCK-PROGRAMA PIC X(08).
            03  WS-LCK-RESULT   PIC X(01).

        01  WS-MODE             PIC X(01).
        01  WS-ENT-PERIOD       PIC X(06).
        01  WS-PERIOD-NUM       PIC 9(06).
        01  WS-PERIOD-DET REDEFINES WS-PERIOD-NUM.
            03 WS-PER-AAAA      PIC 9(04).
            03 WS-PER-MM        PIC 9(02).
        01  WS-NEXT-PERIOD      PIC 9(06).
        01  WS-NEXT-DET REDEFINES WS-NEXT-PERIOD.
            03 WS-NXT-AAAA      PIC 9(04).
            03 WS-NXT-MM        PIC 9(02).
        01  WS-PERIOD-CERRADO   PIC 9(06).
        01  WS-ACCION           PIC X(08).
        01  WS-CONFIRM          PIC X(01).
        01  WS-ESTADO-ACTUAL    PIC X(01).
        01  WS-SETTLE-SW        PIC X(01).
            88 WS-SETTLE-OK     VALUE 'Y'.
      * ULTIMA ACCION DE PASO REGISTRADA PARA EL PERIODO EN SLSPLOG
        01  WS-ULT-PASO         PIC X(08).
        01  WS-STAMP            PIC 9(14).
        01  WS-STAMP-DET REDEFINES WS-STAMP.
            03 WS-STAMP-FECHA   PIC 9(08).
            03 WS-STAMP-HORA    PIC 9(06).
        01  WS-MEJOR-STAMP      PIC X(14).

      * USUARIO QUE FIRMA LA ACCION EN SLSPLOG.DAT: EL DE LA SESION
      * (USRSES1) EN EL PASO, EL SUPERVISOR (USRSGN1) AL DESHACER
        01  WS-SIGNON-OK-SW     PIC X(01) VALUE 'N'.
            88 WS-SIGNON-OK     VALUE 'Y'.
        01  WS-SIGNON-USER      PIC X(08) VALUE SPACES.
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
        01  WS-SGN-REQ.
            03  WS-SGN-USUARIO  PIC X(08).
            03  WS-SGN-ROLE     PIC X(01).
            03  WS-SGN-RESULT   PIC X(01).
                88 WS-SGN-OK    VALUE "S".

      * REGISTROS DE SLSPROD.DAT CONTRA LA MARCA DE VFVTAP1
        01  WS-SPR-TOTAL        PIC 9(7) VALUE ZERO.
        01  WS-SPR-MARCA        PIC 9(7) VALUE ZERO.

      * SALES.DAT DEL PERIODO QUE SE CIERRA - DE AQUI SALE LA
      * COMISION QUE SE ARRASTRA
        01  WS-TRUNC-SW         PIC X(01) VALUE 'N'.
            88 WS-CARGA-TRUNCADA VALUE 'Y'.
        01  WS-SLS-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-SLS-IDX          PIC 9(04).
        01  WS-SLS-HIT          PIC 9(04).
        01  WS-SLS-TABLA.
            03 WS-SLS-ENTRY OCCURS 2000 TIMES.
               05 WS-TBL-REC    PIC X(199).
               05 WS-TBL-USADO  PIC X(01).
        01  WS-DAY-NUM          PIC 9(02).
        01  WS-TOT-ACTUAL       PIC 9(12).

        01  WS-CNT-VENTAS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-PROD         PIC 9(05) VALUE ZERO.
        01  WS-CNT-CUOTAS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-PENDIENTES   PIC 9(05) VALUE ZERO.
        01  WS-CNT-BANDAS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-NUEVOS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-SIN-COMISION PIC 9(05) VALUE ZERO.
        01  WS-CNT-RETIRADOS    PIC 9(05) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           MOVE WS-SYSDATE-N TO WS-STAMP-FECHA.
           MOVE WS-SYSTIME (1:6) TO WS-STAMP-HORA.
           DISPLAY "PASO DE PERIODO (R) O DESHACER UN PASO (D)?".
           ACCEPT WS-MODE.
           DISPLAY "PERIODO QUE SE CIERRA AAAAMM (ENTER = ACTUAL): ".
           ACCEPT WS-ENT-PERIOD.
           IF WS-ENT-PERIOD IS NUMERIC
              MOVE WS-ENT-PERIOD TO WS-PERIOD-NUM
           ELSE
              COMPUTE WS-PERIOD-NUM =
                 WS-SYS-YEAR * 100 + WS-SYS-MONTH
           END-IF.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY "PERIODO INVALIDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-PER-MM = 12
              COMPUTE WS-NXT-AAAA = WS-PER-AAAA + 1
              MOVE 1 TO WS-NXT-MM
           ELSE
              MOVE WS-PER-AAAA TO WS-NXT-AAAA
              COMPUTE WS-NXT-MM = WS-PER-MM + 1
           END-IF.
           PERFORM 0100-READ-LAST-ROLLOVER.
           IF WS-MODE = "R" OR WS-MODE = "r"
              PERFORM 0200-ROLLOVER THRU 0200-EXIT
           ELSE
           IF WS-MODE = "D" OR WS-MODE = "d"
              PERFORM 0500-DESHACER THRU 0500-EXIT
           ELSE
              DISPLAY "OPCION INVALIDA"
              MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

      * ...............................................................
      * LA ULTIMA LINEA ROLLOVER/DESHACER DEL PERIODO EN SLSPLOG.DAT
      * DICE SI EL PASO ESTA VIGENTE
       0100-READ-LAST-ROLLOVER.
           MOVE SPACES TO WS-ULT-PASO.
           OPEN INPUT SLSPLOG.
           IF WS-LOG-STATUS NOT = "00"
              IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                 CLOSE SLSPLOG
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT-LOG
              PERFORM 0120-CHECK-ONE-LOG
                 UNTIL WS-EOF
              CLOSE SLSPLOG
           END-IF.
      * ...............................................................
       0110-READ-NEXT-LOG.
           READ SLSPLOG
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0120-CHECK-ONE-LOG.
           IF LOG-PERIOD = WS-PERIOD-NUM
              AND (LOG-ACCION = "ROLLOVER" OR LOG-ACCION = "DESHACER")
              MOVE LOG-ACCION TO WS-ULT-PASO
           END-IF.
           PERFORM 0110-READ-NEXT-LOG.
      * ...............................................................
       0150-READ-PERIOD-STATE.
           MOVE SPACE TO WS-ESTADO-ACTUAL.
           OPEN INPUT SLSPLOCK.
           IF WS-LOCK-STATUS NOT = "00"
              IF WS-LOCK-STATUS = "05" OR WS-LOCK-STATUS = "35"
                 CLOSE SLSPLOCK
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0160-READ-NEXT-LOCK
              PERFORM 0170-CHECK-ONE-LOCK
                 UNTIL WS-EOF
              CLOSE SLSPLOCK
           END-IF.
      * ...............................................................
       0160-READ-NEXT-LOCK.
           READ SLSPLOCK
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0170-CHECK-ONE-LOCK.
           IF PLK-PERIOD = WS-PERIOD-NUM
              MOVE PLK-ESTADO TO WS-ESTADO-ACTUAL
           END-IF.
           PERFORM 0160-READ-NEXT-LOCK.
      * ...............................................................
      * SETTLE.DAT DEBE TRAER AL MENOS UN DETALLE DEL PERIODO
       0180-CHECK-SETTLE.
           MOVE 'N' TO WS-SETTLE-SW.
           OPEN INPUT SETTLE.
           IF WS-SETTLE-STATUS NOT = "00"
              IF WS-SETTLE-STATUS = "05" OR WS-SETTLE-STATUS = "35"
                 CLOSE SETTLE
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0185-READ-NEXT-SETTLE
              PERFORM 0190-CHECK-ONE-SETTLE
                 UNTIL WS-EOF OR WS-SETTLE-OK
              CLOSE SETTLE
           END-IF.
      * ...............................................................
       0185-READ-NEXT-SETTLE.
           READ SETTLE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0190-CHECK-ONE-SETTLE.
           IF STL-TIPO = 'D' AND STL-PERIOD = WS-PERIOD-NUM
              MOVE 'Y' TO WS-SETTLE-SW
           ELSE
              PERFORM 0185-READ-NEXT-SETTLE
           END-IF.
      * ...............................................................
       0200-ROLLOVER.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "PASO DENEGADO - SIGN-ON FALLIDO"
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           MOVE WS-SES-USUARIO TO WS-SIGNON-USER.
           PERFORM 0150-READ-PERIOD-STATE.
           IF WS-ESTADO-ACTUAL NOT = "C"
              DISPLAY "EL PERIODO " WS-PERIOD-NUM " NO ESTA CERRADO "
                 "- CIERRELO CON SLSCLS1"
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           PERFORM 0180-CHECK-SETTLE.
           IF NOT WS-SETTLE-OK
              DISPLAY "SETTLE.DAT NO TIENE LA LIQUIDACION DEL PERIODO "
                 WS-PERIOD-NUM
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           IF WS-ULT-PASO = "ROLLOVER"
              DISPLAY "EL PERIODO " WS-PERIOD-NUM " YA TUVO SU PASO "
                 "- DESHAGALO ANTES DE REPETIRLO"
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           PERFORM 0240-CHECK-VFVTAP1.
           IF WS-SPR-MARCA NOT = WS-SPR-TOTAL
              DISPLAY "VFVTAP1 LLEVA " WS-SPR-MARCA " DE "
                 WS-SPR-TOTAL " REGISTROS DE SLSPROD.DAT - "
                 "CONTABILICE ANTES DEL PASO"
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS NOT = "00"
              DISPLAY "SLSMST.DAT NO DISPONIBLE - NO HAY VENDEDORES "
                 "PARA EL PERIODO NUEVO"
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "SALES.DAT   " TO WS-LCK-ARCHIVO.
           MOVE "SLSROL1 " TO WS-LCK-PROGRAMA.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           IF WS-LCK-RESULT NOT = "Y"
              DISPLAY "SALES.DAT EN USO - INTENTE LUEGO"
              CLOSE SLSMST
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           PERFORM 0210-LOAD-SALES.
           IF WS-CARGA-TRUNCADA
              DISPLAY "SALES.DAT EXCEDE LA TABLA (2000) - NO SE HACE "
                 "EL PASO"
              CLOSE SLSMST
              MOVE "L" TO WS-LCK-ACCION
              CALL "LOCKMGR1" USING WS-LOCK-REQ
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           DISPLAY "PASAR DEL PERIODO " WS-PERIOD-NUM " AL "
              WS-NEXT-PERIOD "? (S/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
              DISPLAY "PASO CANCELADO"
              CLOSE SLSMST
              MOVE "L" TO WS-LCK-ACCION
              CALL "LOCKMGR1" USING WS-LOCK-REQ
              MOVE 4 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.
           PERFORM 0300-ARCHIVE-PERIOD.
           PERFORM 0400-BUILD-NEW-SALES.
           CLOSE SLSMST.
           OPEN OUTPUT SLSPROD.
           CLOSE SLSPROD.
           MOVE ZERO TO WS-SPR-TOTAL.
           PERFORM 0800-WRITE-VFVTCTL.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE "ROLLOVER" TO WS-ACCION.
           PERFORM 0700-WRITE-LOG-LINE.
           PERFORM 0710-STAMP-NEW-PERIOD.
           DISPLAY "PERIODO " WS-PERIOD-NUM " ARCHIVADO EN SLSPARC.DAT".
           DISPLAY "  VENTAS          : " WS-CNT-VENTAS.
           DISPLAY "  DETALLE PRODUCTO: " WS-CNT-PROD.
           DISPLAY "  CUOTAS          : " WS-CNT-CUOTAS.
           DISPLAY "  BANDAS DE COMISION: " WS-CNT-BANDAS.
           DISPLAY "  AJUSTES PENDIENTES ARRASTRADOS: "
              WS-CNT-PENDIENTES.
           DISPLAY "PERIODO " WS-NEXT-PERIOD " ABIERTO - VENDEDORES: "
              WS-CNT-NUEVOS.
           DISPLAY "  SIN COMISION PREVIA (EN CERO): "
              WS-CNT-SIN-COMISION.
           DISPLAY "  RETIRADOS (INACTIVOS O FUERA DE SLSMST): "
              WS-CNT-RETIRADOS.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
       0200-EXIT.
           EXIT.
      * ...............................................................
       0210-LOAD-SALES.
           OPEN INPUT SALES.
           IF WS-SALES-STATUS NOT = "00"
              IF WS-SALES-STATUS = "05" OR WS-SALES-STATUS = "35"
                 CLOSE SALES
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0220-READ-NEXT-SALES
              PERFORM 0230-LOAD-ONE-SALES
                 UNTIL WS-EOF OR WS-SLS-COUNT >= 2000
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
              END-IF
              CLOSE SALES
           END-IF.
      * ...............................................................
       0220-READ-NEXT-SALES.
           READ SALES
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0230-LOAD-ONE-SALES.
           ADD 1 TO WS-SLS-COUNT.
           MOVE SALESDETAILS TO WS-TBL-REC (WS-SLS-COUNT).
           MOVE 'N' TO WS-TBL-USADO (WS-SLS-COUNT).
           PERFORM 0220-READ-NEXT-SALES.
      * ...............................................................
      * LO QUE NO CONTABILIZO VFVTAP1 SE IRIA AL ARCHIVO SIN SALIDA
      * EN VFSTKLG.DAT - EL PASO ESPERA A QUE LA MARCA LLEGUE AL FINAL
       0240-CHECK-VFVTAP1.
           MOVE ZERO TO WS-SPR-TOTAL WS-SPR-MARCA.
           OPEN INPUT SLSPROD.
           IF WS-PROD-STATUS NOT = "00"
              IF WS-PROD-STATUS = "05" OR WS-PROD-STATUS = "35"
                 CLOSE SLSPROD
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0320-READ-NEXT-PROD
              PERFORM 0245-COUNT-ONE-PROD
                 UNTIL WS-EOF
              CLOSE SLSPROD
           END-IF.
           OPEN INPUT VFVTCTL.
           IF WS-CTL-STATUS NOT = "00"
              IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
                 CLOSE VFVTCTL
              END-IF
           ELSE
              READ VFVTCTL
                 NOT AT END
                    MOVE CTL-SLSPROD-LEIDOS TO WS-SPR-MARCA
              END-READ
              CLOSE VFVTCTL
           END-IF.
      * ...............................................................
       0245-COUNT-ONE-PROD.
           ADD 1 TO WS-SPR-TOTAL.
           PERFORM 0320-READ-NEXT-PROD.
      * ...............................................................
      * TODO EL PERIODO VA AL ARCHIVO CON LA MISMA FECHA Y HORA
       0300-ARCHIVE-PERIOD.
           OPEN EXTEND SLSPARC.
           MOVE WS-PERIOD-NUM TO PAR-PERIOD.
           MOVE WS-STAMP TO PAR-STAMP.
           MOVE 'S' TO PAR-TIPO.
           PERFORM 0310-ARCHIVE-ONE-SALES
              VARYING WS-SLS-IDX FROM 1 BY 1
              UNTIL WS-SLS-IDX > WS-SLS-COUNT.
           MOVE 'P' TO PAR-TIPO.
           OPEN INPUT SLSPROD.
           IF WS-PROD-STATUS NOT = "00"
              IF WS-PROD-STATUS = "05" OR WS-PROD-STATUS = "35"
                 CLOSE SLSPROD
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0320-READ-NEXT-PROD
              PERFORM 0325-ARCHIVE-ONE-PROD
                 UNTIL WS-EOF
              CLOSE SLSPROD
           END-IF.
           MOVE 'Q' TO PAR-TIPO.
           OPEN INPUT SLSQUOTA.
           IF WS-QUOTA-STATUS NOT = "00"
              IF WS-QUOTA-STATUS = "05" OR WS-QUOTA-STATUS = "35"
                 CLOSE SLSQUOTA
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0330-READ-NEXT-QUOTA
              PERFORM 0335-ARCHIVE-ONE-QUOTA
                 UNTIL WS-EOF
              CLOSE SLSQUOTA
           END-IF.
           MOVE 'A' TO PAR-TIPO.
           OPEN INPUT SLSADJP.
           IF WS-PEN-STATUS NOT = "00"
              IF WS-PEN-STATUS = "05" OR WS-PEN-STATUS = "35"
                 CLOSE SLSADJP
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0340-READ-NEXT-PEN
              PERFORM 0345-ARCHIVE-ONE-PEN
                 UNTIL WS-EOF
              CLOSE SLSADJP
           END-IF.
           MOVE 'T' TO PAR-TIPO.
           OPEN INPUT COMMTIER.
           IF WS-TIER-STATUS NOT = "00"
              IF WS-TIER-STATUS = "05" OR WS-TIER-STATUS = "35"
                 CLOSE COMMTIER
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0350-READ-NEXT-TIER
              PERFORM 0355-ARCHIVE-ONE-TIER
                 UNTIL WS-EOF
              CLOSE COMMTIER
           END-IF.
           CLOSE SLSPARC.
      * ...............................................................
       0310-ARCHIVE-ONE-SALES.
           MOVE WS-TBL-REC (WS-SLS-IDX) TO PAR-DATOS.
           WRITE PAR-REC.
           ADD 1 TO WS-CNT-VENTAS.
      * ...............................................................
       0320-READ-NEXT-PROD.
           READ SLSPROD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0325-ARCHIVE-ONE-PROD.
           MOVE SPR-REC TO PAR-DATOS.
           WRITE PAR-REC.
           ADD 1 TO WS-CNT-PROD.
           PERFORM 0320-READ-NEXT-PROD.
      * ...............................................................
       0330-READ-NEXT-QUOTA.
           READ SLSQUOTA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0335-ARCHIVE-ONE-QUOTA.
           MOVE QUOTA-REC TO PAR-DATOS.
           WRITE PAR-REC.
           ADD 1 TO WS-CNT-CUOTAS.
           PERFORM 0330-READ-NEXT-QUOTA.
      * ...............................................................
       0340-READ-NEXT-PEN.
           READ SLSADJP
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0345-ARCHIVE-ONE-PEN.
           MOVE PEN-REC TO PAR-DATOS.
           WRITE PAR-REC.
           ADD 1 TO WS-CNT-PENDIENTES.
           PERFORM 0340-READ-NEXT-PEN.
      * ...............................................................
       0350-READ-NEXT-TIER.
           READ COMMTIER
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0355-ARCHIVE-ONE-TIER.
           MOVE TIER-REC TO PAR-DATOS.
           WRITE PAR-REC.
           ADD 1 TO WS-CNT-BANDAS.
           PERFORM 0350-READ-NEXT-TIER.
      * ...............................................................
      * UN REGISTRO EN CEROS POR VENDEDOR ACTIVO, EN ORDEN DE SLM-ID
       0400-BUILD-NEW-SALES.
           OPEN OUTPUT SALES.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0410-READ-NEXT-SALESMAN.
           PERFORM 0420-NEW-SALES-RECORD
              UNTIL WS-EOF.
           CLOSE SALES.
           PERFORM 0440-COUNT-RETIRED
              VARYING WS-SLS-IDX FROM 1 BY 1
              UNTIL WS-SLS-IDX > WS-SLS-COUNT.
      * ...............................................................
       0410-READ-NEXT-SALESMAN.
           READ SLSMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0420-NEW-SALES-RECORD.
           IF SLM-STATUS = 'A'
              MOVE ZERO TO WS-SLS-HIT
              PERFORM 0430-FIND-OLD-SALES
                 VARYING WS-SLS-IDX FROM 1 BY 1
                 UNTIL WS-SLS-IDX > WS-SLS-COUNT OR WS-SLS-HIT > ZERO
              IF WS-SLS-HIT = ZERO
                 MOVE ZERO TO COMMISSION
                 ADD 1 TO WS-CNT-SIN-COMISION
              ELSE
                 MOVE WS-TBL-REC (WS-SLS-HIT) TO SALESDETAILS
                 MOVE 'Y' TO WS-TBL-USADO (WS-SLS-HIT)
              END-IF
              MOVE SLM-ID TO SLSMAN-ID
              MOVE ZERO TO SLS-DAY-BUCKETS
              WRITE SALESDETAILS
              ADD 1 TO WS-CNT-NUEVOS
           END-IF.
           PERFORM 0410-READ-NEXT-SALESMAN.
      * ...............................................................
       0430-FIND-OLD-SALES.
           IF WS-TBL-REC (WS-SLS-IDX) (1:4) = SLM-ID
              MOVE WS-SLS-IDX TO WS-SLS-HIT
           END-IF.
      * ...............................................................
       0440-COUNT-RETIRED.
           IF WS-TBL-USADO (WS-SLS-IDX) = 'N'
              ADD 1 TO WS-CNT-RETIRADOS
           END-IF.
      * ...............................................................
      * DESHACER: SOLO CON EL PASO VIGENTE, FIRMA DE SUPERVISOR Y,
      * SI EL PERIODO NUEVO YA TIENE VENTAS, CONFIRMACION EXPRESA
       0500-DESHACER.
           IF WS-ULT-PASO NOT = "ROLLOVER"
              DISPLAY "EL PERIODO " WS-PERIOD-NUM " NO TIENE UN PASO "
                 "VIGENTE QUE DESHACER"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-EXIT
           END-IF.
           PERFORM 0510-FIND-LAST-ARCHIVE.
           IF WS-MEJOR-STAMP = SPACES
              DISPLAY "SLSPARC.DAT NO TIENE COPIA DEL PERIODO "
                 WS-PERIOD-NUM
              MOVE 8 TO RETURN-CODE
              GO TO 0500-EXIT
           END-IF.
           PERFORM 0210-LOAD-SALES.
           MOVE ZERO TO WS-TOT-ACTUAL.
           PERFORM 0530-ADD-CURRENT-SALES
              VARYING WS-SLS-IDX FROM 1 BY 1
              UNTIL WS-SLS-IDX > WS-SLS-COUNT.
           IF WS-TOT-ACTUAL > ZERO OR WS-CARGA-TRUNCADA
              DISPLAY "EL PERIODO NUEVO YA TIENE VENTAS POR "
                 WS-TOT-ACTUAL " - SE PERDERAN"
           END-IF.
           DISPLAY "DEVOLVER SALES.DAT Y SLSPROD.DAT A LA COPIA DEL "
              WS-MEJOR-STAMP "? (S/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
              DISPLAY "DESHACER CANCELADO"
              MOVE 4 TO RETURN-CODE
              GO TO 0500-EXIT
           END-IF.
           PERFORM 0600-SIGN-ON-SUPERVISOR.
           IF NOT WS-SIGNON-OK
              DISPLAY "DESHACER DENEGADO - SE EXIGE ROL SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-EXIT
           END-IF.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "SALES.DAT   " TO WS-LCK-ARCHIVO.
           MOVE "SLSROL1 " TO WS-LCK-PROGRAMA.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           IF WS-LCK-RESULT NOT = "Y"
              DISPLAY "SALES.DAT EN USO - INTENTE LUEGO"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-EXIT
           END-IF.
           PERFORM 0550-RESTORE-FROM-ARCHIVE.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE "DESHACER" TO WS-ACCION.
           PERFORM 0700-WRITE-LOG-LINE.
           DISPLAY "PASO DEL PERIODO " WS-PERIOD-NUM " DESHECHO POR "
              WS-SIGNON-USER.
           DISPLAY "  VENTAS DEVUELTAS          : " WS-CNT-VENTAS.
           DISPLAY "  DETALLE PRODUCTO DEVUELTO : " WS-CNT-PROD.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
       0500-EXIT.
           EXIT.
      * ...............................................................
       0510-FIND-LAST-ARCHIVE.
           MOVE SPACES TO WS-MEJOR-STAMP.
           OPEN INPUT SLSPARC.
           IF WS-ARC-STATUS NOT = "00"
              IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                 CLOSE SLSPARC
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0515-READ-NEXT-ARC
              PERFORM 0520-CHECK-ONE-ARC
                 UNTIL WS-EOF
              CLOSE SLSPARC
           END-IF.
      * ...............................................................
       0515-READ-NEXT-ARC.
           READ SLSPARC
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       0520-CHECK-ONE-ARC.
           IF PAR-PERIOD = WS-PERIOD-NUM
              AND (WS-MEJOR-STAMP = SPACES
                   OR PAR-STAMP > WS-MEJOR-STAMP)
              MOVE PAR-STAMP TO WS-MEJOR-STAMP
           END-IF.
           PERFORM 0515-READ-NEXT-ARC.
      * ...............................................................
       0530-ADD-CURRENT-SALES.
           MOVE WS-TBL-REC (WS-SLS-IDX) TO SALESDETAILS.
           PERFORM 0535-ADD-ONE-BUCKET
              VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 24.
      * ...............................................................
       0535-ADD-ONE-BUCKET.
           IF SLS-DAY-AMT (WS-DAY-NUM) IS NUMERIC
              ADD SLS-DAY-AMT (WS-DAY-NUM) TO WS-TOT-ACTUAL
           END-IF.
      * ...............................................................
       0550-RESTORE-FROM-ARCHIVE.
           MOVE ZERO TO WS-CNT-VENTAS WS-CNT-PROD.
           OPEN OUTPUT SALES.
           OPEN OUTPUT SLSPROD.
           OPEN INPUT SLSPARC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0515-READ-NEXT-ARC.
           PERFORM 0560-RESTORE-ONE-ARC
              UNTIL WS-EOF.
           CLOSE SLSPARC SALES SLSPROD.
           MOVE WS-CNT-PROD TO WS-SPR-TOTAL.
           PERFORM 0800-WRITE-VFVTCTL.
      * ...............................................................
       0560-RESTORE-ONE-ARC.
           IF PAR-PERIOD = WS-PERIOD-NUM
              AND PAR-STAMP = WS-MEJOR-STAMP
              IF PAR-TIPO = 'S'
                 MOVE PAR-DATOS TO SALESDETAILS
                 WRITE SALESDETAILS
                 ADD 1 TO WS-CNT-VENTAS
              ELSE
              IF PAR-TIPO = 'P'
                 MOVE PAR-DATOS TO SPR-REC
                 WRITE SPR-REC
                 ADD 1 TO WS-CNT-PROD
              END-IF
              END-IF
           END-IF.
           PERFORM 0515-READ-NEXT-ARC.
      * ...............................................................
      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S - LA MISMA REGLA DE LA
      * REAPERTURA EN SLSCLS1. SIN USERS.DAT NO HAY SUPERVISOR
       0600-SIGN-ON-SUPERVISOR.
           MOVE 'N' TO WS-SIGNON-OK-SW.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-OK AND WS-SGN-ROLE = "S"
              AND WS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE 'Y' TO WS-SIGNON-OK-SW
           END-IF.
      * ...............................................................
       0700-WRITE-LOG-LINE.
           OPEN EXTEND SLSPLOG.
           IF WS-LOG-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SLSPLOG.DAT"
           ELSE
              MOVE WS-SYSDATE-N TO LOG-FECHA
              MOVE WS-STAMP-HORA TO LOG-HORA
              MOVE WS-PERIOD-NUM TO LOG-PERIOD
              MOVE WS-ACCION TO LOG-ACCION
              MOVE WS-SIGNON-USER TO LOG-USER
              WRITE LOG-REC
              CLOSE SLSPLOG
           END-IF.
      * ...............................................................
      * EL PERIODO NUEVO QUEDA ABIERTO EXPLICITAMENTE - SE AGREGA,
      * NO SE PISA, IGUAL QUE LOS CIERRES DE SLSCLS1
       0710-STAMP-NEW-PERIOD.
           OPEN EXTEND SLSPLOCK.
           IF WS-LOCK-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SLSPLOCK.DAT"
           ELSE
              MOVE WS-NEXT-PERIOD TO PLK-PERIOD
              MOVE "N" TO PLK-ESTADO
              WRITE PLK-REC
              CLOSE SLSPLOCK
           END-IF.
           MOVE WS-PERIOD-NUM TO WS-PERIOD-CERRADO.
           MOVE WS-NEXT-PERIOD TO WS-PERIOD-NUM.
           MOVE "ABIERTO " TO WS-ACCION.
           PERFORM 0700-WRITE-LOG-LINE.
           MOVE WS-PERIOD-CERRADO TO WS-PERIOD-NUM.
      * ...............................................................
      * LA MARCA DE VFVTAP1 SIGUE A SLSPROD.DAT: EN CERO AL VACIARLO
      * EN EL PASO, CON LO DEVUELTO AL DESHACER
       0800-WRITE-VFVTCTL.
           OPEN OUTPUT VFVTCTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "NO SE PUDO GRABAR VFVTCTL.DAT"
           ELSE
              MOVE WS-SPR-TOTAL TO CTL-SLSPROD-LEIDOS
              MOVE WS-SYSDATE-N TO CTL-FECHA
              MOVE WS-STAMP-HORA TO CTL-HORA
              WRITE CTL-REC
              CLOSE VFVTCTL
           END-IF.
      * ...............................................................
      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SLSROL1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " MODE=" WS-MODE " PERIOD=" WS-PERIOD-NUM
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
       END PROGRAM SLSROL1.
