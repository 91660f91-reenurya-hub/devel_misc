      * DEL PERIODO Y EL MONTO NUMERICO, SUMA CADA MONTO AL CUBO Dn
      * CORRECTO DE SALES.DAT Y DEJA LOS RECHAZOS CON SU MOTIVO EN
      * POSREJ.DAT. REEMPLAZA EL TECLEO MANUAL DE LAS PLANILLAS DE
      * SUCURSAL EN SLSCAP1. CON EL PERIODO EN EL CALENDARIO DE DIAS
      * HABILES (CALMNT1) EL DIA PUEDE VENIR COMO FECHA AAAAMMDD, Y
      * UNA VENTA EN FESTIVO O DESCANSO, O EN UN CUBO SIN FECHA
      * LABORABLE, SE RECHAZA. UNA VENTA COMPARTIDA TRAE DOS CAMPOS
      * MAS, SLSMAN-ID;DIA;MONTO;SLSMAN-ID2;PORCENTAJE: EL SEGUNDO
      * VENDEDOR RECIBE ESE PORCENTAJE DEL MONTO, CADA PARTE VA A SU
      * CUBO Y EL REPARTO QUEDA EN SLSSPLT.DAT PARA AUDITORIA.
      * UNA VENTA DE PRODUCE PUEDE TRAER AL FINAL EL CODIGO DE
      * ARTICULO DEL POS Y LA CANTIDAD VENDIDA (CAMPOS 6 Y 7, CON 4 Y
      * 5 VACIOS SI NO ES COMPARTIDA): LA LINEA SE APLICA IGUAL A
      * SALES.DAT Y EL ARTICULO QUEDA EN POSITEM.DAT, DE DONDE LA
      * CONTABILIZACION NOCTURNA VFVTAP1 LO REBAJA DE LA EXISTENCIA
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      * CALENDARIO DE DIAS HABILES (CALMNT1) - CUBO Dn A FECHA REAL.
      * SIN EL PERIODO EN EL CALENDARIO SE IMPORTA COMO ANTES
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      * VENTAS COMPARTIDAS ENTRE DOS VENDEDORES - UNA LINEA POR
      * REPARTO, MISMO FORMATO QUE GRABA SLSCAP1
           SELECT OPTIONAL SLSSPLT ASSIGN TO "SLSSPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
      * VENTAS POR ARTICULO DEL POS PENDIENTES DE REBAJAR DEL STOCK
      * DE PRODUCE - LAS CONSUME VFVTAP1 EN LA CADENA NOCTURNA
           SELECT OPTIONAL POSITEM ASSIGN TO "POSITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIT-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD POSFEED.
       01 FEED-REC                         PIC X(80).

       FD SALES.
       01 SALESDETAILS.

       FD POSREJ.
       01 REJ-REC.
           03 REJ-DATOS                    PIC X(80).
           03 REJ-MOTIVO                   PIC X(30).

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

      * PIT-ORIGEN P = ARTICULO POS. PIT-CANT EN UNIDADES DEL POS;
      * EN CERO, VFVTAP1 CONVIERTE EL MONTO CON EL PRECIO
       FD POSITEM.
       01 PIT-REC.
           03 PIT-FECHA                    PIC 9(8).
           03 PIT-ORIGEN                   PIC X(1).
           03 PIT-CODIGO                   PIC X(14).
           03 PIT-CANT                     PIC 9(7)V999.
           03 PIT-MONTO                    PIC 9(8).
           03 PIT-SLSMAN                   PIC 9(4).
           03 PIT-DIA                      PIC 9(2).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                  PIC X(08).
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

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

        01  WS-SALES-DAYS-REPLY PIC X(02).

        01  WS-CMP-SLSMAN       PIC X(06).
        01  WS-CMP-DAY          PIC X(10).
        01  WS-CMP-AMOUNT       PIC X(12).
        01  WS-CMP-SOCIO        PIC X(06).
        01  WS-CMP-PCT          PIC X(04).
        01  WS-CMP-ITEM         PIC X(14).
        01  WS-CMP-CANT         PIC X(10).
        01  WS-DAY-NUM          PIC 9(02).
        01  WS-SLSMAN-NUM       PIC 9(04).
        01  WS-LINEA-OK-SW      PIC X(01).
        01  WS-MST-OK-SW        PIC X(01).
            88 WS-MST-OK        VALUE 'Y'.

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
               05 WS-CAL-CUBO   PIC 9(2).
        01  WS-CMP-FECHA        PIC 9(08).

        01  WS-CNT-LEIDAS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-APLICADAS    PIC 9(05) VALUE ZERO.
        01  WS-CNT-RECHAZADAS   PIC 9(05) VALUE ZERO.
        01  WS-CNT-COMPARTIDAS  PIC 9(05) VALUE ZERO.

      * VENTA COMPARTIDA - EL SEGUNDO VENDEDOR, SU PORCENTAJE Y LA
      * PARTE DE CADA UNO; WS-SLS-HIT-2 ES SU POSICION EN LA TABLA
        01  WS-SPL-STATUS       PIC XX.
        01  WS-SPL-ABIERTO-SW   PIC X(01) VALUE 'N'.
            88 WS-SPL-ABIERTO   VALUE 'Y'.
        01  WS-SOCIO-SW         PIC X(01).
            88 WS-HAY-SOCIO     VALUE 'Y'.
        01  WS-SPL-PCT          PIC 9(03).
        01  WS-SPL-TOTAL        PIC 9(08).
        01  WS-SPL-AMT-1        PIC 9(08).
        01  WS-SPL-AMT-2        PIC 9(08).
        01  WS-SLS-HIT-1        PIC 9(04).
        01  WS-SLS-HIT-2        PIC 9(04).
        01  WS-SLSMAN-GUARDA    PIC 9(04).

      * ARTICULO POS DE LA LINEA PARA LA CONTABILIZACION DE PRODUCE
        01  WS-PIT-STATUS       PIC XX.
        01  WS-PIT-ABIERTO-SW   PIC X(01) VALUE 'N'.
            88 WS-PIT-ABIERTO   VALUE 'Y'.
        01  WS-APLICADAS-ANTES  PIC 9(05).
        01  WS-CNT-ARTICULOS    PIC 9(05) VALUE ZERO.

      * WHOLE SALES FILE HELD IN STORAGE, REWRITTEN ON EXIT
        01  WS-SLS-COUNT        PIC 9(04) VALUE ZERO.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0040-LOAD-CALENDAR.
           MOVE "SALES-DAYS  " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:2) TO WS-SALES-DAYS-REPLY
           ELSE
           IF WS-CAL-COUNT > ZERO
              MOVE WS-CAL-DIAS-VENTA TO WS-SALES-DAYS-REPLY
              DISPLAY "CALENDARIO DEL PERIODO " WS-PERIODO-ACTUAL
                 ": " WS-CAL-DIAS-VENTA " DIAS DE VENTA"
           ELSE
              DISPLAY "SALES DAYS IN PERIOD (ENTER = 24): "
              ACCEPT WS-SALES-DAYS-REPLY
           END-IF
           END-IF.
           IF WS-SALES-DAYS-REPLY IS NUMERIC
              AND WS-SALES-DAYS-REPLY NOT = ZERO
              GOBACK
           END-IF.
           OPEN OUTPUT POSREJ.
           OPEN EXTEND SLSSPLT.
           IF WS-SPL-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SLSSPLT.DAT - LAS VENTAS "
                 "COMPARTIDAS SE RECHAZAN"
           ELSE
              MOVE 'Y' TO WS-SPL-ABIERTO-SW
           END-IF.
           OPEN EXTEND POSITEM.
           IF WS-PIT-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR POSITEM.DAT - LAS VENTAS "
                 "CON ARTICULO SE RECHAZAN"
           ELSE
              MOVE 'Y' TO WS-PIT-ABIERTO-SW
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0200-READ-FEED.
           PERFORM 0300-PROCESS-ONE-LINE
              UNTIL WS-EOF.
           CLOSE POSFEED.
           CLOSE POSREJ.
           IF WS-SPL-ABIERTO
              CLOSE SLSSPLT
           END-IF.
           IF WS-PIT-ABIERTO
              CLOSE POSITEM
           END-IF.
           IF WS-CNT-APLICADAS > ZERO
              PERFORM 0800-REWRITE-SALES
           END-IF.
           DISPLAY "IMPORTACION POS TERMINADA".
           DISPLAY "LEIDAS    : " WS-CNT-LEIDAS.
           DISPLAY "APLICADAS : " WS-CNT-APLICADAS.
           DISPLAY "  COMPARTIDAS: " WS-CNT-COMPARTIDAS.
           DISPLAY "  CON ARTICULO POS: " WS-CNT-ARTICULOS.
           DISPLAY "RECHAZADAS: " WS-CNT-RECHAZADAS.
           PERFORM 0900-WRITE-RUNLOG.
           IF WS-CNT-RECHAZADAS > ZERO
           END-IF.
           PERFORM 0031-READ-NEXT-LOCK.

      * LAS FECHAS DEL PERIODO EN CURSO CON SU CUBO Dn (CERO PARA
      * FESTIVOS Y DESCANSOS)
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
              MOVE CAL-DIA-VENTA TO WS-CAL-CUBO (WS-CAL-COUNT)
              IF CAL-DIA-VENTA > WS-CAL-DIAS-VENTA
                 MOVE CAL-DIA-VENTA TO WS-CAL-DIAS-VENTA
              END-IF
           END-IF.
           PERFORM 0041-READ-NEXT-CALENDAR.

       0100-LOAD-SALES.
           OPEN INPUT SALES.
           IF WS-SALES-STATUS NOT = "00"
           MOVE 'Y' TO WS-LINEA-OK-SW.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-CMP-SLSMAN WS-CMP-DAY WS-CMP-AMOUNT.
           MOVE SPACES TO WS-CMP-SOCIO WS-CMP-PCT.
           MOVE SPACES TO WS-CMP-ITEM WS-CMP-CANT.
           UNSTRING FEED-REC DELIMITED BY ";"
              INTO WS-CMP-SLSMAN WS-CMP-DAY WS-CMP-AMOUNT
                   WS-CMP-SOCIO WS-CMP-PCT
                   WS-CMP-ITEM WS-CMP-CANT.
           PERFORM 0400-VALIDATE-LINE.
           IF WS-LINEA-OK
              MOVE WS-CNT-APLICADAS TO WS-APLICADAS-ANTES
              PERFORM 0500-APPLY-LINE
              IF WS-CMP-ITEM NOT = SPACES
                 AND WS-CNT-APLICADAS > WS-APLICADAS-ANTES
                 PERFORM 0600-WRITE-POS-ITEM
              END-IF
           ELSE
              ADD 1 TO WS-CNT-RECHAZADAS
              MOVE SPACES TO REJ-REC
              MOVE "DIA NO NUMERICO" TO WS-MOTIVO
           ELSE
              MOVE WS-CMP-SLSMAN (1:4) TO WS-SLSMAN-NUM
              PERFORM 0430-RESOLVE-DAY
              IF NOT WS-LINEA-OK
                 CONTINUE
              ELSE
              IF WS-DAY-NUM = ZERO OR WS-DAY-NUM > WS-SALES-DAYS
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "DIA FUERA DEL PERIODO" TO WS-MOTIVO
                       MOVE "SLSMAN-ID NO EN MAESTRO" TO WS-MOTIVO
                    END-IF
                 END-IF.
           IF WS-LINEA-OK
              PERFORM 0460-VALIDATE-SPLIT
           END-IF.
           IF WS-LINEA-OK
              PERFORM 0480-VALIDATE-ITEM
           END-IF.

      * ARTICULO POS - LA CANTIDAD PUEDE VENIR VACIA (SE CONVIERTE
      * EL MONTO), PERO SI VIENE DEBE SER MAYOR QUE CERO
       0480-VALIDATE-ITEM.
           IF WS-CMP-ITEM = SPACES
              IF WS-CMP-CANT NOT = SPACES
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "CANTIDAD SIN ARTICULO POS" TO WS-MOTIVO
              END-IF
           ELSE
           IF NOT WS-PIT-ABIERTO
              MOVE 'N' TO WS-LINEA-OK-SW
              MOVE "POSITEM.DAT NO DISPONIBLE" TO WS-MOTIVO
           ELSE
           IF WS-CMP-CANT NOT = SPACES
              AND FUNCTION NUMVAL(WS-CMP-CANT) NOT > ZERO
              MOVE 'N' TO WS-LINEA-OK-SW
              MOVE "CANTIDAD POS INVALIDA" TO WS-MOTIVO
           END-IF
           END-IF
           END-IF.

      * VENTA COMPARTIDA - EL SEGUNDO VENDEDOR DEBE SER OTRO, ESTAR EN
      * SALES.DAT O EN EL MAESTRO, Y EL PORCENTAJE SER ENTERO 01-99.
      * LA PARTE DEL SEGUNDO SE REDONDEA Y EL PRIMERO SE QUEDA CON EL
      * RESTO, ASI LAS DOS PARTES SUMAN EL MONTO DEL POS
       0460-VALIDATE-SPLIT.
           MOVE 'N' TO WS-SOCIO-SW.
           MOVE ZERO TO WS-SLS-HIT-2.
           IF WS-CMP-SOCIO NOT = SPACES
              MOVE 'Y' TO WS-SOCIO-SW
              IF NOT WS-SPL-ABIERTO
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "SLSSPLT.DAT NO DISPONIBLE" TO WS-MOTIVO
              ELSE
              IF WS-CMP-SOCIO (1:4) NOT NUMERIC
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "SEGUNDO SLSMAN NO NUMERICO" TO WS-MOTIVO
              ELSE
              IF WS-CMP-SOCIO (1:4) = WS-CMP-SLSMAN (1:4)
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "SEGUNDO SLSMAN ES EL MISMO" TO WS-MOTIVO
              ELSE
                 MOVE FUNCTION NUMVAL(WS-CMP-PCT) TO WS-SPL-PCT
                 IF WS-CMP-PCT = SPACES
                    OR WS-SPL-PCT = ZERO OR WS-SPL-PCT > 99
                    OR FUNCTION NUMVAL(WS-CMP-PCT) NOT = WS-SPL-PCT
                    MOVE 'N' TO WS-LINEA-OK-SW
                    MOVE "PORCENTAJE DE REPARTO INVALIDO" TO WS-MOTIVO
                 ELSE
                    MOVE FUNCTION NUMVAL(WS-CMP-AMOUNT) TO WS-SPL-TOTAL
                    COMPUTE WS-SPL-AMT-2 ROUNDED =
                       WS-SPL-TOTAL * WS-SPL-PCT / 100
                    COMPUTE WS-SPL-AMT-1 = WS-SPL-TOTAL - WS-SPL-AMT-2
                    IF WS-SPL-AMT-1 = ZERO OR WS-SPL-AMT-2 = ZERO
                       MOVE 'N' TO WS-LINEA-OK-SW
                       MOVE "MONTO MUY CHICO PARA REPARTIR"
                          TO WS-MOTIVO
                    ELSE
                       PERFORM 0470-FIND-SOCIO
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      * BUSCA AL SEGUNDO VENDEDOR SIN PERDER LA POSICION DEL PRIMERO
       0470-FIND-SOCIO.
           MOVE WS-SLS-HIT TO WS-SLS-HIT-1.
           MOVE WS-SLSMAN-NUM TO WS-SLSMAN-GUARDA.
           MOVE WS-CMP-SOCIO (1:4) TO WS-SLSMAN-NUM.
           PERFORM 0410-FIND-SALESMAN.
           MOVE WS-SLS-HIT TO WS-SLS-HIT-2.
           IF WS-SLS-HIT-2 = ZERO
              PERFORM 0420-CHECK-MASTER
              IF NOT WS-MST-OK
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "SEGUNDO SLSMAN NO EN MAESTRO" TO WS-MOTIVO
              END-IF
           END-IF.
           MOVE WS-SLSMAN-GUARDA TO WS-SLSMAN-NUM.
           MOVE WS-SLS-HIT-1 TO WS-SLS-HIT.

      * EL DIA DEL POS ES EL NUMERO DE CUBO O, CON CALENDARIO, LA
      * FECHA AAAAMMDD. CON CALENDARIO LA FECHA DEBE SER LABORABLE Y
      * EL CUBO DEBE TENER FECHA LABORABLE
       0430-RESOLVE-DAY.
           MOVE ZERO TO WS-DAY-NUM WS-CAL-HIT.
           IF WS-CMP-DAY (1:8) IS NUMERIC
              AND WS-CMP-DAY (9:2) = SPACES
              IF WS-CAL-COUNT = ZERO
                 MOVE 'N' TO WS-LINEA-OK-SW
                 MOVE "FECHA SIN CALENDARIO" TO WS-MOTIVO
              ELSE
                 MOVE WS-CMP-DAY (1:8) TO WS-CMP-FECHA
                 PERFORM 0440-FIND-CAL-DATE
                    VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-HIT > ZERO
                 IF WS-CAL-HIT = ZERO
                    MOVE 'N' TO WS-LINEA-OK-SW
                    MOVE "FECHA FUERA DEL PERIODO" TO WS-MOTIVO
                 ELSE
                 IF WS-CAL-CUBO (WS-CAL-HIT) = ZERO
                    MOVE 'N' TO WS-LINEA-OK-SW
                    MOVE "FECHA NO LABORABLE" TO WS-MOTIVO
                 ELSE
                    MOVE WS-CAL-CUBO (WS-CAL-HIT) TO WS-DAY-NUM
                 END-IF
                 END-IF
              END-IF
           ELSE
              MOVE WS-CMP-DAY (1:2) TO WS-DAY-NUM
              IF WS-CAL-COUNT > ZERO AND WS-DAY-NUM > ZERO
                 PERFORM 0450-FIND-CAL-BUCKET
                    VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-HIT > ZERO
                 IF WS-CAL-HIT = ZERO
                    MOVE 'N' TO WS-LINEA-OK-SW
                    MOVE "DIA SIN FECHA LABORABLE" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF.

       0440-FIND-CAL-DATE.
           IF WS-CAL-FECHA (WS-CAL-IDX) = WS-CMP-FECHA
              MOVE WS-CAL-IDX TO WS-CAL-HIT
           END-IF.

       0450-FIND-CAL-BUCKET.
           IF WS-CAL-CUBO (WS-CAL-IDX) = WS-DAY-NUM
              MOVE WS-CAL-IDX TO WS-CAL-HIT
           END-IF.

       0410-FIND-SALESMAN.
           MOVE ZERO TO WS-SLS-HIT.
                 MOVE WS-SLS-COUNT TO WS-SLS-HIT
              END-IF
           END-IF.
           IF WS-SLS-HIT > ZERO AND WS-HAY-SOCIO
              PERFORM 0550-APPLY-SPLIT
           ELSE
           IF WS-SLS-HIT > ZERO
              ADD FUNCTION NUMVAL(WS-CMP-AMOUNT)
                 TO WS-TBL-DAY-AMT (WS-SLS-HIT, WS-DAY-NUM)
              ADD 1 TO WS-CNT-APLICADAS
           END-IF
           END-IF.

       0510-ZERO-ONE-DAY.
           MOVE ZERO TO WS-TBL-DAY-AMT (WS-SLS-COUNT, WS-SLS-IDX).

      * VENTA COMPARTIDA - SI EL SEGUNDO VENDEDOR NO ESTA EN SALES.DAT
      * NACE COMO EL PRIMERO; CADA PARTE VA A SU CUBO DEL DIA
       0550-APPLY-SPLIT.
           MOVE WS-SLS-HIT TO WS-SLS-HIT-1.
           IF WS-SLS-HIT-2 = ZERO
              IF WS-SLS-COUNT >= 2000
                 ADD 1 TO WS-CNT-RECHAZADAS
                 MOVE SPACES TO REJ-REC
                 MOVE FEED-REC TO REJ-DATOS
                 MOVE "TABLA DE VENDEDORES LLENA" TO REJ-MOTIVO
                 WRITE REJ-REC
              ELSE
                 ADD 1 TO WS-SLS-COUNT
                 MOVE WS-CMP-SOCIO (1:4)
                    TO WS-TBL-SLSMAN (WS-SLS-COUNT)
                 PERFORM 0510-ZERO-ONE-DAY
                    VARYING WS-SLS-IDX FROM 1 BY 1
                    UNTIL WS-SLS-IDX > 24
                 MOVE ZERO TO WS-TBL-COMM (WS-SLS-COUNT)
                 MOVE WS-SLS-COUNT TO WS-SLS-HIT-2
              END-IF
           END-IF.
           IF WS-SLS-HIT-2 > ZERO
              ADD WS-SPL-AMT-1
                 TO WS-TBL-DAY-AMT (WS-SLS-HIT-1, WS-DAY-NUM)
              ADD WS-SPL-AMT-2
                 TO WS-TBL-DAY-AMT (WS-SLS-HIT-2, WS-DAY-NUM)
              ADD 1 TO WS-CNT-APLICADAS
              ADD 1 TO WS-CNT-COMPARTIDAS
              PERFORM 0560-WRITE-SPLIT-AUDIT
           END-IF.

       0560-WRITE-SPLIT-AUDIT.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           MOVE WS-SYSDATE TO SPL-FECHA.
           MOVE WS-SYSTIME TO SPL-HORA.
           MOVE WS-PERIODO-ACTUAL TO SPL-PERIOD.
           MOVE WS-DAY-NUM TO SPL-DAY.
           MOVE WS-SLSMAN-NUM TO SPL-SLSMAN.
           MOVE WS-CMP-SOCIO (1:4) TO SPL-SOCIO.
           MOVE WS-SPL-PCT TO SPL-PCT.
           MOVE WS-SPL-TOTAL TO SPL-TOTAL.
           MOVE WS-SPL-AMT-1 TO SPL-AMT-1.
           MOVE WS-SPL-AMT-2 TO SPL-AMT-2.
           MOVE "SLSIMP1 " TO SPL-ORIGEN.
           WRITE SPL-REC.

      * LA FECHA DE LA VENTA ES LA DEL CALENDARIO CUANDO EL DIA SE
      * RESOLVIO CONTRA EL, SI NO LA DE LA IMPORTACION
       0600-WRITE-POS-ITEM.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PIT-REC.
           IF WS-CAL-HIT > ZERO
              MOVE WS-CAL-FECHA (WS-CAL-HIT) TO PIT-FECHA
           ELSE
              MOVE WS-SYSDATE TO PIT-FECHA
           END-IF.
           MOVE "P" TO PIT-ORIGEN.
           MOVE WS-CMP-ITEM TO PIT-CODIGO.
           IF WS-CMP-CANT = SPACES
              MOVE ZERO TO PIT-CANT
           ELSE
              MOVE FUNCTION NUMVAL(WS-CMP-CANT) TO PIT-CANT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CMP-AMOUNT) TO PIT-MONTO.
           MOVE WS-SLSMAN-NUM TO PIT-SLSMAN.
           MOVE WS-DAY-NUM TO PIT-DIA.
           WRITE PIT-REC.
           ADD 1 TO WS-CNT-ARTICULOS.

       0700-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
