        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFVTAP1.
      * ===============================================================
      * VFVTAP1 = CONTABILIZACION NOCTURNA DE LAS VENTAS DE PRODUCE.
      * LA EXISTENCIA DE VFPRICE.DAT SOLO BAJABA CUANDO ALGUIEN
      * TECLEABA UNA SALIDA EN VFSTK1; AQUI LAS VENTAS DEL DIA SE
      * CONVIERTEN EN SALIDAS (S) DEL LIBRO VFSTKLG.DAT. ENTRAN:
      *  - LAS VENTAS POR ARTICULO DEL POS QUE DEJA SLSIMP1 EN
      *    POSITEM.DAT (EL ARCHIVO SE VACIA AL TERMINAR);
      *  - LAS VENTAS POR LINEA DE PRODUCTO DE SLSPROD.DAT QUE
      *    CAPTURA SLSCAP1, DESDE LA ULTIMA YA CONTABILIZADA
      *    (VFVTCTL.DAT GUARDA CUANTAS VAN; EL PASO DE PERIODO DE
      *    SLSROL1 NO SE HACE HASTA QUE LLEGUE AL FINAL, LA DEJA EN
      *    CERO AL VACIAR EL ARCHIVO Y LA REPONE AL DESHACER. SI EL
      *    ARCHIVO SE ACHICA POR OTRA VIA SE EMPIEZA DE NUEVO);
      *  - LAS VENTAS QUE QUEDARON PENDIENTES EN VFVTPEN.DAT.
      * CADA CODIGO SE TRADUCE A CODVF CON EL MAPEO VFMAPV.DAT
      * (VFMAPM1): CON CANTIDAD DEL POS SE MULTIPLICA POR EL FACTOR
      * DEL MAPEO, SIN CANTIDAD EL MONTO SE DIVIDE POR EL PRECIO
      * DE VFPRICE.DAT. UN CODIGO MAPEADO A CODVF CERO NO ES PRODUCE
      * Y SE IGNORA. LAS VENTAS SE JUNTAN POR CODVF Y CADA ARTICULO
      * RECIBE UNA SALIDA, QUE SE DESCUENTA DE SUS LOTES COMO EN
      * VFSTK1 (SIN LOTE PRIMERO, LUEGO EL QUE VENCE PRIMERO).
      * EXCEPCIONES EN VFVTAP.RPT: UNA VENTA SIN MAPEO O CUYO CODVF
      * NO ESTA EN EL MAESTRO QUEDA PENDIENTE Y SE REINTENTA CADA
      * NOCHE; UNA SALIDA MAYOR QUE LA EXISTENCIA SE REGISTRA SOLO
      * HASTA DEJARLA EN CERO Y SE INFORMA LO QUE FALTO. TERMINA CON
      * RC 4 SI HUBO ALGUNA EXCEPCION
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL POSITEM ASSIGN TO "POSITEM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PIT-STATUS.

        SELECT OPTIONAL SLSPROD ASSIGN TO "SLSPROD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPR-STATUS.

        SELECT OPTIONAL VFVTPEN ASSIGN TO "VFVTPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEN-STATUS.

        SELECT OPTIONAL VFVTCTL ASSIGN TO "VFVTCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

        SELECT OPTIONAL VFMAPV ASSIGN TO "VFMAPV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAP-CLAVE
        FILE STATUS IS WS-MAP-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFL-CLAVE
        FILE STATUS IS WS-VFL-STATUS.

        SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

        SELECT VTARPT ASSIGN TO "VFVTAP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
        SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      * PIT-ORIGEN P = ARTICULO POS. PIT-CANT EN UNIDADES DEL POS;
      * EN CERO SE CONVIERTE EL MONTO CON EL PRECIO
        FD POSITEM.
        01 PIT-REC.
            03 PIT-FECHA        PIC 9(8).
            03 PIT-ORIGEN       PIC X(1).
            03 PIT-CODIGO       PIC X(14).
            03 PIT-CANT         PIC 9(7)V999.
            03 PIT-MONTO        PIC 9(8).
            03 PIT-SLSMAN       PIC 9(4).
            03 PIT-DIA          PIC 9(2).

        FD SLSPROD.
        01 SPR-REC.
            03 SPR-SLSMAN       PIC 9(4).
            03 SPR-DAY          PIC 9(2).
            03 SPR-PROD         PIC X(4).
            03 SPR-AMOUNT       PIC 9(8).

      * VENTAS PENDIENTES - MISMO FORMATO QUE POSITEM.DAT, CON
      * ORIGEN L PARA LAS QUE VINIERON DE SLSPROD.DAT
        FD VFVTPEN.
        01 PEN-REC              PIC X(47).

        FD VFVTCTL.
        01 CTL-REC.
            03 CTL-SLSPROD-LEIDOS PIC 9(7).
            03 CTL-FECHA        PIC 9(8).
            03 CTL-HORA         PIC 9(6).

        FD VFMAPV.
        01 REG-VFMAPV.
            03 MAP-CLAVE.
      * TIPO: L = LINEA DE PRODUCTO, P = ARTICULO DEL POS
               05 MAP-TIPO      PIC X(1).
               05 MAP-CODIGO    PIC X(14).
            03 MAP-CODVF        PIC 9(5).
            03 MAP-FACTOR       PIC 9(3)V9999.
            03 MAP-DESC         PIC X(20).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD VFLOTE.
        01 REG-VFLOTE.
            03 VFL-CLAVE.
               05 VFL-CODVF     PIC 9(5).
               05 VFL-LOTE      PIC 9(6).
            03 VFL-FECHA-RECEP  PIC 9(8).
            03 VFL-FECHA-VENCE  PIC 9(8).
            03 VFL-CANT-INICIAL PIC 9(7).
            03 VFL-SALDO        PIC 9(7).
            03 VFL-REF          PIC X(20).

        FD VFSTKLG.
        01 MOV-REC.
            03 MOV-FECHA        PIC 9(8).
            03 MOV-HORA         PIC 9(6).
            03 MOV-CODVF        PIC 9(5).
      * TIPO DE MOVIMIENTO: E = ENTRADA, S = SALIDA, A = AJUSTE,
      * M = MERMA, C = AJUSTE POR CONTEO
            03 MOV-TIPO         PIC X(1).
            03 MOV-SIGNO        PIC X(1).
            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD VTARPT.
        01 RPT-LINE             PIC X(110).

        FD RUNLOG.
        01 RUNLOG-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
      * USUARIO DE LA SESION (USRSES1) QUE QUEDA EN VFSTKLG.DAT
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
        01  WS-PIT-STATUS       PIC X(2).
        01  WS-SPR-STATUS       PIC X(2).
        01  WS-PEN-STATUS       PIC X(2).
        01  WS-CTL-STATUS       PIC X(2).
        01  WS-MAP-STATUS       PIC X(2).
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-VFL-STATUS       PIC X(2).
        01  WS-LOG-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-LOT-EOF-SW       PIC X(01).
            88 WS-LOT-EOF       VALUE 'Y'.
        01  WS-MAPEO-OK-SW      PIC X(01).
            88 WS-MAPEO-OK      VALUE 'Y'.
        01  WS-LOTES-OK-SW      PIC X(01).
            88 WS-LOTES-OK      VALUE 'Y'.
        01  WS-CANDIDATO-SW     PIC X(01).
            88 WS-HAY-CANDIDATO VALUE 'Y'.
        01  WS-HOY              PIC 9(8).
        01  WS-SYSTIME.
            05 WS-SYS-HHMMSS    PIC 9(6).
            05 WS-SYS-HS        PIC 99.

      * VENTA EN PROCESO, VENGA DE DONDE VENGA
        01  WS-VTA-REC.
            03 WS-VTA-FECHA     PIC 9(8).
            03 WS-VTA-ORIGEN    PIC X(1).
            03 WS-VTA-CODIGO    PIC X(14).
            03 WS-VTA-CANT      PIC 9(7)V999.
            03 WS-VTA-MONTO     PIC 9(8).
            03 WS-VTA-SLSMAN    PIC 9(4).
            03 WS-VTA-DIA       PIC 9(2).
        01  WS-VTA-UNIDADES     PIC 9(9)V999.
        01  WS-MOTIVO           PIC X(30).

      * PUNTO HASTA DONDE YA SE CONTABILIZO SLSPROD.DAT
        01  WS-SPR-TOTAL        PIC 9(7) VALUE ZERO.
        01  WS-SPR-LEIDOS       PIC 9(7) VALUE ZERO.
        01  WS-SPR-MARCA        PIC 9(7) VALUE ZERO.

      * PENDIENTES DE LA NOCHE ANTERIOR, CARGADOS ANTES DE REESCRIBIR
        01  WS-PEN-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-PEN-IDX          PIC 9(04).
        01  WS-PEN-TABLA.
            03 WS-PEN-ENTRY OCCURS 2000 TIMES PIC X(47).
        01  WS-TRUNC-SW         PIC X(01) VALUE 'N'.
            88 WS-CARGA-TRUNCADA VALUE 'Y'.

      * UNIDADES VENDIDAS POR CODVF EN ESTA CORRIDA
        01  WS-AGR-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-AGR-IDX          PIC 9(04).
        01  WS-AGR-HIT          PIC 9(04).
        01  WS-AGR-TABLA.
            03 WS-AGR-ENTRY OCCURS 2000 TIMES.
               05 WS-AGR-CODVF  PIC 9(5).
               05 WS-AGR-UNIDADES PIC 9(9)V999.
               05 WS-AGR-VENTAS PIC 9(5).

        01  WS-CANT-NUM         PIC 9(7).
        01  WS-CANT-PEDIDA      PIC 9(9).
        01  WS-FALTANTE         PIC 9(9).
        01  WS-SALDO-NUEVO      PIC 9(7).
        01  WS-LOTE-TOTAL       PIC 9(9).
        01  WS-SIN-LOTE         PIC 9(9).
        01  WS-POR-CONSUMIR     PIC 9(7).
        01  WS-TOMA             PIC 9(7).

      * LOTES CON SALDO DEL ARTICULO QUE SE ESTA CONSUMIENDO
        01  WS-LOT-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-LOT-IDX          PIC 9(04).
        01  WS-LOT-HIT          PIC 9(04).
        01  WS-LOT-TABLA.
            03 WS-LOT-ENTRY OCCURS 300 TIMES.
               05 WS-LOT-LOTE   PIC 9(06).
               05 WS-LOT-VENCE  PIC 9(08).
               05 WS-LOT-SALDO  PIC 9(07).

        01  WS-CNT-VENTAS       PIC 9(05) VALUE ZERO.
        01  WS-CNT-IGNORADAS    PIC 9(05) VALUE ZERO.
        01  WS-CNT-PENDIENTES   PIC 9(05) VALUE ZERO.
        01  WS-CNT-SALIDAS      PIC 9(05) VALUE ZERO.
        01  WS-CNT-FALTANTES    PIC 9(05) VALUE ZERO.
        01  WS-CNT-EXCEPCIONES  PIC 9(05) VALUE ZERO.

        01  WS-EXC-LINE.
            05 EXC-FECHA        PIC 9(8).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 EXC-ORIGEN       PIC X(1).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 EXC-CODIGO       PIC X(14).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 EXC-SLSMAN       PIC 9(4).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 EXC-CANT         PIC Z,ZZZ,ZZ9.999.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 EXC-MONTO        PIC ZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 EXC-MOTIVO       PIC X(30).

        01  WS-SAL-LINE.
            05 SAL-CODVF        PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 SAL-VENTAS       PIC ZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 SAL-VENDIDO      PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 SAL-REBAJADO     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 SAL-SALDO        PIC ZZZ,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 SAL-FLAG         PIC X(40).

        01  WS-FALTA-FMT        PIC ZZZ,ZZZ,ZZ9.

        01  WS-RUNLOG-DATE.
            05 WS-RL-YEAR       PIC 9(4).
            05 WS-RL-MONTH      PIC 99.
            05 WS-RL-DAY        PIC 99.
        01  WS-RUNLOG-TIME.
            05 WS-RL-HH         PIC 99.
            05 WS-RL-MN         PIC 99.
            05 WS-RL-SS         PIC 99.
            05 WS-RL-HS         PIC 99.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            MOVE "B" TO WS-SES-FUNCION.
            CALL "USRSES1" USING WS-SES-REQ.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-PENDING.
            IF WS-CARGA-TRUNCADA
               DISPLAY "VFVTPEN.DAT EXCEDE LA TABLA (2000) - NO SE "
                  "CONTABILIZA PARA NO PERDER PENDIENTES"
               PERFORM 9000-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               DISPLAY "VFPRICE.DAT NO DISPONIBLE - NADA SE CONTABILIZA"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
               PERFORM 9000-WRITE-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT VFMAPV.
            IF WS-MAP-STATUS = "00"
               MOVE 'Y' TO WS-MAPEO-OK-SW
            ELSE
               MOVE 'N' TO WS-MAPEO-OK-SW
               DISPLAY "VFMAPV.DAT NO DISPONIBLE - TODO QUEDA PENDIENTE"
               IF WS-MAP-STATUS = "05" OR WS-MAP-STATUS = "35"
                  CLOSE VFMAPV
               END-IF
            END-IF.
            PERFORM 1100-READ-CONTROL.
            OPEN OUTPUT VTARPT.
            MOVE SPACES TO RPT-LINE.
            STRING "CONTABILIZACION DE VENTAS DE PRODUCE - FECHA "
               WS-HOY
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "VENTAS NO CONTABILIZADAS"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "FECHA    O CODIGO         VEND      CANTIDAD"
               "      MONTO  MOTIVO"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            OPEN OUTPUT VFVTPEN.
            PERFORM 2000-TAKE-PENDING
               VARYING WS-PEN-IDX FROM 1 BY 1
               UNTIL WS-PEN-IDX > WS-PEN-COUNT.
            PERFORM 2100-TAKE-POS-ITEMS.
            PERFORM 2200-TAKE-SLSPROD.
            CLOSE VFVTPEN.
            IF WS-MAPEO-OK
               CLOSE VFMAPV
            END-IF.
            PERFORM 3000-POST-ITEMS.
            CLOSE VFPRICE.
            PERFORM 1200-WRITE-CONTROL.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "VENTAS LEIDAS: " WS-CNT-VENTAS
               "  NO PRODUCE: " WS-CNT-IGNORADAS
               "  PENDIENTES: " WS-CNT-PENDIENTES
               "  SALIDAS: " WS-CNT-SALIDAS
               "  SIN EXISTENCIA: " WS-CNT-FALTANTES
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            CLOSE VTARPT.
            DISPLAY "REPORTE GENERADO: VFVTAP.RPT".
            DISPLAY "SALIDAS REGISTRADAS: " WS-CNT-SALIDAS
               " EXCEPCIONES: " WS-CNT-EXCEPCIONES.
            PERFORM 9000-WRITE-RUNLOG.
            IF WS-CNT-EXCEPCIONES > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      * LOS PENDIENTES SE CARGAN ENTEROS PORQUE EL ARCHIVO SE
      * REESCRIBE CON LOS QUE SIGAN SIN PODER CONTABILIZARSE
        1000-LOAD-PENDING.
            OPEN INPUT VFVTPEN.
            IF WS-PEN-STATUS NOT = "00"
               IF WS-PEN-STATUS = "05" OR WS-PEN-STATUS = "35"
                  CLOSE VFVTPEN
               END-IF
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1010-READ-NEXT-PENDING
               PERFORM 1020-LOAD-ONE-PENDING
                  UNTIL WS-EOF OR WS-PEN-COUNT >= 2000
               IF NOT WS-EOF
                  MOVE 'Y' TO WS-TRUNC-SW
               END-IF
               CLOSE VFVTPEN
            END-IF.

        1010-READ-NEXT-PENDING.
            READ VFVTPEN
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        1020-LOAD-ONE-PENDING.
            ADD 1 TO WS-PEN-COUNT.
            MOVE PEN-REC TO WS-PEN-ENTRY (WS-PEN-COUNT).
            PERFORM 1010-READ-NEXT-PENDING.

        1100-READ-CONTROL.
            MOVE ZERO TO WS-SPR-MARCA.
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

        1200-WRITE-CONTROL.
            ACCEPT WS-SYSTIME FROM TIME.
            OPEN OUTPUT VFVTCTL.
            MOVE WS-SPR-TOTAL TO CTL-SLSPROD-LEIDOS.
            MOVE WS-HOY TO CTL-FECHA.
            MOVE WS-SYS-HHMMSS TO CTL-HORA.
            WRITE CTL-REC.
            CLOSE VFVTCTL.

        2000-TAKE-PENDING.
            MOVE WS-PEN-ENTRY (WS-PEN-IDX) TO WS-VTA-REC.
            PERFORM 2500-MAP-ONE-SALE.

      * POSITEM.DAT SE VACIA DESPUES DE LEERLO: LO QUE NO SE PUDO
      * CONTABILIZAR YA QUEDO EN VFVTPEN.DAT
        2100-TAKE-POS-ITEMS.
            OPEN INPUT POSITEM.
            IF WS-PIT-STATUS NOT = "00"
               IF WS-PIT-STATUS = "05" OR WS-PIT-STATUS = "35"
                  CLOSE POSITEM
               END-IF
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2110-READ-NEXT-POS-ITEM
               PERFORM 2120-TAKE-ONE-POS-ITEM
                  UNTIL WS-EOF
               CLOSE POSITEM
               OPEN OUTPUT POSITEM
               CLOSE POSITEM
            END-IF.

        2110-READ-NEXT-POS-ITEM.
            READ POSITEM
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        2120-TAKE-ONE-POS-ITEM.
            MOVE PIT-REC TO WS-VTA-REC.
            PERFORM 2500-MAP-ONE-SALE.
            PERFORM 2110-READ-NEXT-POS-ITEM.

      * SLSPROD.DAT SE CUENTA PRIMERO: MAS CORTO QUE LA MARCA QUIERE
      * DECIR QUE EL PERIODO SE CERRO Y EL ARCHIVO EMPEZO DE NUEVO
        2200-TAKE-SLSPROD.
            OPEN INPUT SLSPROD.
            IF WS-SPR-STATUS NOT = "00"
               IF WS-SPR-STATUS = "05" OR WS-SPR-STATUS = "35"
                  CLOSE SLSPROD
               END-IF
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2210-READ-NEXT-SLSPROD
               PERFORM 2220-COUNT-ONE-SLSPROD
                  UNTIL WS-EOF
               CLOSE SLSPROD
               IF WS-SPR-TOTAL < WS-SPR-MARCA
                  DISPLAY "SLSPROD.DAT VOLVIO A EMPEZAR - SE TOMA "
                     "DESDE EL PRIMER REGISTRO"
                  MOVE ZERO TO WS-SPR-MARCA
               END-IF
               OPEN INPUT SLSPROD
               MOVE ZERO TO WS-SPR-LEIDOS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2210-READ-NEXT-SLSPROD
               PERFORM 2230-TAKE-ONE-SLSPROD
                  UNTIL WS-EOF
               CLOSE SLSPROD
            END-IF.

        2210-READ-NEXT-SLSPROD.
            READ SLSPROD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        2220-COUNT-ONE-SLSPROD.
            ADD 1 TO WS-SPR-TOTAL.
            PERFORM 2210-READ-NEXT-SLSPROD.

        2230-TAKE-ONE-SLSPROD.
            ADD 1 TO WS-SPR-LEIDOS.
            IF WS-SPR-LEIDOS > WS-SPR-MARCA
               MOVE WS-HOY TO WS-VTA-FECHA
               MOVE "L" TO WS-VTA-ORIGEN
               MOVE SPR-PROD TO WS-VTA-CODIGO
               MOVE ZERO TO WS-VTA-CANT
               MOVE SPR-AMOUNT TO WS-VTA-MONTO
               MOVE SPR-SLSMAN TO WS-VTA-SLSMAN
               MOVE SPR-DAY TO WS-VTA-DIA
               PERFORM 2500-MAP-ONE-SALE
            END-IF.
            PERFORM 2210-READ-NEXT-SLSPROD.

      * TRADUCE UNA VENTA A UNIDADES DE BODEGA DE SU CODVF Y LAS
      * SUMA AL ARTICULO; LO QUE NO SE PUEDE TRADUCIR QUEDA PENDIENTE
        2500-MAP-ONE-SALE.
            ADD 1 TO WS-CNT-VENTAS.
            MOVE SPACES TO WS-MOTIVO.
            IF NOT WS-MAPEO-OK
               MOVE "SIN ARCHIVO DE MAPEO" TO WS-MOTIVO
            ELSE
               MOVE WS-VTA-ORIGEN TO MAP-TIPO
               MOVE WS-VTA-CODIGO TO MAP-CODIGO
               READ VFMAPV
                  INVALID KEY
                     MOVE "CODIGO SIN MAPEO A CODVF" TO WS-MOTIVO
               END-READ
            END-IF.
            IF WS-MOTIVO = SPACES AND MAP-CODVF = ZERO
               ADD 1 TO WS-CNT-IGNORADAS
            ELSE
               IF WS-MOTIVO = SPACES
                  PERFORM 2510-CONVERT-UNITS
               END-IF
               IF WS-MOTIVO = SPACES
                  PERFORM 2520-ADD-TO-ITEM
               ELSE
                  PERFORM 2550-KEEP-PENDING
               END-IF
            END-IF.

        2510-CONVERT-UNITS.
            MOVE MAP-CODVF TO VFP-CODVF.
            READ VFPRICE
               INVALID KEY
                  MOVE "CODVF MAPEADO NO EN VFPRICE" TO WS-MOTIVO
            END-READ.
            IF WS-MOTIVO = SPACES
               IF WS-VTA-CANT > ZERO
                  COMPUTE WS-VTA-UNIDADES ROUNDED =
                     WS-VTA-CANT * MAP-FACTOR
               ELSE
                  IF VFP-PRECIO > ZERO
                     COMPUTE WS-VTA-UNIDADES ROUNDED =
                        WS-VTA-MONTO / VFP-PRECIO
                  ELSE
                     MOVE "SIN CANTIDAD Y SIN PRECIO" TO WS-MOTIVO
                  END-IF
               END-IF
            END-IF.

        2520-ADD-TO-ITEM.
            MOVE ZERO TO WS-AGR-HIT.
            PERFORM 2530-FIND-ITEM
               VARYING WS-AGR-IDX FROM 1 BY 1
               UNTIL WS-AGR-IDX > WS-AGR-COUNT
                  OR WS-AGR-HIT > ZERO.
            IF WS-AGR-HIT = ZERO
               IF WS-AGR-COUNT < 2000
                  ADD 1 TO WS-AGR-COUNT
                  MOVE WS-AGR-COUNT TO WS-AGR-HIT
                  MOVE MAP-CODVF TO WS-AGR-CODVF (WS-AGR-HIT)
                  MOVE ZERO TO WS-AGR-UNIDADES (WS-AGR-HIT)
                  MOVE ZERO TO WS-AGR-VENTAS (WS-AGR-HIT)
               ELSE
                  MOVE "TABLA DE ARTICULOS LLENA" TO WS-MOTIVO
                  PERFORM 2550-KEEP-PENDING
               END-IF
            END-IF.
            IF WS-AGR-HIT > ZERO
               ADD WS-VTA-UNIDADES TO WS-AGR-UNIDADES (WS-AGR-HIT)
               ADD 1 TO WS-AGR-VENTAS (WS-AGR-HIT)
            END-IF.

        2530-FIND-ITEM.
            IF WS-AGR-CODVF (WS-AGR-IDX) = MAP-CODVF
               MOVE WS-AGR-IDX TO WS-AGR-HIT
            END-IF.

        2550-KEEP-PENDING.
            ADD 1 TO WS-CNT-PENDIENTES.
            ADD 1 TO WS-CNT-EXCEPCIONES.
            MOVE WS-VTA-REC TO PEN-REC.
            WRITE PEN-REC.
            MOVE WS-VTA-FECHA TO EXC-FECHA.
            MOVE WS-VTA-ORIGEN TO EXC-ORIGEN.
            MOVE WS-VTA-CODIGO TO EXC-CODIGO.
            MOVE WS-VTA-SLSMAN TO EXC-SLSMAN.
            MOVE WS-VTA-CANT TO EXC-CANT.
            MOVE WS-VTA-MONTO TO EXC-MONTO.
            MOVE WS-MOTIVO TO EXC-MOTIVO.
            MOVE WS-EXC-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      * UNA SALIDA POR ARTICULO CON LO VENDIDO EN LA CORRIDA. LO QUE
      * EXCEDE LA EXISTENCIA NO SE REBAJA Y QUEDA INFORMADO
        3000-POST-ITEMS.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "SALIDAS REGISTRADAS POR ARTICULO"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING "CODVF  VENTAS     VENDIDO    REBAJADO  EXISTENCIA"
               DELIMITED BY SIZE INTO RPT-LINE.
            WRITE RPT-LINE.
            OPEN I-O VFLOTE.
            IF WS-VFL-STATUS = "00"
               MOVE 'Y' TO WS-LOTES-OK-SW
            ELSE
               MOVE 'N' TO WS-LOTES-OK-SW
               IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                  CLOSE VFLOTE
               END-IF
            END-IF.
            OPEN EXTEND VFSTKLG.
            PERFORM 3100-POST-ONE-ITEM
               VARYING WS-AGR-IDX FROM 1 BY 1
               UNTIL WS-AGR-IDX > WS-AGR-COUNT.
            CLOSE VFSTKLG.
            IF WS-LOTES-OK
               CLOSE VFLOTE
            END-IF.

        3100-POST-ONE-ITEM.
            MOVE SPACES TO SAL-FLAG.
            COMPUTE WS-CANT-PEDIDA ROUNDED =
               WS-AGR-UNIDADES (WS-AGR-IDX).
            MOVE WS-AGR-CODVF (WS-AGR-IDX) TO VFP-CODVF.
            READ VFPRICE
               INVALID KEY
                  MOVE ZERO TO VFP-EXISTENCIA
            END-READ.
            MOVE ZERO TO WS-FALTANTE.
            IF WS-CANT-PEDIDA > VFP-EXISTENCIA
               COMPUTE WS-FALTANTE = WS-CANT-PEDIDA - VFP-EXISTENCIA
               MOVE VFP-EXISTENCIA TO WS-CANT-NUM
            ELSE
               MOVE WS-CANT-PEDIDA TO WS-CANT-NUM
            END-IF.
            IF WS-CANT-NUM > ZERO
               COMPUTE WS-SALDO-NUEVO = VFP-EXISTENCIA - WS-CANT-NUM
               MOVE WS-SALDO-NUEVO TO VFP-EXISTENCIA
               REWRITE REG-VFPRICE
                  INVALID KEY
                     MOVE "ERROR AL ACTUALIZAR VFPRICE" TO SAL-FLAG
                     MOVE ZERO TO WS-CANT-NUM
                     ADD 1 TO WS-CNT-EXCEPCIONES
                  NOT INVALID KEY
                     ADD 1 TO WS-CNT-SALIDAS
                     PERFORM 3200-WRITE-MOVIMIENTO
                     IF WS-LOTES-OK
                        PERFORM 3300-CONSUME-LOTS
                     END-IF
               END-REWRITE
            END-IF.
            IF WS-CANT-PEDIDA = ZERO
               MOVE "VENTA MENOR A UNA UNIDAD" TO SAL-FLAG
               ADD 1 TO WS-CNT-EXCEPCIONES
            END-IF.
            IF WS-FALTANTE > ZERO
               ADD 1 TO WS-CNT-FALTANTES
               ADD 1 TO WS-CNT-EXCEPCIONES
               MOVE WS-FALTANTE TO WS-FALTA-FMT
               STRING "** SIN EXISTENCIA - FALTAN " WS-FALTA-FMT
                  " **" DELIMITED BY SIZE INTO SAL-FLAG
            END-IF.
            MOVE WS-AGR-CODVF (WS-AGR-IDX) TO SAL-CODVF.
            MOVE WS-AGR-VENTAS (WS-AGR-IDX) TO SAL-VENTAS.
            MOVE WS-CANT-PEDIDA TO SAL-VENDIDO.
            MOVE WS-CANT-NUM TO SAL-REBAJADO.
            MOVE VFP-EXISTENCIA TO SAL-SALDO.
            MOVE WS-SAL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

        3200-WRITE-MOVIMIENTO.
            ACCEPT WS-SYSTIME FROM TIME.
            MOVE WS-HOY TO MOV-FECHA.
            MOVE WS-SYS-HHMMSS TO MOV-HORA.
            MOVE VFP-CODVF TO MOV-CODVF.
            MOVE "S" TO MOV-TIPO.
            MOVE "-" TO MOV-SIGNO.
            MOVE WS-CANT-NUM TO MOV-CANT.
            MOVE VFP-EXISTENCIA TO MOV-SALDO.
            MOVE SPACES TO MOV-REF.
            STRING "VENTAS DEL " WS-HOY
               DELIMITED BY SIZE INTO MOV-REF.
            MOVE WS-SES-USUARIO TO MOV-USUARIO.
            WRITE MOV-REC.

      * LO QUE SALE SE DESCUENTA PRIMERO DE LA EXISTENCIA SIN LOTE Y
      * DESPUES DEL LOTE QUE VENCE PRIMERO, COMO EN VFSTK1
        3300-CONSUME-LOTS.
            PERFORM 3310-LOAD-LOTS.
            COMPUTE WS-SIN-LOTE = WS-SALDO-NUEVO + WS-CANT-NUM.
            IF WS-SIN-LOTE > WS-LOTE-TOTAL
               SUBTRACT WS-LOTE-TOTAL FROM WS-SIN-LOTE
            ELSE
               MOVE ZERO TO WS-SIN-LOTE
            END-IF.
            IF WS-SIN-LOTE NOT < WS-CANT-NUM
               MOVE ZERO TO WS-POR-CONSUMIR
            ELSE
               COMPUTE WS-POR-CONSUMIR = WS-CANT-NUM - WS-SIN-LOTE
            END-IF.
            MOVE 'Y' TO WS-CANDIDATO-SW.
            PERFORM 3330-TAKE-OLDEST-LOT
               UNTIL WS-POR-CONSUMIR = ZERO
                  OR NOT WS-HAY-CANDIDATO.

        3310-LOAD-LOTS.
            MOVE ZERO TO WS-LOT-COUNT WS-LOTE-TOTAL.
            MOVE VFP-CODVF TO VFL-CODVF.
            MOVE ZERO TO VFL-LOTE.
            MOVE 'N' TO WS-LOT-EOF-SW.
            START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-LOT-EOF-SW
            END-START.
            IF NOT WS-LOT-EOF
               PERFORM 3315-READ-NEXT-LOT
            END-IF.
            PERFORM 3320-KEEP-ONE-LOT
               UNTIL WS-LOT-EOF.

        3315-READ-NEXT-LOT.
            READ VFLOTE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOT-EOF-SW
            END-READ.
            IF NOT WS-LOT-EOF
               AND VFL-CODVF NOT = VFP-CODVF
               MOVE 'Y' TO WS-LOT-EOF-SW
            END-IF.

        3320-KEEP-ONE-LOT.
            IF VFL-SALDO > ZERO AND WS-LOT-COUNT < 300
               ADD 1 TO WS-LOT-COUNT
               MOVE VFL-LOTE TO WS-LOT-LOTE (WS-LOT-COUNT)
               MOVE VFL-FECHA-VENCE TO WS-LOT-VENCE (WS-LOT-COUNT)
               MOVE VFL-SALDO TO WS-LOT-SALDO (WS-LOT-COUNT)
               ADD VFL-SALDO TO WS-LOTE-TOTAL
            END-IF.
            PERFORM 3315-READ-NEXT-LOT.

        3330-TAKE-OLDEST-LOT.
            MOVE ZERO TO WS-LOT-HIT.
            PERFORM 3335-CHECK-OLDEST
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
            IF WS-LOT-HIT = ZERO
               MOVE 'N' TO WS-CANDIDATO-SW
            ELSE
               IF WS-LOT-SALDO (WS-LOT-HIT) < WS-POR-CONSUMIR
                  MOVE WS-LOT-SALDO (WS-LOT-HIT) TO WS-TOMA
               ELSE
                  MOVE WS-POR-CONSUMIR TO WS-TOMA
               END-IF
               SUBTRACT WS-TOMA FROM WS-LOT-SALDO (WS-LOT-HIT)
               SUBTRACT WS-TOMA FROM WS-POR-CONSUMIR
               MOVE VFP-CODVF TO VFL-CODVF
               MOVE WS-LOT-LOTE (WS-LOT-HIT) TO VFL-LOTE
               READ VFLOTE
                  INVALID KEY
                     DISPLAY "EL LOTE " VFL-LOTE " DESAPARECIO"
                  NOT INVALID KEY
                     SUBTRACT WS-TOMA FROM VFL-SALDO
                     REWRITE REG-VFLOTE
                        INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL LOTE "
                              VFL-LOTE
                     END-REWRITE
               END-READ
            END-IF.

        3335-CHECK-OLDEST.
            IF WS-LOT-SALDO (WS-LOT-IDX) > ZERO
               IF WS-LOT-HIT = ZERO
                  MOVE WS-LOT-IDX TO WS-LOT-HIT
               ELSE
                  IF WS-LOT-VENCE (WS-LOT-IDX)
                     < WS-LOT-VENCE (WS-LOT-HIT)
                     MOVE WS-LOT-IDX TO WS-LOT-HIT
                  END-IF
               END-IF
            END-IF.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
        9000-WRITE-RUNLOG.
            ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUNLOG-TIME FROM TIME.
            OPEN EXTEND RUNLOG.
            MOVE SPACES TO RUNLOG-LINE.
            STRING "VFVTAP1  " WS-RL-YEAR "-" WS-RL-MONTH "-"
               WS-RL-DAY " " WS-RL-HH ":" WS-RL-MN ":" WS-RL-SS
               " STATUS=COMPLETE POSTED=" WS-CNT-SALIDAS
               " EXCEPTIONS=" WS-CNT-EXCEPCIONES
               DELIMITED BY SIZE INTO RUNLOG-LINE.
            WRITE RUNLOG-LINE.
            CLOSE RUNLOG.

        END PROGRAM VFVTAP1.
