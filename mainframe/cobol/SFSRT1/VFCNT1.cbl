        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFCNT1.
      * ===============================================================
      * VFCNT1 = CONTEO FISICO DE INVENTARIO VEGFRUT. EL SALDO DE
      * VFPRICE.DAT SE VA SEPARANDO DE LO QUE HAY EN LOS ESTANTES Y
      * UN AJUSTE A SUELTO EN VFSTK1 NO DEJA RASTRO DE POR QUE. AQUI
      * EL CONTEO SE HACE POR CICLO:
      *   1) SE CONGELA UNA FOTO DEL SALDO DE CADA ARTICULO DEL
      *      CATALOGO NVEGFRUT.DAT (TODOS O SOLO UNA UNIDAD) EN
      *      VFCONT.DAT BAJO UN NUMERO DE CONTEO Y SE IMPRIMEN LAS
      *      HOJAS DE CONTEO VFCNTHJ.RPT, SIN EL SALDO DEL SISTEMA;
      *   2) SE TECLEA LO CONTADO DE CADA CODVF;
      *   3) EL REPORTE VFCNTDIF.RPT COMPARA SISTEMA CONTRA CONTADO,
      *      VALORA LA DIFERENCIA A VFP-PRECIO Y MARCA LO QUE PASA LA
      *      TOLERANCIA (BATCHPRM.DAT VFCNT1 / TOLER-PCT, 5 SI NO HAY);
      *   4) AL CONTABILIZAR, SI ALGO PASA LA TOLERANCIA FIRMA UN
      *      SUPERVISOR (ROL S, FIRMADO EN USRSGN1) Y CADA DIFERENCIA
      *      QUEDA EN EL LIBRO VFSTKLG.DAT COMO AJUSTE POR CONTEO (C)
      *      CON EL NUMERO DE CONTEO COMO REFERENCIA.
      * LO CONTADO ES LO QUE HABIA AL MOMENTO DE LA FOTO: LA
      * DIFERENCIA SE SUMA AL SALDO ACTUAL, ASI LAS VENTAS Y ENTRADAS
      * HECHAS ENTRE LA FOTO Y LA CONTABILIZACION NO SE PIERDEN. SOLO
      * PUEDE HABER UN CONTEO ABIERTO A LA VEZ
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFCONT ASSIGN TO "VFCONT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFC-CLAVE
        FILE STATUS IS WS-VFC-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT OPTIONAL SORTEDFILE ASSIGN TO "NVEGFRUT.DAT"
        FILE STATUS IS SORTEDFILE-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

      * SHARED BATCH PARAMETER FILE - THE VARIANCE TOLERANCE COMES
      * FROM HERE (VFCNT1 / TOLER-PCT)
        SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.

        SELECT HOJARPT ASSIGN TO "VFCNTHJ.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

        SELECT DIFRPT ASSIGN TO "VFCNTDIF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
      * UNA CABECERA POR CONTEO (CODVF 00000) Y UNA LINEA POR ARTICULO
        FD VFCONT.
        01 REG-VFCONT.
            03 VFC-CLAVE.
               05 VFC-CONTEO    PIC 9(6).
               05 VFC-CODVF     PIC 9(5).
            03 VFC-DETALLE.
               05 VFC-DESC      PIC X(20).
               05 VFC-UNID      PIC X(2).
               05 VFC-SISTEMA   PIC 9(7).
               05 VFC-PRECIO    PIC 9(7)V99.
               05 VFC-CONTADO   PIC 9(7).
      * ESTADO DE LA LINEA: P = POR CONTAR, C = CONTADA,
      * X = CONTABILIZADA
               05 VFC-ESTADO    PIC X(1).
                  88 VFC-POR-CONTAR VALUE "P".
                  88 VFC-CONTADA VALUE "C".
                  88 VFC-CONTABILIZADA VALUE "X".
               05 VFC-APROBO    PIC X(8).
               05 FILLER        PIC X(14).
            03 VFC-CABECERA REDEFINES VFC-DETALLE.
               05 VFC-CAB-UNID  PIC X(2).
               05 VFC-CAB-FECHA PIC 9(8).
               05 VFC-CAB-HORA  PIC 9(6).
               05 VFC-CAB-ARTICULOS PIC 9(5).
      * ESTADO DEL CONTEO: A = ABIERTO, X = CONTABILIZADO
               05 VFC-CAB-ESTADO PIC X(1).
                  88 VFC-CAB-ABIERTO VALUE "A".
               05 VFC-CAB-FEC-POST PIC 9(8).
               05 VFC-CAB-USR-POST PIC X(8).
               05 FILLER        PIC X(30).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD SORTEDFILE.
        01 SORTED-DETAILS       PIC X(27).
        01 VF-IN-FIELDS REDEFINES SORTED-DETAILS.
            03 VF-IN-CODVF      PIC 9(5).
            03 VF-IN-DESC       PIC X(20).
            03 VF-IN-UNID       PIC X(2).

        FD VFSTKLG.
        01 MOV-REC.
            03 MOV-FECHA        PIC 9(8).
            03 MOV-HORA         PIC 9(6).
            03 MOV-CODVF        PIC 9(5).
      * TIPO DE MOVIMIENTO: E = ENTRADA, S = SALIDA, A = AJUSTE,
      * M = MERMA (MOV-REF LLEVA EL MOTIVO), C = AJUSTE POR CONTEO
            03 MOV-TIPO         PIC X(1).
            03 MOV-SIGNO        PIC X(1).
            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD BATCHPRM.
        01 PRM-REC.
            03 PRM-PROGRAM      PIC X(08).
            03 PRM-KEY          PIC X(12).
            03 PRM-VALUE        PIC X(20).

        FD HOJARPT.
        01 HOJA-LINE            PIC X(80).

        FD DIFRPT.
        01 DIF-LINE             PIC X(120).

        WORKING-STORAGE SECTION.
      * USUARIO DE LA SESION (USRSES1) QUE QUEDA EN VFSTKLG.DAT
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
      * SUPERVISOR QUE FIRMA LO QUE PASA LA TOLERANCIA (USRSGN1)
        01  WS-SGN-REQ.
            03  WS-SGN-USUARIO  PIC X(08).
            03  WS-SGN-ROLE     PIC X(01).
            03  WS-SGN-RESULT   PIC X(01).
                88 WS-SGN-OK    VALUE "S".
        01  WS-VFC-STATUS       PIC X(2).
            88 WS-VFC-NOTFND    VALUE "23" "35".
        01  WS-VFP-STATUS       PIC X(2).
            88 WS-VFP-NOTFND    VALUE "23" "35".
        01  SORTEDFILE-CHECK-KEY PIC X(2).
        01  WS-LOG-STATUS       PIC X(2).
        01  WS-PRM-STATUS       PIC X(2).
        01  WS-RPT-STATUS       PIC X(2).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-CAT-EOF-SW       PIC X(01).
            88 WS-CAT-EOF       VALUE 'Y'.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.
        01  WS-PRM-FOUND-SW     PIC X(01).
            88 WS-PRM-FOUND     VALUE 'Y'.
        01  WS-PRM-BUSCADA      PIC X(12).
        01  WS-PRM-VALOR        PIC X(20).
        01  WS-ABIERTO-SW       PIC X(01).
            88 WS-HAY-ABIERTO   VALUE 'Y'.
        01  WS-CONTEO-OK-SW     PIC X(01).
            88 WS-CONTEO-OK     VALUE 'Y'.
        01  WS-SIGNON-OK-SW     PIC X(01).
            88 WS-SIGNON-OK     VALUE 'Y'.
        01  WS-CAB-ESTADO       PIC X(01).
            88 WS-CAB-ABIERTO   VALUE 'A'.
        01  WS-FUERA-TOL-SW     PIC X(01).
            88 WS-FUERA-TOL     VALUE 'Y'.

        01  WS-OPCION           PIC 9(01).
        01  WS-ENT-UNID         PIC X(02).
        01  WS-ENT-CONTEO       PIC X(06).
        01  WS-ENT-CODVF        PIC X(05).
        01  WS-ENT-CANT         PIC X(07).
        01  WS-ENT-CONFIRMA     PIC X(01).
        01  WS-SIGNON-USER      PIC X(08).

        01  WS-CONTEO           PIC 9(06).
        01  WS-CONTEO-MAX       PIC 9(06).
        01  WS-CONTEO-ABIERTO   PIC 9(06).
        01  WS-TOLER-PCT        PIC 9(03) VALUE 5.
        01  WS-HOY              PIC 9(08).
        01  WS-SYSTIME.
            05 WS-SYS-HH        PIC 99.
            05 WS-SYS-MN        PIC 99.
            05 WS-SYS-SS        PIC 99.
            05 WS-SYS-HS        PIC 99.

        01  WS-DIF              PIC S9(08).
        01  WS-DIF-ABS          PIC 9(08).
        01  WS-DIF-VALOR        PIC S9(12)V99.
        01  WS-PCT              PIC 9(05)V9.
        01  WS-MOVTOS           PIC S9(08).
        01  WS-MOVTOS-FMT       PIC -------9.
        01  WS-SALDO-NUEVO      PIC 9(07).
        01  WS-CANT-POST        PIC 9(07).
        01  WS-REF-CONTEO       PIC X(20).

        01  WS-CNT-ARTICULOS    PIC 9(05).
        01  WS-CNT-SIN-MAESTRO  PIC 9(05).
        01  WS-CNT-CONTADOS     PIC 9(05).
        01  WS-CNT-SIN-CONTAR   PIC 9(05).
        01  WS-CNT-CON-DIF      PIC 9(05).
        01  WS-CNT-FUERA-TOL    PIC 9(05).
        01  WS-CNT-POSTEADOS    PIC 9(05).
        01  WS-TOT-SOBRANTE     PIC 9(13)V99.
        01  WS-TOT-FALTANTE     PIC 9(13)V99.

        01  WS-HOJA-DET.
            05 HOJ-CODVF        PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 HOJ-DESC         PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 HOJ-UNID         PIC X(2).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 FILLER           PIC X(20) VALUE
               '____________________'.

        01  WS-DIF-DET.
            05 DIF-CODVF        PIC 9(5).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-DESC         PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-UNID         PIC X(2).
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-SISTEMA      PIC ZZZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-CONTADO      PIC ZZZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-DIFERENCIA   PIC -------9.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-VALOR        PIC ----,---,--9.99.
            05 FILLER           PIC X(1)  VALUE SPACE.
            05 DIF-PCT          PIC ZZZ9.9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DIF-FLAG         PIC X(20).

        01  WS-VALOR-FMT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            MOVE "F" TO WS-SES-FUNCION.
            CALL "USRSES1" USING WS-SES-REQ.
            IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM 0050-GET-TOLERANCE.
            PERFORM 0100-MENU UNTIL WS-OPCION = 5.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

      * LA TOLERANCIA SALE DE BATCHPRM.DAT SI HAY ENTRADA
        0050-GET-TOLERANCE.
            MOVE "TOLER-PCT   " TO WS-PRM-BUSCADA.
            MOVE 'N' TO WS-PRM-FOUND-SW.
            MOVE SPACES TO WS-PRM-VALOR.
            OPEN INPUT BATCHPRM.
            IF WS-PRM-STATUS NOT = "00"
               IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                  CLOSE BATCHPRM
               END-IF
            ELSE
               MOVE 'N' TO WS-PRM-EOF-SW
               PERFORM 0060-READ-NEXT-PARM
               PERFORM 0070-MATCH-PARM
                  UNTIL WS-PRM-EOF OR WS-PRM-FOUND
               CLOSE BATCHPRM
            END-IF.
            IF WS-PRM-FOUND AND WS-PRM-VALOR (1:3) IS NUMERIC
               MOVE WS-PRM-VALOR (1:3) TO WS-TOLER-PCT
            END-IF.

        0060-READ-NEXT-PARM.
            READ BATCHPRM
               AT END MOVE 'Y' TO WS-PRM-EOF-SW
            END-READ.

        0070-MATCH-PARM.
            IF PRM-PROGRAM = "VFCNT1  " AND PRM-KEY = WS-PRM-BUSCADA
               MOVE PRM-VALUE TO WS-PRM-VALOR
               MOVE 'Y' TO WS-PRM-FOUND-SW
            ELSE
               PERFORM 0060-READ-NEXT-PARM
            END-IF.

        0100-MENU.
            DISPLAY "***** CONTEO FISICO DE INVENTARIO VEGFRUT *****".
            DISPLAY "1=NUEVO CONTEO Y HOJAS 2=REGISTRAR CONTADO "
               "3=REPORTE DE DIFERENCIAS".
            DISPLAY "4=APROBAR Y CONTABILIZAR 5=SALIR".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-NUEVO-CONTEO
               WHEN 2 PERFORM 0300-REGISTRAR
               WHEN 3 PERFORM 0400-DIFERENCIAS
               WHEN 4 PERFORM 0500-CONTABILIZAR
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

      * ...............................................................
      * 1) FOTO DEL SALDO Y HOJAS DE CONTEO
        0200-NUEVO-CONTEO.
            DISPLAY "UNIDAD A CONTAR (ENTER = TODAS): ".
            ACCEPT WS-ENT-UNID.
            OPEN I-O VFCONT.
            IF WS-VFC-NOTFND
               OPEN OUTPUT VFCONT
               CLOSE VFCONT
               OPEN I-O VFCONT
            END-IF.
            PERFORM 0210-SCAN-COUNTS.
            IF WS-HAY-ABIERTO
               DISPLAY "EL CONTEO " WS-CONTEO-ABIERTO " SIGUE ABIERTO"
                  " - CONTABILICELO ANTES DE ABRIR OTRO"
               CLOSE VFCONT
            ELSE
               OPEN INPUT SORTEDFILE
               IF SORTEDFILE-CHECK-KEY NOT = "00"
                  DISPLAY "NVEGFRUT.DAT NO DISPONIBLE - CORRA SFSRT1"
                  IF SORTEDFILE-CHECK-KEY = "05"
                     OR SORTEDFILE-CHECK-KEY = "35"
                     CLOSE SORTEDFILE
                  END-IF
                  CLOSE VFCONT
               ELSE
                  PERFORM 0230-TAKE-SNAPSHOT
                  CLOSE SORTEDFILE
                  CLOSE VFCONT
               END-IF
            END-IF.

      * BUSCA EL MAYOR NUMERO DE CONTEO Y SI HAY UNO ABIERTO
        0210-SCAN-COUNTS.
            MOVE ZERO TO WS-CONTEO-MAX WS-CONTEO-ABIERTO.
            MOVE 'N' TO WS-ABIERTO-SW.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 0220-READ-NEXT-COUNT.
            PERFORM 0225-NOTE-ONE-COUNT
               UNTIL WS-EOF.

        0220-READ-NEXT-COUNT.
            READ VFCONT NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        0225-NOTE-ONE-COUNT.
            IF VFC-CODVF = ZERO
               IF VFC-CONTEO > WS-CONTEO-MAX
                  MOVE VFC-CONTEO TO WS-CONTEO-MAX
               END-IF
               IF VFC-CAB-ABIERTO
                  MOVE 'Y' TO WS-ABIERTO-SW
                  MOVE VFC-CONTEO TO WS-CONTEO-ABIERTO
               END-IF
            END-IF.
            PERFORM 0220-READ-NEXT-COUNT.

        0230-TAKE-SNAPSHOT.
            ADD 1 TO WS-CONTEO-MAX GIVING WS-CONTEO.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            ACCEPT WS-SYSTIME FROM TIME.
            MOVE ZERO TO WS-CNT-ARTICULOS WS-CNT-SIN-MAESTRO.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE PRECIOS - CREELO EN "
                  "VFPMNT1"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
            ELSE
               OPEN OUTPUT HOJARPT
               MOVE SPACES TO HOJA-LINE
               STRING "HOJA DE CONTEO " WS-CONTEO " - CORTE "
                  WS-HOY " " WS-SYS-HH ":" WS-SYS-MN
                  DELIMITED BY SIZE INTO HOJA-LINE
               WRITE HOJA-LINE
               MOVE SPACES TO HOJA-LINE
               IF WS-ENT-UNID = SPACES
                  MOVE "UNIDAD: TODAS" TO HOJA-LINE
               ELSE
                  STRING "UNIDAD: " WS-ENT-UNID
                     DELIMITED BY SIZE INTO HOJA-LINE
               END-IF
               WRITE HOJA-LINE
               MOVE SPACES TO HOJA-LINE
               WRITE HOJA-LINE
               MOVE "CODVF  DESCRIPCION           UN    CONTADO"
                  TO HOJA-LINE
               WRITE HOJA-LINE
               MOVE 'N' TO WS-CAT-EOF-SW
               PERFORM 0240-READ-NEXT-ITEM
               PERFORM 0250-SNAP-ONE-ITEM
                  UNTIL WS-CAT-EOF
               CLOSE VFPRICE
               MOVE SPACES TO HOJA-LINE
               WRITE HOJA-LINE
               MOVE SPACES TO HOJA-LINE
               STRING "ARTICULOS A CONTAR: " WS-CNT-ARTICULOS
                  "   CONTO: ______________  FECHA: __________"
                  DELIMITED BY SIZE INTO HOJA-LINE
               WRITE HOJA-LINE
               CLOSE HOJARPT
               IF WS-CNT-ARTICULOS = ZERO
                  DISPLAY "NINGUN ARTICULO PARA CONTAR - NO SE ABRE"
                     " EL CONTEO"
               ELSE
                  PERFORM 0260-WRITE-HEADER
                  DISPLAY "CONTEO " WS-CONTEO " ABIERTO - ARTICULOS: "
                     WS-CNT-ARTICULOS
                  DISPLAY "HOJAS DE CONTEO: VFCNTHJ.RPT"
               END-IF
               IF WS-CNT-SIN-MAESTRO > ZERO
                  DISPLAY "SIN MAESTRO DE PRECIOS (NO SE CUENTAN): "
                     WS-CNT-SIN-MAESTRO
               END-IF
            END-IF.

        0240-READ-NEXT-ITEM.
            READ SORTEDFILE
               AT END MOVE 'Y' TO WS-CAT-EOF-SW
            END-READ.

      * EL ARTICULO ENTRA A LA FOTO SI ES DE LA UNIDAD PEDIDA Y TIENE
      * MAESTRO DE PRECIOS (SIN MAESTRO NO HAY SALDO QUE AJUSTAR)
        0250-SNAP-ONE-ITEM.
            IF WS-ENT-UNID = SPACES OR VF-IN-UNID = WS-ENT-UNID
               MOVE VF-IN-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     ADD 1 TO WS-CNT-SIN-MAESTRO
                  NOT INVALID KEY
                     MOVE SPACES TO VFC-DETALLE
                     MOVE WS-CONTEO TO VFC-CONTEO
                     MOVE VF-IN-CODVF TO VFC-CODVF
                     MOVE VF-IN-DESC TO VFC-DESC
                     MOVE VF-IN-UNID TO VFC-UNID
                     MOVE VFP-EXISTENCIA TO VFC-SISTEMA
                     MOVE VFP-PRECIO TO VFC-PRECIO
                     MOVE ZERO TO VFC-CONTADO
                     MOVE "P" TO VFC-ESTADO
                     WRITE REG-VFCONT
                        INVALID KEY
                           DISPLAY "ERROR AL GRABAR CODVF "
                              VF-IN-CODVF
                        NOT INVALID KEY
                           ADD 1 TO WS-CNT-ARTICULOS
                           MOVE VF-IN-CODVF TO HOJ-CODVF
                           MOVE VF-IN-DESC TO HOJ-DESC
                           MOVE VF-IN-UNID TO HOJ-UNID
                           MOVE WS-HOJA-DET TO HOJA-LINE
                           WRITE HOJA-LINE
                     END-WRITE
               END-READ
            END-IF.
            PERFORM 0240-READ-NEXT-ITEM.

        0260-WRITE-HEADER.
            MOVE SPACES TO VFC-CABECERA.
            MOVE WS-CONTEO TO VFC-CONTEO.
            MOVE ZERO TO VFC-CODVF.
            MOVE WS-ENT-UNID TO VFC-CAB-UNID.
            MOVE WS-HOY TO VFC-CAB-FECHA.
            MOVE WS-SYSTIME (1:6) TO VFC-CAB-HORA.
            MOVE WS-CNT-ARTICULOS TO VFC-CAB-ARTICULOS.
            MOVE "A" TO VFC-CAB-ESTADO.
            MOVE ZERO TO VFC-CAB-FEC-POST.
            WRITE REG-VFCONT
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR LA CABECERA DEL CONTEO"
            END-WRITE.

      * ...............................................................
      * LEE LA CABECERA DEL CONTEO TECLEADO; VFCONT QUEDA ABIERTO I-O
        0280-OPEN-COUNT.
            MOVE 'N' TO WS-CONTEO-OK-SW.
            DISPLAY "NUMERO DE CONTEO: ".
            ACCEPT WS-ENT-CONTEO.
            OPEN I-O VFCONT.
            IF WS-VFC-NOTFND
               DISPLAY "NO HAY CONTEOS - ABRA UNO CON LA OPCION 1"
               CLOSE VFCONT
            ELSE
               IF WS-ENT-CONTEO NOT NUMERIC
                  DISPLAY "EL CONTEO DEBE SER NUMERICO"
               ELSE
                  MOVE WS-ENT-CONTEO TO WS-CONTEO
                  MOVE WS-CONTEO TO VFC-CONTEO
                  MOVE ZERO TO VFC-CODVF
                  READ VFCONT
                     INVALID KEY
                        DISPLAY "EL CONTEO NO EXISTE"
                     NOT INVALID KEY
                        MOVE 'Y' TO WS-CONTEO-OK-SW
                  END-READ
               END-IF
               IF NOT WS-CONTEO-OK
                  CLOSE VFCONT
               END-IF
            END-IF.

      * POSICIONA EN LA PRIMERA LINEA DE ARTICULO DEL CONTEO
        0290-START-LINES.
            MOVE WS-CONTEO TO VFC-CONTEO.
            MOVE 1 TO VFC-CODVF.
            MOVE 'N' TO WS-EOF-SW.
            START VFCONT KEY IS NOT LESS THAN VFC-CLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SW
            END-START.
            IF NOT WS-EOF
               PERFORM 0295-READ-NEXT-LINE
            END-IF.

        0295-READ-NEXT-LINE.
            READ VFCONT NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF AND VFC-CONTEO NOT = WS-CONTEO
               MOVE 'Y' TO WS-EOF-SW
            END-IF.

      * ...............................................................
      * 2) LO CONTADO, UN CODVF A LA VEZ
        0300-REGISTRAR.
            PERFORM 0280-OPEN-COUNT.
            IF WS-CONTEO-OK
               IF NOT VFC-CAB-ABIERTO
                  DISPLAY "EL CONTEO YA FUE CONTABILIZADO"
               ELSE
                  MOVE "X" TO WS-ENT-CODVF
                  PERFORM 0310-ENTER-ONE-COUNT
                     UNTIL WS-ENT-CODVF = SPACES
               END-IF
               CLOSE VFCONT
            END-IF.

        0310-ENTER-ONE-COUNT.
            DISPLAY "CODVF CONTADO (ENTER = TERMINAR): ".
            ACCEPT WS-ENT-CODVF.
            IF WS-ENT-CODVF NOT = SPACES
               IF WS-ENT-CODVF NOT NUMERIC
                  DISPLAY "CODVF DEBE SER NUMERICO"
               ELSE
                  MOVE WS-CONTEO TO VFC-CONTEO
                  MOVE WS-ENT-CODVF TO VFC-CODVF
                  READ VFCONT
                     INVALID KEY
                        DISPLAY "EL CODVF NO ESTA EN ESTE CONTEO"
                     NOT INVALID KEY
                        PERFORM 0320-ACCEPT-QUANTITY
                  END-READ
               END-IF
            END-IF.

      * SE PUEDE VOLVER A TECLEAR UN CODVF YA CONTADO (RECONTEO)
        0320-ACCEPT-QUANTITY.
            DISPLAY VFC-CODVF " " VFC-DESC " " VFC-UNID.
            IF VFC-CONTADA
               DISPLAY "YA CONTADO: " VFC-CONTADO " - SE REEMPLAZA"
            END-IF.
            DISPLAY "CANTIDAD CONTADA (7 DIGITOS): ".
            ACCEPT WS-ENT-CANT.
            IF WS-ENT-CANT NOT NUMERIC
               DISPLAY "CANTIDAD DEBE SER NUMERICA (0 SI NO HAY)"
            ELSE
               MOVE WS-ENT-CANT TO VFC-CONTADO
               MOVE "C" TO VFC-ESTADO
               REWRITE REG-VFCONT
                  INVALID KEY
                     DISPLAY "ERROR AL ACTUALIZAR EL CONTEO"
                  NOT INVALID KEY
                     DISPLAY "CONTADO REGISTRADO"
               END-REWRITE
            END-IF.

      * ...............................................................
      * 3) SISTEMA CONTRA CONTADO, VALORADO A PRECIO
        0400-DIFERENCIAS.
            PERFORM 0280-OPEN-COUNT.
            IF WS-CONTEO-OK
               PERFORM 0410-WRITE-VARIANCE-REPORT
               CLOSE VFCONT
               DISPLAY "REPORTE GENERADO: VFCNTDIF.RPT"
               DISPLAY "CONTADOS " WS-CNT-CONTADOS " SIN CONTAR "
                  WS-CNT-SIN-CONTAR " CON DIFERENCIA " WS-CNT-CON-DIF
                  " FUERA DE TOLERANCIA " WS-CNT-FUERA-TOL
            END-IF.

        0410-WRITE-VARIANCE-REPORT.
            MOVE ZERO TO WS-CNT-CONTADOS WS-CNT-SIN-CONTAR
               WS-CNT-CON-DIF WS-CNT-FUERA-TOL
               WS-TOT-SOBRANTE WS-TOT-FALTANTE.
            MOVE VFC-CAB-ESTADO TO WS-CAB-ESTADO.
            OPEN OUTPUT DIFRPT.
            MOVE SPACES TO DIF-LINE.
            STRING "DIFERENCIAS DE CONTEO " WS-CONTEO " - CORTE "
               VFC-CAB-FECHA " " VFC-CAB-HORA " - TOLERANCIA "
               WS-TOLER-PCT "%"
               DELIMITED BY SIZE INTO DIF-LINE.
            WRITE DIF-LINE.
            IF NOT VFC-CAB-ABIERTO
               MOVE SPACES TO DIF-LINE
               STRING "CONTABILIZADO EL " VFC-CAB-FEC-POST " POR "
                  VFC-CAB-USR-POST
                  DELIMITED BY SIZE INTO DIF-LINE
               WRITE DIF-LINE
            END-IF.
            MOVE SPACES TO DIF-LINE.
            WRITE DIF-LINE.
            MOVE SPACES TO DIF-LINE.
            STRING "CODVF DESCRIPCION          UN SISTEMA CONTADO"
               "      DIF       VALOR DIF    PCT  OBSERVACION"
               DELIMITED BY SIZE INTO DIF-LINE.
            WRITE DIF-LINE.
            PERFORM 0290-START-LINES.
            PERFORM 0420-REPORT-ONE-LINE
               UNTIL WS-EOF.
            MOVE SPACES TO DIF-LINE.
            WRITE DIF-LINE.
            MOVE SPACES TO DIF-LINE.
            STRING "CONTADOS: " WS-CNT-CONTADOS
               "  SIN CONTAR: " WS-CNT-SIN-CONTAR
               "  CON DIFERENCIA: " WS-CNT-CON-DIF
               "  FUERA DE TOLERANCIA: " WS-CNT-FUERA-TOL
               DELIMITED BY SIZE INTO DIF-LINE.
            WRITE DIF-LINE.
            MOVE WS-TOT-SOBRANTE TO WS-VALOR-FMT.
            MOVE SPACES TO DIF-LINE.
            STRING "VALOR SOBRANTE: " WS-VALOR-FMT
               DELIMITED BY SIZE INTO DIF-LINE.
            WRITE DIF-LINE.
            MOVE WS-TOT-FALTANTE TO WS-VALOR-FMT.
            MOVE SPACES TO DIF-LINE.
            STRING "VALOR FALTANTE: " WS-VALOR-FMT
               DELIMITED BY SIZE INTO DIF-LINE.
            WRITE DIF-LINE.
            IF WS-CNT-FUERA-TOL > ZERO AND WS-CAB-ABIERTO
               MOVE SPACES TO DIF-LINE
               STRING "LAS LINEAS FUERA DE TOLERANCIA REQUIEREN FIRMA"
                  " DE SUPERVISOR PARA CONTABILIZAR"
                  DELIMITED BY SIZE INTO DIF-LINE
               WRITE DIF-LINE
            END-IF.
            CLOSE DIFRPT.

        0420-REPORT-ONE-LINE.
            MOVE SPACES TO WS-DIF-DET.
            MOVE VFC-CODVF TO DIF-CODVF.
            MOVE VFC-DESC TO DIF-DESC.
            MOVE VFC-UNID TO DIF-UNID.
            MOVE VFC-SISTEMA TO DIF-SISTEMA.
            IF VFC-POR-CONTAR
               ADD 1 TO WS-CNT-SIN-CONTAR
               MOVE "SIN CONTAR" TO DIF-FLAG
            ELSE
               ADD 1 TO WS-CNT-CONTADOS
               PERFORM 0700-COMPUTE-VARIANCE
               MOVE VFC-CONTADO TO DIF-CONTADO
               MOVE WS-DIF TO DIF-DIFERENCIA
               MOVE WS-DIF-VALOR TO DIF-VALOR
               MOVE WS-PCT TO DIF-PCT
               IF WS-DIF NOT = ZERO
                  ADD 1 TO WS-CNT-CON-DIF
                  IF WS-DIF > ZERO
                     ADD WS-DIF-VALOR TO WS-TOT-SOBRANTE
                  ELSE
                     SUBTRACT WS-DIF-VALOR FROM WS-TOT-FALTANTE
                  END-IF
               END-IF
               IF WS-FUERA-TOL
                  ADD 1 TO WS-CNT-FUERA-TOL
                  MOVE "** SUPERVISOR **" TO DIF-FLAG
               END-IF
               IF VFC-CONTABILIZADA AND VFC-APROBO NOT = SPACES
                  MOVE SPACES TO DIF-FLAG
                  STRING "APROBO " VFC-APROBO
                     DELIMITED BY SIZE INTO DIF-FLAG
               END-IF
            END-IF.
            MOVE WS-DIF-DET TO DIF-LINE.
            WRITE DIF-LINE.
            PERFORM 0295-READ-NEXT-LINE.

      * ...............................................................
      * 4) FIRMA DEL SUPERVISOR SI HACE FALTA Y PASE AL LIBRO
        0500-CONTABILIZAR.
            PERFORM 0280-OPEN-COUNT.
            IF WS-CONTEO-OK
               IF NOT VFC-CAB-ABIERTO
                  DISPLAY "EL CONTEO YA FUE CONTABILIZADO"
               ELSE
                  PERFORM 0510-CHECK-COUNT
               END-IF
               CLOSE VFCONT
            END-IF.

        0510-CHECK-COUNT.
            MOVE ZERO TO WS-CNT-CONTADOS WS-CNT-SIN-CONTAR
               WS-CNT-CON-DIF WS-CNT-FUERA-TOL WS-CNT-POSTEADOS.
            PERFORM 0290-START-LINES.
            PERFORM 0520-TALLY-ONE-LINE
               UNTIL WS-EOF.
            DISPLAY "CONTADOS " WS-CNT-CONTADOS " SIN CONTAR "
               WS-CNT-SIN-CONTAR " CON DIFERENCIA " WS-CNT-CON-DIF
               " FUERA DE TOLERANCIA " WS-CNT-FUERA-TOL.
            IF WS-CNT-SIN-CONTAR > ZERO
               DISPLAY "LOS ARTICULOS SIN CONTAR NO SE AJUSTAN"
            END-IF.
            MOVE SPACES TO WS-SIGNON-USER.
            MOVE 'Y' TO WS-SIGNON-OK-SW.
            IF WS-CNT-FUERA-TOL > ZERO
               DISPLAY "HAY DIFERENCIAS FUERA DE TOLERANCIA - FIRMA "
                  "DE SUPERVISOR"
               PERFORM 0600-SIGN-ON-SUPERVISOR
            END-IF.
            IF NOT WS-SIGNON-OK
               DISPLAY "ACCESO DENEGADO - SE EXIGE ROL SUPERVISOR"
            ELSE
               DISPLAY "CONTABILIZAR EL CONTEO " WS-CONTEO "? (S/N): "
               ACCEPT WS-ENT-CONFIRMA
               IF WS-ENT-CONFIRMA = "S" OR WS-ENT-CONFIRMA = "s"
                  PERFORM 0530-POST-COUNT
               ELSE
                  DISPLAY "NO SE CONTABILIZO"
               END-IF
            END-IF.

        0520-TALLY-ONE-LINE.
            IF VFC-POR-CONTAR
               ADD 1 TO WS-CNT-SIN-CONTAR
            ELSE
               ADD 1 TO WS-CNT-CONTADOS
               PERFORM 0700-COMPUTE-VARIANCE
               IF WS-DIF NOT = ZERO
                  ADD 1 TO WS-CNT-CON-DIF
               END-IF
               IF WS-FUERA-TOL
                  ADD 1 TO WS-CNT-FUERA-TOL
               END-IF
            END-IF.
            PERFORM 0295-READ-NEXT-LINE.

        0530-POST-COUNT.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-REF-CONTEO.
            STRING "CONTEO " WS-CONTEO
               DELIMITED BY SIZE INTO WS-REF-CONTEO.
            OPEN I-O VFPRICE.
            IF WS-VFP-NOTFND
               DISPLAY "NO HAY MAESTRO DE PRECIOS - NO SE CONTABILIZA"
               CLOSE VFPRICE
            ELSE
               OPEN EXTEND VFSTKLG
               IF WS-LOG-STATUS > "07"
                  DISPLAY "NO SE PUDO ABRIR VFSTKLG.DAT - NO SE "
                     "CONTABILIZA"
               ELSE
                  PERFORM 0290-START-LINES
                  PERFORM 0540-POST-ONE-LINE
                     UNTIL WS-EOF
                  CLOSE VFSTKLG
                  PERFORM 0560-CLOSE-HEADER
               END-IF
               CLOSE VFPRICE
            END-IF.

      * LA DIFERENCIA SE APLICA AL SALDO ACTUAL, NO AL DE LA FOTO:
      * LO QUE SE MOVIO DESPUES DEL CORTE SIGUE VALIENDO
        0540-POST-ONE-LINE.
            IF VFC-CONTADA
               PERFORM 0700-COMPUTE-VARIANCE
               IF WS-DIF NOT = ZERO
                  MOVE VFC-CODVF TO VFP-CODVF
                  READ VFPRICE
                     INVALID KEY
                        DISPLAY "CODVF " VFC-CODVF " YA NO ESTA EN EL"
                           " MAESTRO - NO SE AJUSTA"
                     NOT INVALID KEY
                        PERFORM 0550-APPLY-VARIANCE
                  END-READ
               END-IF
               IF WS-FUERA-TOL
                  MOVE WS-SIGNON-USER TO VFC-APROBO
               END-IF
               MOVE "X" TO VFC-ESTADO
               REWRITE REG-VFCONT
                  INVALID KEY
                     DISPLAY "ERROR AL ACTUALIZAR EL CONTEO"
               END-REWRITE
            END-IF.
            PERFORM 0295-READ-NEXT-LINE.

        0550-APPLY-VARIANCE.
            COMPUTE WS-MOVTOS = VFP-EXISTENCIA - VFC-SISTEMA.
            MOVE WS-MOVTOS TO WS-MOVTOS-FMT.
            IF WS-DIF > ZERO
               MOVE WS-DIF TO WS-CANT-POST
               COMPUTE WS-SALDO-NUEVO = VFP-EXISTENCIA + WS-CANT-POST
               MOVE "+" TO MOV-SIGNO
            ELSE
               IF WS-DIF-ABS > VFP-EXISTENCIA
                  MOVE VFP-EXISTENCIA TO WS-CANT-POST
                  DISPLAY "CODVF " VFC-CODVF " FALTANTE " WS-DIF-ABS
                     " MAYOR QUE EL SALDO ACTUAL - SE DEJA EN CERO"
               ELSE
                  MOVE WS-DIF-ABS TO WS-CANT-POST
               END-IF
               COMPUTE WS-SALDO-NUEVO = VFP-EXISTENCIA - WS-CANT-POST
               MOVE "-" TO MOV-SIGNO
            END-IF.
            MOVE WS-SALDO-NUEVO TO VFP-EXISTENCIA.
            REWRITE REG-VFPRICE
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CODVF " VFC-CODVF
               NOT INVALID KEY
                  ACCEPT WS-SYSTIME FROM TIME
                  MOVE WS-HOY TO MOV-FECHA
                  MOVE WS-SYSTIME (1:6) TO MOV-HORA
                  MOVE VFC-CODVF TO MOV-CODVF
                  MOVE "C" TO MOV-TIPO
                  MOVE WS-CANT-POST TO MOV-CANT
                  MOVE WS-SALDO-NUEVO TO MOV-SALDO
                  MOVE WS-REF-CONTEO TO MOV-REF
                  MOVE WS-SES-USUARIO TO MOV-USUARIO
                  WRITE MOV-REC
                  ADD 1 TO WS-CNT-POSTEADOS
                  DISPLAY "CODVF " VFC-CODVF " FOTO " VFC-SISTEMA
                     " CONTADO " VFC-CONTADO " MOVTOS DESDE CORTE "
                     WS-MOVTOS-FMT " NUEVO SALDO " WS-SALDO-NUEVO
            END-REWRITE.

        0560-CLOSE-HEADER.
            MOVE WS-CONTEO TO VFC-CONTEO.
            MOVE ZERO TO VFC-CODVF.
            READ VFCONT
               INVALID KEY
                  DISPLAY "CABECERA DEL CONTEO NO ENCONTRADA"
               NOT INVALID KEY
                  MOVE "X" TO VFC-CAB-ESTADO
                  MOVE WS-HOY TO VFC-CAB-FEC-POST
                  MOVE WS-SIGNON-USER TO VFC-CAB-USR-POST
                  REWRITE REG-VFCONT
                     INVALID KEY
                        DISPLAY "ERROR AL CERRAR EL CONTEO"
                  END-REWRITE
            END-READ.
            DISPLAY "CONTEO " WS-CONTEO " CONTABILIZADO - AJUSTES: "
               WS-CNT-POSTEADOS.

      * ...............................................................
      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME
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
      * DIFERENCIA = CONTADO - SISTEMA DE LA FOTO. FUERA DE TOLERANCIA
      * SI EL PORCENTAJE SOBRE EL SISTEMA PASA EL LIMITE, O SI HAY
      * DIFERENCIA SOBRE UN SISTEMA EN CERO
        0700-COMPUTE-VARIANCE.
            COMPUTE WS-DIF = VFC-CONTADO - VFC-SISTEMA.
            IF WS-DIF < ZERO
               COMPUTE WS-DIF-ABS = ZERO - WS-DIF
            ELSE
               MOVE WS-DIF TO WS-DIF-ABS
            END-IF.
            COMPUTE WS-DIF-VALOR = WS-DIF * VFC-PRECIO.
            MOVE 'N' TO WS-FUERA-TOL-SW.
            IF VFC-SISTEMA = ZERO
               MOVE ZERO TO WS-PCT
               IF WS-DIF NOT = ZERO
                  MOVE 'Y' TO WS-FUERA-TOL-SW
               END-IF
            ELSE
               COMPUTE WS-PCT ROUNDED =
                  WS-DIF-ABS * 100 / VFC-SISTEMA
                  ON SIZE ERROR MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               IF WS-PCT > WS-TOLER-PCT
                  MOVE 'Y' TO WS-FUERA-TOL-SW
               END-IF
            END-IF.

        END PROGRAM VFCNT1.
