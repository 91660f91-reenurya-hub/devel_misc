           SELECT OPTIONAL CALCRATE ASSIGN TO "CALCRATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RATE-STATUS.
      * CALENDARIO DE DIAS HABILES Y FESTIVOS MANTENIDO POR CALMNT1 -
      * DE AQUI SALEN LOS DIAS HABILES DEL MODO FECHAS
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-CAL-STATUS.
      * ===============================================================
       DATA DIVISION.
       FILE SECTION.
           05 RATE-MONEDA              PIC X(03).
           05 RATE-FECHA               PIC 9(08).
           05 RATE-TASA                PIC 9(5)V9(4).

       FD CALENDAR.
       01 WKS-CAL-REC.
           05 CAL-FECHA                PIC 9(08).
           05 CAL-DIA-SEM              PIC 9(01).
           05 CAL-TIPO                 PIC X(01).
           05 CAL-DIA-VENTA            PIC 9(02).
           05 CAL-DESC                 PIC X(30).
      * ===============================================================
       WORKING-STORAGE SECTION.
       77 WKS-NUM-1           PIC S9(5)V99.
       77 WKS-CH1             PIC X(14).
       77 WKS-CH2             PIC X(14).
       77 WKS-OPCION          PIC A(01).
       77 WKS-ELECCION        PIC X(01).
       77 WKS-RES-FORMAT      PIC -ZZZZZZZZZZ.99.
       77 WKS-OP-VALIDA       PIC X(01) VALUE "N".
       77 WKS-MEMORIA         PIC S9(6)V99 VALUE ZERO.
       77 WKS-TASA-HALLADA    PIC X(01).
       77 WKS-TASA-FORMAT     PIC ZZZZ9.9999.
       77 WKS-FIN-RATE        PIC X(01).
       77 WKS-CAL-STATUS      PIC XX.
       77 WKS-FIN-CAL         PIC X(01).
       77 WKS-CAL-CNT         PIC 9(04) VALUE ZERO.
       77 WKS-CAL-IDX         PIC 9(04).
       77 WKS-CAL-HALLADA     PIC X(01).
       01 WKS-CAL-TABLA.
           05 WKS-CAL-ENT OCCURS 4000 TIMES.
              10 WKS-CAL-T-FECHA  PIC 9(08).
              10 WKS-CAL-T-TIPO   PIC X(01).
       77 WKS-FEC-MODO        PIC X(01).
       77 WKS-FEC-ENT         PIC X(08).
       77 WKS-FEC-VALIDA      PIC X(01).
       77 WKS-FEC             PIC 9(08).
       77 WKS-FEC-1           PIC 9(08).
       77 WKS-FEC-2           PIC 9(08).
       77 WKS-FEC-INT         PIC 9(07).
       77 WKS-FEC-INT-1       PIC 9(07).
       77 WKS-FEC-INT-2       PIC 9(07).
       77 WKS-FEC-INT-AUX     PIC 9(07).
       77 WKS-FEC-SIGNO       PIC S9(01).
       77 WKS-FEC-HABILES     PIC 9(07).
       77 WKS-FEC-N-ENT       PIC X(04).
       77 WKS-FEC-N           PIC 9(04).
       77 WKS-FEC-DIA-SEM     PIC 9(01).
       77 WKS-FEC-HABIL       PIC X(01).
       77 WKS-FEC-FUERA       PIC 9(05).
       01 WKS-FECHA-HOY       PIC 9(08).
       01 WKS-LOG-DATE.
           05 WKS-LOG-YY          PIC 99.
       PROCEDURE DIVISION.
       00001-MI-SECCION SECTION.
       00001-MAIN.
           PERFORM 00000-CALCULADORA UNTIL WKS-ELECCION = "2".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       00000-CALCULADORA.
           DISPLAY "5-. MC  (BORRAR MEMORIA)".
           DISPLAY "6-. PROCESO POR LOTES (CALCLOTE.DAT)".
           DISPLAY "7-. MODO CADENA (ENCADENAR OPERACIONES)".
           DISPLAY "A-. MODO FECHAS (DIAS Y DIAS HABILES)".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = "1"
              PERFORM 00001-PEDIR-DATOS
              PERFORM 00002-EJECUTAR-OPERACION
           ELSE
           IF WKS-ELECCION = "2"
              NEXT SENTENCE
           ELSE
           IF WKS-ELECCION = "3"
              PERFORM 00003-MEMORIA-SUMAR
           ELSE
           IF WKS-ELECCION = "4"
              PERFORM 00004-MEMORIA-MOSTRAR
           ELSE
           IF WKS-ELECCION = "5"
              PERFORM 00005-MEMORIA-BORRAR
           ELSE
           IF WKS-ELECCION = "6"
              PERFORM 00006-PROCESO-LOTE
           ELSE
           IF WKS-ELECCION = "7"
              PERFORM 00010-MODO-CADENA
           ELSE
           IF WKS-ELECCION = "A" OR WKS-ELECCION = "a"
              PERFORM 00040-MODO-FECHAS
           ELSE
              DISPLAY "OPCION INVALIDA".
       00001-PEDIR-DATOS.
              STRING WKS-LOG-YY "/" WKS-LOG-MM "/" WKS-LOG-DD " "
                     WKS-CH1 " " WKS-OPCION " " WKS-CH2 " = "
                     WKS-RES-FORMAT DELIMITED BY SIZE INTO WKS-LOG-REC
      * LA CONVERSION DEJA LA MONEDA PARA QUE LA AUDITORIA CALCAUD1
      * PUEDA BUSCAR LA TASA VIGENTE DE ESE DIA
              IF WKS-OPCION = "C"
                 MOVE " MON=" TO WKS-LOG-REC (71:5)
                 MOVE WKS-MONEDA TO WKS-LOG-REC (76:3)
              END-IF
              WRITE WKS-LOG-REC
              CLOSE CALCLOG.
      * MODO FECHAS: DIAS CALENDARIO ENTRE DOS FECHAS, DIAS HABILES
      * ENTRE DOS FECHAS Y FECHA QUE RESULTA DE SUMAR N DIAS HABILES.
      * LOS HABILES SALEN DE CALENDAR.DAT (CALMNT1); UNA FECHA QUE
      * NO ESTA EN EL CALENDARIO SE TOMA HABIL DE LUNES A VIERNES Y
      * SE AVISA. EL CALCULO QUEDA EN CALCLOG CON LOS CODIGOS F
      * (DIAS), H (HABILES) Y N (SUMA DE HABILES)
       00040-MODO-FECHAS.
           DISPLAY "***** MODO FECHAS *****".
           DISPLAY "F=DIAS ENTRE FECHAS, H=DIAS HABILES ENTRE FECHAS".
           DISPLAY "N=SUMAR N DIAS HABILES A UNA FECHA".
           ACCEPT WKS-FEC-MODO.
           MOVE "N" TO WKS-OP-VALIDA.
           MOVE ZERO TO WKS-FEC-FUERA.
           IF WKS-FEC-MODO = "F" OR WKS-FEC-MODO = "H"
              OR WKS-FEC-MODO = "N"
              PERFORM 00041-CARGAR-CALENDARIO
              IF WKS-FEC-MODO = "N"
                 PERFORM 00046-SUMAR-HABILES
              ELSE
                 PERFORM 00045-DIAS-ENTRE-FECHAS
              END-IF
           ELSE
              DISPLAY "OPCION INVALIDA".
           IF WKS-OP-VALIDA = "S"
              IF WKS-FEC-FUERA > ZERO
                 DISPLAY "AVISO: " WKS-FEC-FUERA " FECHAS FUERA DE "
                    "CALENDAR.DAT - SE TOMARON HABILES DE LUNES A "
                    "VIERNES"
              END-IF
              MOVE WKS-FEC-MODO TO WKS-OPCION
              PERFORM 00007-GRABAR-LOG.
      * EL CALENDARIO SE RELEE EN CADA USO PARA VER LAS MARCAS QUE
      * CALMNT1 HAYA HECHO MIENTRAS LA CALCULADORA ESTABA ABIERTA
       00041-CARGAR-CALENDARIO.
           MOVE ZERO TO WKS-CAL-CNT.
           OPEN INPUT CALENDAR.
           IF WKS-CAL-STATUS > "07"
              DISPLAY "SIN CALENDAR.DAT - HABILES DE LUNES A VIERNES"
           ELSE
              MOVE "N" TO WKS-FIN-CAL
              PERFORM 00042-LEER-CALENDARIO
              PERFORM 00043-GUARDAR-FECHA-CAL
                 UNTIL WKS-FIN-CAL = "S" OR WKS-CAL-CNT >= 4000
              CLOSE CALENDAR.
       00042-LEER-CALENDARIO.
           READ CALENDAR
              AT END MOVE "S" TO WKS-FIN-CAL.
       00043-GUARDAR-FECHA-CAL.
           ADD 1 TO WKS-CAL-CNT.
           MOVE CAL-FECHA TO WKS-CAL-T-FECHA (WKS-CAL-CNT).
           MOVE CAL-TIPO TO WKS-CAL-T-TIPO (WKS-CAL-CNT).
           PERFORM 00042-LEER-CALENDARIO.
       00044-VALIDAR-FECHA.
           MOVE "N" TO WKS-FEC-VALIDA.
           IF WKS-FEC-ENT IS NUMERIC
              MOVE WKS-FEC-ENT TO WKS-FEC
              IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FEC) = ZERO
                 MOVE "S" TO WKS-FEC-VALIDA
              END-IF
           END-IF.
           IF WKS-FEC-VALIDA NOT = "S"
              DISPLAY "FECHA INVALIDA (AAAAMMDD): " WKS-FEC-ENT.
      * LOS HABILES SE CUENTAN SOBRE EL INTERVALO (FECHA1, FECHA2]:
      * LA FECHA INICIAL NO CUENTA Y LA FINAL SI, COMO UN PLAZO. SI
      * LA SEGUNDA FECHA ES ANTERIOR EL RESULTADO SALE NEGATIVO
       00045-DIAS-ENTRE-FECHAS.
           DISPLAY "FECHA 1 (AAAAMMDD): ".
           ACCEPT WKS-FEC-ENT.
           PERFORM 00044-VALIDAR-FECHA.
           IF WKS-FEC-VALIDA = "S"
              MOVE WKS-FEC TO WKS-FEC-1
              DISPLAY "FECHA 2 (AAAAMMDD): "
              ACCEPT WKS-FEC-ENT
              PERFORM 00044-VALIDAR-FECHA
           END-IF.
           IF WKS-FEC-VALIDA = "S"
              MOVE WKS-FEC TO WKS-FEC-2
              COMPUTE WKS-FEC-INT-1 =
                 FUNCTION INTEGER-OF-DATE(WKS-FEC-1)
              COMPUTE WKS-FEC-INT-2 =
                 FUNCTION INTEGER-OF-DATE(WKS-FEC-2)
              MOVE 1 TO WKS-FEC-SIGNO
              IF WKS-FEC-INT-2 < WKS-FEC-INT-1
                 MOVE -1 TO WKS-FEC-SIGNO
                 MOVE WKS-FEC-INT-1 TO WKS-FEC-INT-AUX
                 MOVE WKS-FEC-INT-2 TO WKS-FEC-INT-1
                 MOVE WKS-FEC-INT-AUX TO WKS-FEC-INT-2
              END-IF
              IF WKS-FEC-MODO = "F"
                 COMPUTE WKS-RESULTADO = WKS-FEC-SIGNO *
                    (WKS-FEC-INT-2 - WKS-FEC-INT-1)
              ELSE
                 MOVE ZERO TO WKS-FEC-HABILES
                 COMPUTE WKS-FEC-INT = WKS-FEC-INT-1 + 1
                 PERFORM 00047-CONTAR-HABIL
                    UNTIL WKS-FEC-INT > WKS-FEC-INT-2
                 COMPUTE WKS-RESULTADO =
                    WKS-FEC-SIGNO * WKS-FEC-HABILES
              END-IF
              MOVE WKS-RESULTADO TO WKS-RES-FORMAT
              DISPLAY WKS-RES-FORMAT
              MOVE WKS-FEC-1 TO WKS-CH1
              MOVE WKS-FEC-2 TO WKS-CH2
              MOVE "S" TO WKS-OP-VALIDA
           END-IF.
      * LA FECHA QUE QUEDA N DIAS HABILES DESPUES DE LA FECHA DADA
       00046-SUMAR-HABILES.
           DISPLAY "FECHA INICIAL (AAAAMMDD): ".
           ACCEPT WKS-FEC-ENT.
           PERFORM 00044-VALIDAR-FECHA.
           IF WKS-FEC-VALIDA = "S"
              MOVE WKS-FEC TO WKS-FEC-1
              DISPLAY "DIAS HABILES A SUMAR (1 A 9999): "
              ACCEPT WKS-FEC-N-ENT
              IF FUNCTION TRIM(WKS-FEC-N-ENT) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WKS-FEC-N-ENT) TO WKS-FEC-N
              ELSE
                 MOVE ZERO TO WKS-FEC-N
              END-IF
              IF WKS-FEC-N = ZERO
                 DISPLAY "NUMERO DE DIAS INVALIDO, VERIFIQUE"
              ELSE
                 COMPUTE WKS-FEC-INT =
                    FUNCTION INTEGER-OF-DATE(WKS-FEC-1)
                 MOVE ZERO TO WKS-FEC-HABILES
                 PERFORM 00049-AVANZAR-HABIL
                    UNTIL WKS-FEC-HABILES >= WKS-FEC-N
                 COMPUTE WKS-FEC-2 =
                    FUNCTION DATE-OF-INTEGER(WKS-FEC-INT)
                 DISPLAY "FECHA RESULTANTE: " WKS-FEC-2
                 MOVE WKS-FEC-2 TO WKS-RES-FORMAT
                 MOVE WKS-FEC-1 TO WKS-CH1
                 MOVE WKS-FEC-N TO WKS-CH2
                 MOVE "S" TO WKS-OP-VALIDA
              END-IF
           END-IF.
       00047-CONTAR-HABIL.
           PERFORM 00048-ES-HABIL.
           IF WKS-FEC-HABIL = "S"
              ADD 1 TO WKS-FEC-HABILES
           END-IF.
           ADD 1 TO WKS-FEC-INT.
      * HABIL SEGUN CALENDAR.DAT (TIPO L); FUERA DEL CALENDARIO,
      * DE LUNES A VIERNES. 1601-01-01, EL DIA 1, FUE LUNES
       00048-ES-HABIL.
           COMPUTE WKS-FEC = FUNCTION DATE-OF-INTEGER(WKS-FEC-INT).
           MOVE "N" TO WKS-CAL-HALLADA.
           MOVE "N" TO WKS-FEC-HABIL.
           PERFORM 00050-BUSCAR-EN-CALENDARIO
              VARYING WKS-CAL-IDX FROM 1 BY 1
              UNTIL WKS-CAL-IDX > WKS-CAL-CNT
                 OR WKS-CAL-HALLADA = "S".
           IF WKS-CAL-HALLADA NOT = "S"
              ADD 1 TO WKS-FEC-FUERA
              COMPUTE WKS-FEC-DIA-SEM =
                 FUNCTION MOD(WKS-FEC-INT - 1, 7) + 1
              IF WKS-FEC-DIA-SEM < 6
                 MOVE "S" TO WKS-FEC-HABIL
              END-IF
           END-IF.
       00049-AVANZAR-HABIL.
           ADD 1 TO WKS-FEC-INT.
           PERFORM 00048-ES-HABIL.
           IF WKS-FEC-HABIL = "S"
              ADD 1 TO WKS-FEC-HABILES
           END-IF.
       00050-BUSCAR-EN-CALENDARIO.
           IF WKS-CAL-T-FECHA (WKS-CAL-IDX) = WKS-FEC
              MOVE "S" TO WKS-CAL-HALLADA
              IF WKS-CAL-T-TIPO (WKS-CAL-IDX) = "L"
                 MOVE "S" TO WKS-FEC-HABIL
              END-IF
           END-IF.
       END PROGRAM PRUEBA.
