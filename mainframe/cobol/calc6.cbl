           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-PRM-STATUS.
      * CALENDARIO DE DIAS HABILES Y FESTIVOS MANTENIDO POR CALMNT1 -
      * DE AQUI SALEN LOS DIAS HABILES DEL MODO FECHAS
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-CAL-STATUS.
      * BIBLIOTECA DE FORMULAS CON NOMBRE MANTENIDA POR FRMMNT1 (SOLO
      * SUPERVISORES) - EL OPERADOR LAS USA, NO LAS EDITA
           SELECT OPTIONAL CALCFORM ASSIGN TO "CALCFORM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FORM-STATUS.
      * PROYECCION DE CDT / PLAN DE AHORRO MES A MES
           SELECT PROYRPT ASSIGN TO "PROYEC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-PRY-STATUS.
      * BANDAS DE RETENCION SOBRE RENDIMIENTOS FINANCIEROS, CON EL
      * MISMO FORMATO DE TAXRATE.DAT (PISO, TECHO, TARIFA PCT). SIN
      * EL ARCHIVO LA PROYECCION SALE SIN RETENCION
           SELECT OPTIONAL RETINT ASSIGN TO "RETINT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RET-STATUS.
      * ===============================================================
       DATA DIVISION.
       FILE SECTION.
           05 PRM-KEY                  PIC X(12).
           05 PRM-VALUE                PIC X(20).

       FD CALENDAR.
       01 WKS-CAL-REC.
           05 CAL-FECHA                PIC 9(08).
           05 CAL-DIA-SEM              PIC 9(01).
           05 CAL-TIPO                 PIC X(01).
           05 CAL-DIA-VENTA            PIC 9(02).
           05 CAL-DESC                 PIC X(30).

       FD CALCFORM.
       01 WKS-FORM-REC.
           05 FORM-NOMBRE              PIC X(08).
           05 FORM-DESC                PIC X(30).
           05 FORM-EXPR                PIC X(70).
           05 FORM-USUARIO             PIC X(08).
           05 FORM-FECHA               PIC 9(08).

       FD PROYRPT.
       01 WKS-PRY-LINEA               PIC X(80).

       FD RETINT.
       01 WKS-RET-REC.
           05 RET-PISO                 PIC 9(10).
           05 RET-TECHO                PIC 9(10).
           05 RET-TARIFA               PIC 9(3)V99.
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
       77 WKS-RATE-MAX-DIAS   PIC 9(03) VALUE 5.
       77 WKS-TASA-DIAS       PIC 9(05).
       77 WKS-SIGUE-VENCIDA   PIC X(01).
      * USUARIO DE LA SESION (USRSES1) - QUEDA EN CADA LINEA DE
      * CALCLOG
       77 WKS-USUARIO         PIC X(08) VALUE SPACES.
       77 WKS-SIGNON-OK       PIC X(01) VALUE "N".
       01 WKS-SES-REQ.
           05 WKS-SES-FUNCION     PIC X(01).
           05 WKS-SES-USUARIO     PIC X(08).
           05 WKS-SES-RESULT      PIC X(01).
       77 WKS-EXP-ENT         PIC X(70).
       77 WKS-EXP-POS         PIC 9(02).
       77 WKS-EXP-CAR         PIC X(01).
           05 WKS-AMO-D-ABONO     PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WKS-AMO-D-SALDO     PIC ZZZZZZZZ9.99.
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
       77 WKS-FORM-STATUS     PIC XX.
       77 WKS-FIN-FORM        PIC X(01).
       77 WKS-FORM-CNT        PIC 9(02) VALUE ZERO.
       77 WKS-FORM-IDX        PIC 9(02).
       77 WKS-FORM-HALLADA    PIC X(01).
       77 WKS-FORM-ENT        PIC X(08).
       01 WKS-FORM-TABLA.
           05 WKS-FORM-E OCCURS 50 TIMES.
              10 WKS-FORM-T-NOMBRE PIC X(08).
              10 WKS-FORM-T-DESC   PIC X(30).
              10 WKS-FORM-T-EXPR   PIC X(70).
       77 WKS-EXP-VARS        PIC X(01) VALUE "N".
       77 WKS-TOK-TIPO        PIC X(01) VALUE "N".
       77 WKS-VAR-CNT         PIC 9(02) VALUE ZERO.
       77 WKS-VAR-IDX         PIC 9(02).
       77 WKS-VAR-HALLADA     PIC X(01).
       77 WKS-VAR-ENT         PIC X(14).
       01 WKS-VAR-TABLA.
           05 WKS-VAR-E OCCURS 10 TIMES.
              10 WKS-VAR-T-NOMBRE  PIC X(14).
              10 WKS-VAR-T-VALOR   PIC S9(9)V9(4).
       77 WKS-PRY-STATUS      PIC XX.
       77 WKS-RET-STATUS      PIC XX.
       77 WKS-FIN-RET         PIC X(01).
       77 WKS-RET-CNT         PIC 9(02) VALUE ZERO.
       77 WKS-RET-IDX         PIC 9(02).
       01 WKS-RET-TABLA.
           05 WKS-RET-E OCCURS 20 TIMES.
              10 WKS-RET-T-PISO    PIC 9(10).
              10 WKS-RET-T-TECHO   PIC 9(10).
              10 WKS-RET-T-TARIFA  PIC 9(3)V99.
       77 WKS-PRY-CAP-ENT     PIC X(12).
       77 WKS-PRY-TAS-ENT     PIC X(10).
       77 WKS-PRY-MES-ENT     PIC X(05).
       77 WKS-PRY-PER-ENT     PIC X(05).
       77 WKS-PRY-APO-ENT     PIC X(12).
       77 WKS-PRY-VALIDO      PIC X(01).
       77 WKS-PRY-CAPITAL     PIC 9(9)V99.
       77 WKS-PRY-TASA-ANUAL  PIC 9(3)V9(4).
       77 WKS-PRY-TASA-MES    PIC 9(2)V9(8).
       77 WKS-PRY-PLAZO       PIC 9(3).
       77 WKS-PRY-PERIODO     PIC 9(3).
       77 WKS-PRY-APORTE      PIC 9(9)V99.
       77 WKS-PRY-MES-NUM     PIC 9(3).
       77 WKS-PRY-COCIENTE    PIC 9(3).
       77 WKS-PRY-RESTO       PIC 9(3).
       77 WKS-PRY-SALDO-INI   PIC 9(11)V99.
       77 WKS-PRY-SALDO       PIC 9(11)V99.
       77 WKS-PRY-INT-MES     PIC 9(11)V99.
       77 WKS-PRY-CAUSADO     PIC 9(11)V99.
       77 WKS-PRY-INTERES     PIC 9(11)V99.
       77 WKS-PRY-RETENCION   PIC 9(11)V99.
       77 WKS-PRY-APO-MES     PIC 9(9)V99.
       77 WKS-PRY-TOT-APO     PIC 9(11)V99.
       77 WKS-PRY-TOT-INT     PIC 9(11)V99.
       77 WKS-PRY-TOT-RET     PIC 9(11)V99.
       77 WKS-PRY-NETO        PIC 9(11)V99.
       01 WKS-PRY-CABECERA.
           05 FILLER              PIC X(03) VALUE "MES".
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "SALDO INIC".
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "APORTE".
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "INTERES".
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "RETENCION".
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "SALDO FINAL".
       01 WKS-PRY-DETALLE.
           05 WKS-PRY-D-MES       PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WKS-PRY-D-INICIAL   PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WKS-PRY-D-APORTE    PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WKS-PRY-D-INTERES   PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WKS-PRY-D-RETENCION PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WKS-PRY-D-FINAL     PIC ZZZZZZZZZZ9.99.
       01 WKS-FECHA-HOY       PIC 9(08).
       01 WKS-LOG-DATE.
           05 WKS-LOG-YY          PIC 99.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 00000-CALCULADORA UNTIL WKS-ELECCION = "2".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       00000-CALCULADORA.
           DISPLAY "7-. MODO CADENA (ENCADENAR OPERACIONES)".
           DISPLAY "8-. TABLA DE AMORTIZACION (AMORT.RPT)".
           DISPLAY "9-. MODO EXPRESION (PRECEDENCIA Y PARENTESIS)".
           DISPLAY "A-. MODO FECHAS (DIAS Y DIAS HABILES)".
           DISPLAY "B-. FORMULAS GUARDADAS (CALCFORM.DAT)".
           DISPLAY "C-. PROYECCION CDT / AHORRO (PROYEC.RPT)".
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
           IF WKS-ELECCION = "8"
              PERFORM 00018-AMORTIZACION
           ELSE
           IF WKS-ELECCION = "9"
              PERFORM 00026-MODO-EXPRESION
           ELSE
           IF WKS-ELECCION = "A" OR WKS-ELECCION = "a"
              PERFORM 00040-MODO-FECHAS
           ELSE
           IF WKS-ELECCION = "B" OR WKS-ELECCION = "b"
              PERFORM 00051-MODO-FORMULA
           ELSE
           IF WKS-ELECCION = "C" OR WKS-ELECCION = "c"
              PERFORM 00061-PROYECCION
           ELSE
              DISPLAY "OPCION INVALIDA".
       00001-PEDIR-DATOS.
           DISPLAY "***** MODO EXPRESION *****".
           DISPLAY "EXPRESION (EJ 12.5 + 3 * (2 - 0.5)): ".
           ACCEPT WKS-EXP-ENT.
           MOVE "N" TO WKS-EXP-VARS.
           PERFORM 00055-EVALUAR-EXPRESION.
           IF WKS-EXP-ERROR = "S" OR WKS-PILA-NUM-CNT NOT = 1
              DISPLAY "EXPRESION INVALIDA, VERIFIQUE"
           ELSE
           IF WKS-EXP-CAR = SPACE
              PERFORM 00028-CERRAR-TOKEN
           ELSE
           IF WKS-EXP-VARS = "S"
              AND (WKS-EXP-CAR IS ALPHABETIC-UPPER
                   OR WKS-EXP-CAR = "_")
              PERFORM 00053-LETRA-VARIABLE
           ELSE
           IF WKS-EXP-CAR IS NUMERIC OR WKS-EXP-CAR = "."
              IF WKS-TOK-LEN >= 14
                 MOVE "S" TO WKS-EXP-ERROR
           IF WKS-TOK-LEN > ZERO
              IF WKS-PILA-NUM-CNT >= 20
                 MOVE "S" TO WKS-EXP-ERROR
              ELSE
              IF WKS-TOK-TIPO = "V"
                 PERFORM 00054-VALOR-VARIABLE
              ELSE
                 ADD 1 TO WKS-PILA-NUM-CNT
                 COMPUTE WKS-PILA-NUM-E (WKS-PILA-NUM-CNT) =
                    FUNCTION NUMVAL(WKS-TOK (1:WKS-TOK-LEN))
              END-IF
              END-IF
              MOVE ZERO TO WKS-TOK-LEN
              MOVE SPACES TO WKS-TOK
              MOVE "N" TO WKS-TOK-TIPO
           END-IF.
      * ANTES DE APILAR EL OPERADOR SE REDUCEN LOS DE PRECEDENCIA
      * IGUAL O MAYOR QUE ESTEN EN EL TOPE DE LA PILA
                 TO WKS-EXP-A
              MOVE WKS-PILA-NUM-E (WKS-PILA-NUM-CNT) TO WKS-EXP-B
              MOVE WKS-PILA-OP-E (WKS-PILA-OP-CNT) TO WKS-OP-RED
              SUBTRACT 2 FROM WKS-PILA-NUM-CNT
              SUBTRACT 1 FROM WKS-PILA-OP-CNT
              PERFORM 00035-OPERAR-REDUCCION.
       00032-PRECEDENCIA.
                     WKS-CH1 " " WKS-OPCION " " WKS-CH2 " = "
                     WKS-RES-FORMAT " USR=" WKS-USUARIO
                     DELIMITED BY SIZE INTO WKS-LOG-REC
      * LA CONVERSION DEJA LA MONEDA PARA QUE LA AUDITORIA CALCAUD1
      * PUEDA BUSCAR LA TASA VIGENTE DE ESE DIA
              IF WKS-OPCION = "C"
                 MOVE " MON=" TO WKS-LOG-REC (71:5)
                 MOVE WKS-MONEDA TO WKS-LOG-REC (76:3)
              END-IF
              WRITE WKS-LOG-REC
              CLOSE CALCLOG.
      * EL USUARIO DE LA SESION DEL MENU, O SI NO HAY SESION LA
      * FIRMA DE USRSGN1 (TRES INTENTOS, FALLAS Y BLOQUEO EN
      * USERS.DAT). SIN USERS.DAT EN DISCO LA SESION QUEDA ABIERTA
      * BAJO EL USUARIO MARCADOR NOUSERS, IGUAL QUE EN MNUSECF1
       00036-INICIAR-SESION.
           MOVE "F" TO WKS-SES-FUNCION.
           CALL "USRSES1" USING WKS-SES-REQ.
           IF WKS-SES-RESULT = "S"
              MOVE WKS-SES-USUARIO TO WKS-USUARIO
              MOVE "S" TO WKS-SIGNON-OK
              DISPLAY "BIENVENIDO " WKS-USUARIO
           END-IF.
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
      * FORMULAS GUARDADAS: SE LISTA CALCFORM.DAT (FRMMNT1), SE ELIGE
      * UNA POR NOMBRE Y SE PIDE CADA VARIABLE LA PRIMERA VEZ QUE
      * APARECE (EJ IVA = BASE * 0.19). EL CALCULO PASA POR EL MISMO
      * MOTOR DE PRECEDENCIA DEL MODO EXPRESION Y QUEDA EN CALCLOG
      * CON CODIGO X BAJO EL NOMBRE DE LA FORMULA
       00051-MODO-FORMULA.
           DISPLAY "***** FORMULAS GUARDADAS *****".
           MOVE ZERO TO WKS-FORM-CNT.
           OPEN INPUT CALCFORM.
           IF WKS-FORM-STATUS > "07"
              CONTINUE
           ELSE
              MOVE "N" TO WKS-FIN-FORM
              PERFORM 00052-LEER-FORMULA
              PERFORM 00056-GUARDAR-FORMULA
                 UNTIL WKS-FIN-FORM = "S"
              CLOSE CALCFORM.
           IF WKS-FORM-CNT = ZERO
              DISPLAY "NO HAY FORMULAS EN CALCFORM.DAT"
           ELSE
              PERFORM 00057-MOSTRAR-FORMULA
                 VARYING WKS-FORM-IDX FROM 1 BY 1
                 UNTIL WKS-FORM-IDX > WKS-FORM-CNT
              DISPLAY "NOMBRE DE LA FORMULA: "
              ACCEPT WKS-FORM-ENT
              INSPECT WKS-FORM-ENT CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              PERFORM 00058-APLICAR-FORMULA.
       00052-LEER-FORMULA.
           READ CALCFORM
              AT END MOVE "S" TO WKS-FIN-FORM.
      * UNA LETRA ABRE O CONTINUA EL NOMBRE DE UNA VARIABLE; PEGADA
      * A UN NUMERO ES ERROR
       00053-LETRA-VARIABLE.
           IF WKS-TOK-LEN > ZERO AND WKS-TOK-TIPO NOT = "V"
              MOVE "S" TO WKS-EXP-ERROR
              DISPLAY "NOMBRE DE VARIABLE INVALIDO"
           ELSE
           IF WKS-TOK-LEN >= 14
              MOVE "S" TO WKS-EXP-ERROR
              DISPLAY "NOMBRE DEMASIADO LARGO"
           ELSE
              ADD 1 TO WKS-TOK-LEN
              MOVE WKS-EXP-CAR TO WKS-TOK (WKS-TOK-LEN:1)
              MOVE "V" TO WKS-TOK-TIPO.
      * LA VARIABLE YA PEDIDA SE REUSA; SI ES NUEVA SE PIDE SU VALOR
       00054-VALOR-VARIABLE.
           MOVE "N" TO WKS-VAR-HALLADA.
           PERFORM 00059-BUSCAR-VARIABLE
              VARYING WKS-VAR-IDX FROM 1 BY 1
              UNTIL WKS-VAR-IDX > WKS-VAR-CNT
                 OR WKS-VAR-HALLADA = "S".
           IF WKS-VAR-HALLADA = "S"
              SUBTRACT 1 FROM WKS-VAR-IDX
           ELSE
           IF WKS-VAR-CNT >= 10
              MOVE "S" TO WKS-EXP-ERROR
              DISPLAY "DEMASIADAS VARIABLES EN LA FORMULA"
           ELSE
              ADD 1 TO WKS-VAR-CNT
              MOVE WKS-VAR-CNT TO WKS-VAR-IDX
              MOVE WKS-TOK TO WKS-VAR-T-NOMBRE (WKS-VAR-IDX)
              DISPLAY "VALOR DE " WKS-TOK ": "
              ACCEPT WKS-VAR-ENT
              IF FUNCTION TEST-NUMVAL(WKS-VAR-ENT) NOT = ZERO
                 MOVE "S" TO WKS-EXP-ERROR
                 DISPLAY "VALOR INVALIDO"
              ELSE
                 COMPUTE WKS-VAR-T-VALOR (WKS-VAR-IDX) =
                    FUNCTION NUMVAL(WKS-VAR-ENT)
              END-IF.
           IF WKS-EXP-ERROR NOT = "S"
              ADD 1 TO WKS-PILA-NUM-CNT
              MOVE WKS-VAR-T-VALOR (WKS-VAR-IDX)
                 TO WKS-PILA-NUM-E (WKS-PILA-NUM-CNT).
      * RECORRE LA EXPRESION DE WKS-EXP-ENT CON LAS PILAS DE NUMEROS
      * Y OPERADORES; COMPARTIDO POR EL MODO EXPRESION Y EL DE
      * FORMULAS (WKS-EXP-VARS = S ADMITE NOMBRES DE VARIABLE)
       00055-EVALUAR-EXPRESION.
           MOVE ZERO TO WKS-PILA-NUM-CNT WKS-PILA-OP-CNT
              WKS-TOK-LEN WKS-CINTA-CNT.
           MOVE "N" TO WKS-EXP-ERROR.
           MOVE "N" TO WKS-TOK-TIPO.
           MOVE SPACES TO WKS-TOK.
           PERFORM 00027-EXAMINAR-CAR
              VARYING WKS-EXP-POS FROM 1 BY 1
              UNTIL WKS-EXP-POS > 70 OR WKS-EXP-ERROR = "S".
           IF WKS-EXP-ERROR NOT = "S"
              PERFORM 00028-CERRAR-TOKEN
              PERFORM 00031-REDUCIR
                 UNTIL WKS-PILA-OP-CNT = ZERO
                    OR WKS-EXP-ERROR = "S"
           END-IF.
       00056-GUARDAR-FORMULA.
           IF WKS-FORM-CNT < 50
              ADD 1 TO WKS-FORM-CNT
              MOVE FORM-NOMBRE TO WKS-FORM-T-NOMBRE (WKS-FORM-CNT)
              MOVE FORM-DESC   TO WKS-FORM-T-DESC (WKS-FORM-CNT)
              MOVE FORM-EXPR   TO WKS-FORM-T-EXPR (WKS-FORM-CNT)
           END-IF.
           PERFORM 00052-LEER-FORMULA.
       00057-MOSTRAR-FORMULA.
           DISPLAY WKS-FORM-T-NOMBRE (WKS-FORM-IDX) " "
                   WKS-FORM-T-DESC (WKS-FORM-IDX).
           DISPLAY "         = " WKS-FORM-T-EXPR (WKS-FORM-IDX).
       00058-APLICAR-FORMULA.
           MOVE "N" TO WKS-FORM-HALLADA.
           PERFORM 00060-BUSCAR-FORMULA
              VARYING WKS-FORM-IDX FROM 1 BY 1
              UNTIL WKS-FORM-IDX > WKS-FORM-CNT
                 OR WKS-FORM-HALLADA = "S".
           IF WKS-FORM-HALLADA NOT = "S"
              DISPLAY "FORMULA NO EXISTE"
           ELSE
              SUBTRACT 1 FROM WKS-FORM-IDX
              MOVE WKS-FORM-T-EXPR (WKS-FORM-IDX) TO WKS-EXP-ENT
              MOVE "S" TO WKS-EXP-VARS
              MOVE ZERO TO WKS-VAR-CNT
              PERFORM 00055-EVALUAR-EXPRESION
              MOVE "N" TO WKS-EXP-VARS
              IF WKS-EXP-ERROR = "S" OR WKS-PILA-NUM-CNT NOT = 1
                 DISPLAY "FORMULA INVALIDA, VERIFIQUE"
              ELSE
                 MOVE WKS-PILA-NUM-E (1) TO WKS-RESULTADO
                 MOVE WKS-RESULTADO TO WKS-RES-FORMAT
                 PERFORM 00013-MOSTRAR-CINTA
                 DISPLAY WKS-FORM-T-NOMBRE (WKS-FORM-IDX) " = "
                         WKS-RES-FORMAT
                 MOVE WKS-FORM-T-NOMBRE (WKS-FORM-IDX) TO WKS-CH1
                 MOVE "X" TO WKS-OPCION
                 MOVE SPACES TO WKS-CH2
                 PERFORM 00007-GRABAR-LOG
              END-IF.
       00059-BUSCAR-VARIABLE.
           IF WKS-VAR-T-NOMBRE (WKS-VAR-IDX) = WKS-TOK
              MOVE "S" TO WKS-VAR-HALLADA.
       00060-BUSCAR-FORMULA.
           IF WKS-FORM-T-NOMBRE (WKS-FORM-IDX) = WKS-FORM-ENT
              MOVE "S" TO WKS-FORM-HALLADA.
      * PROYECCION DE UN CDT O PLAN DE AHORRO. EL INTERES SE CAUSA
      * CADA MES SOBRE EL SALDO CAPITALIZADO (TASA ANUAL NOMINAL /
      * 12) Y SE LIQUIDA CADA N MESES SEGUN LA CAPITALIZACION (0 =
      * AL VENCIMIENTO); AL LIQUIDAR SE DESCUENTA LA RETENCION DE LA
      * BANDA DE RETINT.DAT QUE CONTIENE EL INTERES LIQUIDADO Y EL
      * NETO SE SUMA AL SALDO. EL APORTE MENSUAL SE ABONA AL CIERRE
      * DEL MES Y EMPIEZA A CAUSAR EL MES SIGUIENTE. LA LINEA DE
      * TOTALES VA A CALCLOG CON EL CODIGO DE OPERACION I
       00061-PROYECCION.
           DISPLAY "***** PROYECCION CDT / AHORRO *****".
           DISPLAY "CAPITAL INICIAL: ".
           ACCEPT WKS-PRY-CAP-ENT.
           DISPLAY "TASA ANUAL NOMINAL % (EJ 11.5000): ".
           ACCEPT WKS-PRY-TAS-ENT.
           DISPLAY "PLAZO EN MESES (1 A 480): ".
           ACCEPT WKS-PRY-MES-ENT.
           DISPLAY "CAPITALIZACION CADA CUANTOS MESES "
                   "(1/2/3/4/6/12, 0 = AL VENCIMIENTO): ".
           ACCEPT WKS-PRY-PER-ENT.
           DISPLAY "APORTE MENSUAL FIJO (VACIO = SIN APORTE): ".
           ACCEPT WKS-PRY-APO-ENT.
           MOVE "S" TO WKS-PRY-VALIDO.
           IF WKS-PRY-APO-ENT = SPACES
              MOVE "0" TO WKS-PRY-APO-ENT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WKS-PRY-CAP-ENT) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WKS-PRY-TAS-ENT) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WKS-PRY-MES-ENT) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WKS-PRY-PER-ENT) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WKS-PRY-APO-ENT) NOT = ZERO
              MOVE "N" TO WKS-PRY-VALIDO
              DISPLAY "DATOS NO NUMERICOS, VERIFIQUE"
           ELSE
              COMPUTE WKS-PRY-CAPITAL =
                 FUNCTION NUMVAL(WKS-PRY-CAP-ENT)
              COMPUTE WKS-PRY-TASA-ANUAL =
                 FUNCTION NUMVAL(WKS-PRY-TAS-ENT)
              COMPUTE WKS-PRY-PLAZO = FUNCTION NUMVAL(WKS-PRY-MES-ENT)
              COMPUTE WKS-PRY-PERIODO =
                 FUNCTION NUMVAL(WKS-PRY-PER-ENT)
              COMPUTE WKS-PRY-APORTE =
                 FUNCTION NUMVAL(WKS-PRY-APO-ENT)
              IF WKS-PRY-CAPITAL = ZERO AND WKS-PRY-APORTE = ZERO
                 MOVE "N" TO WKS-PRY-VALIDO
                 DISPLAY "CAPITAL Y APORTE EN CERO, VERIFIQUE"
              ELSE
              IF WKS-PRY-PLAZO = ZERO OR WKS-PRY-PLAZO > 480
                 MOVE "N" TO WKS-PRY-VALIDO
                 DISPLAY "PLAZO INVALIDO, VERIFIQUE"
              ELSE
              IF WKS-PRY-PERIODO NOT = 0 AND NOT = 1 AND NOT = 2
                 AND NOT = 3 AND NOT = 4 AND NOT = 6 AND NOT = 12
                 MOVE "N" TO WKS-PRY-VALIDO
                 DISPLAY "CAPITALIZACION INVALIDA, VERIFIQUE"
              END-IF
              END-IF
              END-IF
           END-IF.
           IF WKS-PRY-VALIDO = "S"
              IF WKS-PRY-PERIODO = ZERO OR WKS-PRY-PERIODO >
                 WKS-PRY-PLAZO
                 MOVE WKS-PRY-PLAZO TO WKS-PRY-PERIODO
              END-IF
              COMPUTE WKS-PRY-TASA-MES ROUNDED =
                 WKS-PRY-TASA-ANUAL / 1200
              PERFORM 00062-CARGAR-RETENCION
              PERFORM 00064-GRABAR-PROYECCION
           END-IF.
       00062-CARGAR-RETENCION.
           MOVE ZERO TO WKS-RET-CNT.
           MOVE "N" TO WKS-FIN-RET.
           OPEN INPUT RETINT.
           IF WKS-RET-STATUS > "07"
              DISPLAY "SIN RETINT.DAT - PROYECCION SIN RETENCION"
           ELSE
              PERFORM 00063-LEER-RETENCION UNTIL WKS-FIN-RET = "S"
              CLOSE RETINT.
       00063-LEER-RETENCION.
           READ RETINT
              AT END MOVE "S" TO WKS-FIN-RET.
           IF WKS-FIN-RET NOT = "S" AND WKS-RET-CNT < 20
              ADD 1 TO WKS-RET-CNT
              MOVE RET-PISO TO WKS-RET-T-PISO (WKS-RET-CNT)
              MOVE RET-TECHO TO WKS-RET-T-TECHO (WKS-RET-CNT)
              MOVE RET-TARIFA TO WKS-RET-T-TARIFA (WKS-RET-CNT)
           END-IF.
       00064-GRABAR-PROYECCION.
           OPEN OUTPUT PROYRPT.
           IF WKS-PRY-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR PROYEC.RPT"
           ELSE
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-CAPITAL TO WKS-RES-FORMAT
              STRING "PROYECCION CDT / AHORRO - CAPITAL "
                 WKS-RES-FORMAT DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-TASA-ANUAL TO WKS-TASA-FORMAT
              MOVE WKS-PRY-APORTE TO WKS-RES-FORMAT
              STRING "TASA ANUAL " WKS-TASA-FORMAT
                 " PCT - PLAZO " WKS-PRY-PLAZO " MESES - APORTE "
                 WKS-RES-FORMAT DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              STRING "INTERES LIQUIDADO CADA " WKS-PRY-PERIODO
                 " MESES" DELIMITED BY SIZE INTO WKS-PRY-LINEA
              IF WKS-RET-CNT = ZERO
                 MOVE " - SIN RETENCION" TO WKS-PRY-LINEA (33:16)
              END-IF
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE WKS-PRY-CABECERA TO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE WKS-PRY-CAPITAL TO WKS-PRY-SALDO
              MOVE ZERO TO WKS-PRY-MES-NUM WKS-PRY-CAUSADO
                           WKS-PRY-TOT-INT WKS-PRY-TOT-RET
              MOVE WKS-PRY-CAPITAL TO WKS-PRY-TOT-APO
              PERFORM 00065-LINEA-PROYECCION
                 UNTIL WKS-PRY-MES-NUM >= WKS-PRY-PLAZO
              COMPUTE WKS-PRY-NETO = WKS-PRY-TOT-INT - WKS-PRY-TOT-RET
              MOVE SPACES TO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-TOT-APO TO WKS-RES-FORMAT
              STRING "TOTAL CAPITAL Y APORTES:  " WKS-RES-FORMAT
                 DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-TOT-INT TO WKS-RES-FORMAT
              STRING "TOTAL INTERESES:          " WKS-RES-FORMAT
                 DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-TOT-RET TO WKS-RES-FORMAT
              STRING "TOTAL RETENCION:          " WKS-RES-FORMAT
                 DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-NETO TO WKS-RES-FORMAT
              STRING "INTERES NETO:             " WKS-RES-FORMAT
                 DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              MOVE SPACES TO WKS-PRY-LINEA
              MOVE WKS-PRY-SALDO TO WKS-RES-FORMAT
              STRING "SALDO FINAL:              " WKS-RES-FORMAT
                 DELIMITED BY SIZE INTO WKS-PRY-LINEA
              WRITE WKS-PRY-LINEA
              CLOSE PROYRPT
              DISPLAY "SALDO FINAL: " WKS-RES-FORMAT
              DISPLAY "PROYECCION GENERADA: PROYEC.RPT"
              MOVE WKS-PRY-CAPITAL TO WKS-RES-FORMAT
              MOVE WKS-RES-FORMAT TO WKS-CH1
              MOVE WKS-PRY-NETO TO WKS-RES-FORMAT
              MOVE WKS-RES-FORMAT TO WKS-CH2
              MOVE WKS-PRY-SALDO TO WKS-RES-FORMAT
              MOVE "I" TO WKS-OPCION
              PERFORM 00007-GRABAR-LOG.
       00065-LINEA-PROYECCION.
           ADD 1 TO WKS-PRY-MES-NUM.
           MOVE WKS-PRY-SALDO TO WKS-PRY-SALDO-INI.
           MOVE ZERO TO WKS-PRY-INTERES WKS-PRY-RETENCION.
           COMPUTE WKS-PRY-INT-MES ROUNDED =
              WKS-PRY-SALDO * WKS-PRY-TASA-MES.
           ADD WKS-PRY-INT-MES TO WKS-PRY-CAUSADO.
           DIVIDE WKS-PRY-MES-NUM BY WKS-PRY-PERIODO
              GIVING WKS-PRY-COCIENTE REMAINDER WKS-PRY-RESTO.
           IF WKS-PRY-RESTO = ZERO
              OR WKS-PRY-MES-NUM = WKS-PRY-PLAZO
              MOVE WKS-PRY-CAUSADO TO WKS-PRY-INTERES
              MOVE ZERO TO WKS-PRY-CAUSADO
              PERFORM 00066-BUSCAR-RETENCION
                 VARYING WKS-RET-IDX FROM 1 BY 1
                 UNTIL WKS-RET-IDX > WKS-RET-CNT
              ADD WKS-PRY-INTERES TO WKS-PRY-SALDO WKS-PRY-TOT-INT
              SUBTRACT WKS-PRY-RETENCION FROM WKS-PRY-SALDO
              ADD WKS-PRY-RETENCION TO WKS-PRY-TOT-RET
           END-IF.
           MOVE WKS-PRY-APORTE TO WKS-PRY-APO-MES.
           ADD WKS-PRY-APO-MES TO WKS-PRY-SALDO WKS-PRY-TOT-APO.
           MOVE WKS-PRY-MES-NUM TO WKS-PRY-D-MES.
           MOVE WKS-PRY-SALDO-INI TO WKS-PRY-D-INICIAL.
           MOVE WKS-PRY-APO-MES TO WKS-PRY-D-APORTE.
           MOVE WKS-PRY-INTERES TO WKS-PRY-D-INTERES.
           MOVE WKS-PRY-RETENCION TO WKS-PRY-D-RETENCION.
           MOVE WKS-PRY-SALDO TO WKS-PRY-D-FINAL.
           MOVE WKS-PRY-DETALLE TO WKS-PRY-LINEA.
           WRITE WKS-PRY-LINEA.
      * LA BANDA QUE CONTIENE EL INTERES LIQUIDADO (PISO EXCLUIDO,
      * TECHO INCLUIDO) APLICA SU TARIFA A TODO EL INTERES, COMO LA
      * RETENCION DE COMISIONES EN SF4SALE
       00066-BUSCAR-RETENCION.
           IF WKS-PRY-INTERES > WKS-RET-T-PISO (WKS-RET-IDX)
              AND WKS-PRY-INTERES NOT > WKS-RET-T-TECHO (WKS-RET-IDX)
              COMPUTE WKS-PRY-RETENCION ROUNDED =
                 WKS-PRY-INTERES * WKS-RET-T-TARIFA (WKS-RET-IDX) / 100
           END-IF.
       END PROGRAM PRUEBA.
