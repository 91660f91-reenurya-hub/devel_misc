       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSADV1.
      * ===============================================================
      * SLSADV1 = CAPTURA DE ANTICIPOS Y GIROS CONTRA COMISION. LOS
      * GIROS MENSUALES SE PAGAN FUERA DEL SISTEMA; AQUI SE REGISTRAN
      * EN EL LIBRO SLSADV.DAT POR SLSMAN-ID CON SU MONTO, FECHA Y
      * CLASE: R = RECUPERABLE (SF4SALE LO DESCUENTA DEL NETO DE LA
      * LIQUIDACION Y ARRASTRA EL SALDO AL PERIODO SIGUIENTE) O
      * G = GARANTIZADO (NO SE RECUPERA). SOLO ENTRA UN USUARIO CON
      * ROL SUPERVISOR (USR-ROLE = S EN USERS.DAT, FIRMADO EN
      * USRSGN1 COMO EN SLSAPR1) Y CADA ANTICIPO QUEDA CON EL USUARIO
      * QUE LO CAPTURO. LA CONSULTA MUESTRA EL LIBRO Y EL SALDO
      * RECUPERABLE DE UN VENDEDOR. EL REPORTE DEL CONTRALOR ES
      * SLSADVR1
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSADV ASSIGN TO "SLSADV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
      * SHARED BATCH RUN-LOG - ONE LINE APPENDED PER PROGRAM RUN
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * R = ANTICIPO RECUPERABLE, G = GIRO GARANTIZADO, D = RECUPERADO
      * POR LA LIQUIDACION DE ADV-PERIOD (LO GRABA SF4SALE, CON EL
      * SALDO QUE QUEDA PENDIENTE EN ADV-SALDO)
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

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD RUNLOG.
       01 RUNLOG-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
        01  WS-ADV-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-MST-DISP-SW      PIC X(01) VALUE 'N'.
            88 WS-MST-DISPONIBLE VALUE 'Y'.
        01  WS-OPCION           PIC 9(01).

        01  WS-SGN-REQ.
            03  WS-SGN-USUARIO  PIC X(08).
            03  WS-SGN-ROLE     PIC X(01).
            03  WS-SGN-RESULT   PIC X(01).
                88 WS-SGN-OK    VALUE "S".
        01  WS-SIGNON-OK-SW     PIC X(01) VALUE 'N'.
            88 WS-SIGNON-OK     VALUE 'Y'.
        01  WS-SIGNON-USER      PIC X(08) VALUE SPACES.

        01  WS-ENT-SLSMAN       PIC X(04).
        01  WS-SLSMAN-NUM       PIC 9(04).
        01  WS-SLSMAN-NAME      PIC X(30).
        01  WS-SLSMAN-SW        PIC X(01).
            88 WS-SLSMAN-VALIDO VALUE 'Y'.
        01  WS-ENT-TIPO         PIC X(01).
            88 WS-TIPO-VALIDO   VALUE 'R' 'G'.
        01  WS-ENT-AMOUNT       PIC X(10).
        01  WS-ENT-REF          PIC X(20).
        01  WS-CONFIRM          PIC X(01).

        01  WS-SALDO            PIC S9(11) VALUE ZERO.
        01  WS-TOT-RECUP        PIC 9(11) VALUE ZERO.
        01  WS-TOT-DESC         PIC 9(11) VALUE ZERO.
        01  WS-TOT-GARANT       PIC 9(11) VALUE ZERO.
        01  WS-CNT-MOVS         PIC 9(04) VALUE ZERO.
        01  WS-CNT-CAPTURADOS   PIC 9(04) VALUE ZERO.
        01  WS-DISP-MONTO       PIC ZZZ,ZZZ,ZZZ,ZZ9.
        01  WS-DISP-SALDO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.
        01  WS-DISP-TIPO        PIC X(12).

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
           PERFORM 0050-SIGN-ON-SUPERVISOR.
           IF NOT WS-SIGNON-OK
              DISPLAY "ACCESO DENEGADO - SE EXIGE ROL SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0200-MENU UNTIL WS-OPCION = 3.
           IF WS-MST-DISPONIBLE
              CLOSE SLSMST
           END-IF.
           PERFORM 0900-WRITE-RUNLOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME
       0050-SIGN-ON-SUPERVISOR.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WS-SGN-REQ.
           IF WS-SGN-OK AND WS-SGN-ROLE = "S"
              AND WS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WS-SGN-USUARIO TO WS-SIGNON-USER
              MOVE 'Y' TO WS-SIGNON-OK-SW
           END-IF.

      * SIN SLSMST.DAT EL SLSMAN-ID SOLO SE VALIDA COMO NUMERICO
       0100-OPEN-MASTER.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS = "00"
              MOVE 'Y' TO WS-MST-DISP-SW
           ELSE
              IF WS-MST-STATUS = "05"
                 CLOSE SLSMST
              END-IF
              DISPLAY "SLSMST.DAT NO DISPONIBLE - EL VENDEDOR NO SE "
                 "VALIDA CONTRA EL MAESTRO"
           END-IF.

       0200-MENU.
           DISPLAY "***** ANTICIPOS CONTRA COMISION (SLSADV.DAT) *****".
           DISPLAY "1=REGISTRAR ANTICIPO 2=CONSULTAR VENDEDOR 3=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-REGISTRAR
              WHEN 2 PERFORM 0400-CONSULTAR
              WHEN 3 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       0250-ENTER-SALESMAN.
           MOVE 'N' TO WS-SLSMAN-SW.
           DISPLAY "SLSMAN-ID (4 DIGITOS): ".
           ACCEPT WS-ENT-SLSMAN.
           IF WS-ENT-SLSMAN NOT NUMERIC
              DISPLAY "SLSMAN-ID DEBE SER NUMERICO"
           ELSE
              MOVE WS-ENT-SLSMAN TO WS-SLSMAN-NUM
              MOVE SPACES TO WS-SLSMAN-NAME
              IF WS-MST-DISPONIBLE
                 MOVE WS-SLSMAN-NUM TO SLM-ID
                 READ SLSMST
                    INVALID KEY
                       DISPLAY "SLSMAN-ID NO EXISTE EN SLSMST.DAT"
                    NOT INVALID KEY
                       MOVE SLM-NAME TO WS-SLSMAN-NAME
                       MOVE 'Y' TO WS-SLSMAN-SW
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-SLSMAN-SW
              END-IF
           END-IF.

       0300-REGISTRAR.
           PERFORM 0250-ENTER-SALESMAN.
           IF WS-SLSMAN-VALIDO
              DISPLAY "VENDEDOR " WS-SLSMAN-NUM " " WS-SLSMAN-NAME
              DISPLAY "CLASE (R=RECUPERABLE G=GARANTIZADO): "
              ACCEPT WS-ENT-TIPO
              INSPECT WS-ENT-TIPO CONVERTING "rg" TO "RG"
              DISPLAY "MONTO (10 DIGITOS)                 : "
              ACCEPT WS-ENT-AMOUNT
              DISPLAY "REFERENCIA DEL PAGO                : "
              ACCEPT WS-ENT-REF
              EVALUATE TRUE
                 WHEN NOT WS-TIPO-VALIDO
                    DISPLAY "CLASE INVALIDA (USE R O G)"
                 WHEN WS-ENT-AMOUNT NOT NUMERIC
                    DISPLAY "MONTO DEBE SER NUMERICO Y MAYOR QUE CERO"
                 WHEN WS-ENT-AMOUNT = ZERO
                    DISPLAY "MONTO DEBE SER NUMERICO Y MAYOR QUE CERO"
                 WHEN OTHER
                    DISPLAY "REGISTRAR " WS-ENT-TIPO " POR "
                       WS-ENT-AMOUNT " A " WS-SLSMAN-NUM "? (S/N): "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                       PERFORM 0350-WRITE-ADVANCE
                    END-IF
              END-EVALUATE
           END-IF.

       0350-WRITE-ADVANCE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND SLSADV.
           IF WS-ADV-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR SLSADV.DAT - NO SE REGISTRO"
           ELSE
              MOVE SPACES TO ADV-REC
              MOVE WS-SYSDATE-N TO ADV-FECHA
              MOVE WS-SYSTIME (1:6) TO ADV-HORA
              MOVE WS-SLSMAN-NUM TO ADV-SLSMAN
              MOVE WS-ENT-TIPO TO ADV-TIPO
              MOVE WS-ENT-AMOUNT TO ADV-AMOUNT
              COMPUTE ADV-PERIOD = WS-SYS-YEAR * 100 + WS-SYS-MONTH
              MOVE ZERO TO ADV-SALDO
              MOVE WS-SIGNON-USER TO ADV-USER
              MOVE WS-ENT-REF TO ADV-REF
              WRITE ADV-REC
              CLOSE SLSADV
              ADD 1 TO WS-CNT-CAPTURADOS
              DISPLAY "ANTICIPO REGISTRADO"
           END-IF.

      * LIBRO COMPLETO DEL VENDEDOR Y SU SALDO RECUPERABLE PENDIENTE
       0400-CONSULTAR.
           PERFORM 0250-ENTER-SALESMAN.
           IF WS-SLSMAN-VALIDO
              MOVE ZERO TO WS-SALDO WS-TOT-RECUP WS-TOT-DESC
                 WS-TOT-GARANT WS-CNT-MOVS
              DISPLAY "VENDEDOR " WS-SLSMAN-NUM " " WS-SLSMAN-NAME
              OPEN INPUT SLSADV
              IF WS-ADV-STATUS NOT = "00"
                 IF WS-ADV-STATUS = "05" OR WS-ADV-STATUS = "35"
                    CLOSE SLSADV
                 END-IF
              ELSE
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 0410-READ-NEXT-ADVANCE
                 PERFORM 0420-SHOW-ONE-ADVANCE
                    UNTIL WS-EOF
                 CLOSE SLSADV
              END-IF
              IF WS-CNT-MOVS = ZERO
                 DISPLAY "   (SIN ANTICIPOS REGISTRADOS)"
              ELSE
                 COMPUTE WS-SALDO = WS-TOT-RECUP - WS-TOT-DESC
                 MOVE WS-TOT-RECUP TO WS-DISP-MONTO
                 DISPLAY "RECUPERABLE OTORGADO : " WS-DISP-MONTO
                 MOVE WS-TOT-DESC TO WS-DISP-MONTO
                 DISPLAY "RECUPERADO           : " WS-DISP-MONTO
                 MOVE WS-SALDO TO WS-DISP-SALDO
                 DISPLAY "SALDO PENDIENTE      : " WS-DISP-SALDO
                 MOVE WS-TOT-GARANT TO WS-DISP-MONTO
                 DISPLAY "GARANTIZADO (NO REC.): " WS-DISP-MONTO
              END-IF
           END-IF.

       0410-READ-NEXT-ADVANCE.
           READ SLSADV
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0420-SHOW-ONE-ADVANCE.
           IF ADV-SLSMAN = WS-SLSMAN-NUM
              ADD 1 TO WS-CNT-MOVS
              EVALUATE ADV-TIPO
                 WHEN 'R'
                    MOVE 'RECUPERABLE' TO WS-DISP-TIPO
                    ADD ADV-AMOUNT TO WS-TOT-RECUP
                 WHEN 'G'
                    MOVE 'GARANTIZADO' TO WS-DISP-TIPO
                    ADD ADV-AMOUNT TO WS-TOT-GARANT
                 WHEN 'D'
                    MOVE 'RECUPERADO' TO WS-DISP-TIPO
                    ADD ADV-AMOUNT TO WS-TOT-DESC
                 WHEN OTHER
                    MOVE '?' TO WS-DISP-TIPO
              END-EVALUATE
              MOVE ADV-AMOUNT TO WS-DISP-MONTO
              DISPLAY ADV-FECHA " " ADV-PERIOD " " WS-DISP-TIPO
                 WS-DISP-MONTO " " ADV-USER " " ADV-REF
           END-IF.
           PERFORM 0410-READ-NEXT-ADVANCE.

      * APPEND ONE LINE TO THE SHARED BATCH RUN-LOG FOR THIS RUN
       0900-WRITE-RUNLOG.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "SLSADV1 " WS-SYS-YEAR "-" WS-SYS-MONTH "-"
              WS-SYS-DAY " " WS-SYS-HH ":" WS-SYS-MN ":" WS-SYS-SS
              " STATUS=COMPLETE USER=" WS-SIGNON-USER
              " ADDED=" WS-CNT-CAPTURADOS
              DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           CLOSE RUNLOG.
       END PROGRAM SLSADV1.
