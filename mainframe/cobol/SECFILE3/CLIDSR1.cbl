        IDENTIFICATION DIVISION.
        PROGRAM-ID. CLIDSR1.
      * ===============================================================
      * CLIDSR1 = REPORTE DE ACCESO DEL TITULAR (HABEAS DATA). CUANDO
      * UN CLIENTE PIDE TODO LO QUE TENEMOS DE EL, ESTE PROGRAMA LO
      * JUNTA EN CLIDSR.RPT A PARTIR DEL CLIENT-ID O DEL DOCUMENTO
      * DE PASAJERO, EN VEZ DE BUSCAR ARCHIVO POR ARCHIVO A MANO:
      *   - MAESTRO CLIMAST.DAT, CONTACTO Y CONSENTIMIENTO CLICONT.DAT
      *   - SEGMENTO CLISEG.DAT Y ULTIMA ACTIVIDAD CLIACT.DAT
      *   - EMPRESA ENLAZADA EN CLTCIA.DAT
      *   - IMAGENES ARCHIVADAS EN CLIARCH.DAT Y CLICARCH.DAT
      *   - HISTORIA DE CAMBIOS EN CLIAUDIT.DAT
      *   - DOCUMENTOS ENLAZADOS EN PSGCLI.DAT (XRFPSG1) Y SUS
      *     RESERVAS EN PSGDTL.DAT Y LISTA DE ESPERA WAITLIST.DAT
      * POR CLIENT-ID SE BUSCAN LAS RESERVAS CON EL PROPIO CLIENT-ID
      * Y CON CADA DOCUMENTO ENLAZADO; POR DOCUMENTO SE REPORTA ADEMAS
      * CADA CLIENTE AL QUE ESE DOCUMENTO ESTE ENLAZADO. CADA
      * SOLICITUD QUEDA EN DSRLOG.DAT CON LA FECHA DE RADICACION, LA
      * DE RESPUESTA Y EL OPERADOR (USUARIO DE LA SESION, USRSES1)
      * PARA PROBAR QUE SE RESPONDIO DENTRO DEL PLAZO LEGAL. A PEDIDO
      * SE BUSCA TAMBIEN
      * EN EL ARCHIVO HISTORICO DEL ANO QUE SE INDIQUE (CLIAUDIT.A,
      * PSGDTL.A Y WAITLIST.A SEGUIDOS DEL ANO, QUE DEJA ARCPRG1 AL
      * CIERRE); SUS LINEAS DE CONTROL SE SALTAN
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
            SELECT OPTIONAL CLICONT ASSIGN TO "CLICONT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CLIENT-ID
                FILE STATUS IS WS-CLICONT-STATUS.
            SELECT OPTIONAL CLISEG ASSIGN TO "CLISEG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SEG-CLIENT-ID
                FILE STATUS IS WS-SEG-STATUS.
            SELECT OPTIONAL CLIACT ASSIGN TO "CLIACT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACT-CLIENT-ID
                FILE STATUS IS WS-CLIACT-STATUS.
            SELECT OPTIONAL PSGCLI ASSIGN TO "PSGCLI.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PX-KEY
                FILE STATUS IS WS-PSGCLI-STATUS.
            SELECT OPTIONAL CLIARCH ASSIGN TO "CLIARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
            SELECT OPTIONAL CLICARCH ASSIGN TO "CLICARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARCH-STATUS.
            SELECT OPTIONAL CLIAUDIT ASSIGN TO "CLIAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.
            SELECT OPTIONAL CLTCIA ASSIGN TO "CLTCIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLTCIA-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PSGDTL-STATUS.
            SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WTL-STATUS.
      * ARCHIVOS HISTORICOS DEL ANO PEDIDO (ARCPRG1)
            SELECT OPTIONAL AUDARC ASSIGN TO DYNAMIC WS-AUDARC-NOMBRE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
            SELECT OPTIONAL PSGARC ASSIGN TO DYNAMIC WS-PSGARC-NOMBRE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
            SELECT OPTIONAL WTLARC ASSIGN TO DYNAMIC WS-WTLARC-NOMBRE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL DSRLOG ASSIGN TO "DSRLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT DSRRPT ASSIGN TO "CLIDSR.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CLIMAST.
        01 REG-CLIMAST.
            03 CM-CLIENT-ID                        PIC X(20).
            03 CM-LNAME                            PIC X(50).
            03 CM-NAME                             PIC X(50).
            03 CM-DOB                              PIC 9(8).
            03 CM-GENDER                           PIC X(1).
            03 CM-CIVIL-STATUS                     PIC X(1).
            03 CM-PEOPLE-CHARGE                    PIC 9(2).
            03 CM-SALARY                           PIC 9(9).

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

        FD CLISEG.
        01 REG-CLISEG.
            03 SEG-CLIENT-ID                       PIC X(20).
            03 SEG-CODIGO                          PIC X(3).

        FD CLIACT.
        01 REG-CLIACT.
            03 ACT-CLIENT-ID                       PIC X(20).
            03 ACT-FECHA                           PIC 9(8).

        FD PSGCLI.
        01 REG-PSGCLI.
            03 PX-KEY.
                05 PX-CLIENT-ID                    PIC X(20).
                05 PX-DOC                          PIC X(20).
            03 PX-METHOD                           PIC X(01).
            03 PX-PSG-NAME                         PIC X(40).
            03 PX-BOOKINGS                         PIC 9(05).
            03 PX-FEC-PROCESO                      PIC 9(08).
            03 FILLER                              PIC X(10).

        FD CLIARCH.
        01 ARCH-REC.
            03 ARCH-FECHA                          PIC 9(8).
            03 ARCH-CLIENT                         PIC X(141).

        FD CLICARCH.
        01 CARCH-REC.
            03 CARCH-FECHA                         PIC 9(8).
            03 CARCH-CONTACTO                      PIC X(161).

        FD CLIAUDIT.
        01  AUD-REC.
            03 AUD-ACCION                          PIC X(3).
            03 AUD-FECHA                           PIC 9(8).
            03 AUD-HORA                            PIC 9(6).
            03 AUD-CLIENT-ID                       PIC X(20).
            03 AUD-ANTES                           PIC X(141).
            03 AUD-DESPUES                         PIC X(141).
            03 AUD-USUARIO                         PIC X(8).

        FD CLTCIA.
        01 CLTCIA-REC.
            03 CLTCIA-CLIENT-ID                    PIC X(20).
            03 CLTCIA-EMP-ID                       PIC X(20).

        FD PSGDTL.
        01 PSG-REC.
            03 PSG-FLIGHT-CODE                     PIC 9(5).
            03 PSG-NAME                            PIC X(40).
            03 PSG-DOC                             PIC X(20).
            03 PSG-FARE                            PIC 9(7)V99.
            03 PSG-CHECKIN                         PIC X(01).
            03 PSG-SEAT                            PIC 9(03).
            03 PSG-OVB                             PIC X(01).
            03 PSG-CLASE                           PIC X(01).
            03 PSG-FILLER                          PIC X(04).

        FD WAITLIST.
        01 WTL-REC.
            03 WTL-FLIGHT-CODE                     PIC 9(5).
            03 WTL-POS                             PIC 9(3).
            03 WTL-NAME                            PIC X(40).
            03 WTL-DOC                             PIC X(20).
            03 WTL-CLASE                           PIC X(01).

        FD AUDARC.
        01 AUDARC-LINE                             PIC X(327).

        FD PSGARC.
        01 PSGARC-LINE                             PIC X(100).

        FD WTLARC.
        01 WTLARC-LINE                             PIC X(80).

        FD FFILE.
        01 FLIGHTDETAILS.
            03 FLIGHT-CODE                         PIC 9(5).
            03 FLIGHT-AIRLINE                      PIC X(20).
            03 FLIGHT-DEPARTURE                    PIC X(20).
            03 FLIGHT-ARRIVAL                      PIC X(20).
            03 FLIGHT-PASSENGERS                   PIC 9(4).
            03 FLIGHT-CAPACITY                     PIC 9(4).
            03 TOTAL-FLIGHT-PASSENGERS             PIC 9(6).
            03 FLIGHT-DATE                         PIC 9(8).
            03 FLIGHT-TIME                         PIC 9(4).
            03 FLIGHT-ACFT                         PIC X(4).
            03 FLIGHT-ESTADO                       PIC X(1).
            03 FLIGHT-FILLER                       PIC X(5).

      * UNA LINEA POR SOLICITUD ATENDIDA
        FD DSRLOG.
        01 DSR-REC.
            03 DSR-FECHA                           PIC 9(8).
            03 DSR-HORA                            PIC 9(6).
            03 DSR-OPERADOR                        PIC X(8).
      * I = POR CLIENT-ID, D = POR DOCUMENTO DE PASAJERO
            03 DSR-TIPO                            PIC X(1).
            03 DSR-CLAVE                           PIC X(20).
            03 DSR-FEC-RADICADO                    PIC 9(8).
            03 DSR-DIAS                            PIC 9(4).
            03 DSR-CLIENTES                        PIC 9(2).
            03 DSR-REGISTROS                       PIC 9(5).

        FD DSRRPT.
        01 RPT-LINE                                PIC X(160).

        WORKING-STORAGE SECTION.
        01  WS-CLIMAST-STATUS                      PIC XX.
        01  WS-CLICONT-STATUS                      PIC XX.
        01  WS-SEG-STATUS                          PIC XX.
        01  WS-CLIACT-STATUS                       PIC XX.
        01  WS-PSGCLI-STATUS                       PIC XX.
        01  WS-ARCH-STATUS                         PIC XX.
        01  WS-CARCH-STATUS                        PIC XX.
        01  WS-AUD-STATUS                          PIC XX.
        01  WS-CLTCIA-STATUS                       PIC XX.
        01  WS-PSGDTL-STATUS                       PIC XX.
        01  WS-WTL-STATUS                          PIC XX.
        01  WS-FFILE-STATUS                        PIC XX.
        01  WS-LOG-STATUS                          PIC XX.
        01  WS-RPT-STATUS                          PIC XX.
        01  WS-EOF-SW                              PIC X(01).
            88 WS-EOF                              VALUE 'Y'.
        01  WS-ARC-STATUS                          PIC XX.
      * BUSQUEDA EN EL ARCHIVO HISTORICO - ANO Y NOMBRES
        01  WS-INCLUIR-ARC                         PIC X(01)
            VALUE 'N'.
            88 WS-INCLUIR-ARCHIVO                  VALUE 'S' 's'.
        01  WS-EN-ARCHIVO-SW                       PIC X(01)
            VALUE 'N'.
            88 WS-EN-ARCHIVO                       VALUE 'Y'.
        01  WS-ARC-CONTROL-SW                      PIC X(01).
            88 WS-ARC-CONTROL                      VALUE 'Y'.
        01  WS-ARC-ANIO                            PIC X(04).
        01  WS-AUDARC-NOMBRE                       PIC X(20).
        01  WS-PSGARC-NOMBRE                       PIC X(20).
        01  WS-WTLARC-NOMBRE                       PIC X(20).
        01  WS-ARC-NOMBRE                          PIC X(20).
        01  WS-FOUND-SW                            PIC X(01).
            88 WS-FOUND                            VALUE 'Y'.
        01  WS-REQ-OK-SW                           PIC X(01).
            88 WS-REQ-OK                           VALUE 'Y'.

      * DATOS DE LA SOLICITUD
      * OPERADOR = USUARIO DE LA SESION (USRSES1)
        01  WS-SES-REQ.
            03  WS-SES-FUNCION                     PIC X(01).
            03  WS-SES-USUARIO                     PIC X(08).
            03  WS-SES-RESULT                      PIC X(01).
                88 WS-SES-OK                       VALUE "S".
        01  WS-ENT-TIPO                            PIC X(01).
        01  WS-ENT-CLAVE                           PIC X(20).
        01  WS-ENT-RADICADO                        PIC X(08).
        01  WS-FEC-RADICADO                        PIC 9(08).
        01  WS-RAD-INT                             PIC 9(07).
        01  WS-HOY-INT                             PIC 9(07).
        01  WS-DIAS                                PIC 9(04).

      * CLIENTES Y DOCUMENTOS A REPORTAR
        01  WS-CLI-COUNT                           PIC 9(02)
            VALUE ZERO.
        01  WS-CLI-IDX                             PIC 9(02).
        01  WS-CLI-TABLA.
            03 WS-CLI-ID PIC X(20) OCCURS 10 TIMES.
        01  WS-DOC-COUNT                           PIC 9(02)
            VALUE ZERO.
        01  WS-DOC-IDX                             PIC 9(02).
        01  WS-DOC-TABLA.
            03 WS-DOC-ID PIC X(20) OCCURS 20 TIMES.
        01  WS-NUEVO-ID                            PIC X(20).

        01  WS-FLT-COUNT                           PIC 9(04)
            VALUE ZERO.
        01  WS-FLT-IDX                             PIC 9(04).
        01  WS-FLT-HIT                             PIC 9(04).
        01  WS-FLT-TABLA.
            03 WS-FLT-ENTRY OCCURS 1000 TIMES.
                05 WS-TBL-CODE                     PIC 9(5).
                05 WS-TBL-DEP                      PIC X(20).
                05 WS-TBL-ARR                      PIC X(20).
                05 WS-TBL-DATE                     PIC 9(8).
                05 WS-TBL-ESTADO                   PIC X(1).

        01  WS-CNT-REGISTROS                       PIC 9(05)
            VALUE ZERO.
        01  WS-CNT-SECCION                         PIC 9(05).
        01  WS-SALARY-FMT                          PIC ZZZ,ZZZ,ZZ9.
        01  WS-FARE-FMT                            PIC Z,ZZZ,ZZ9.99.

        01  WS-LIN-TITULO.
            03 FILLER           PIC X(04) VALUE '=== '.
            03 TIT-TEXTO        PIC X(60).

        01  WS-LIN-VUELO.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 LV-CODE          PIC 9(5).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LV-DEP           PIC X(20).
            03 FILLER           PIC X(01) VALUE '-'.
            03 LV-ARR           PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LV-DATE          PIC 9(8).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LV-NAME          PIC X(40).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LV-DOC           PIC X(20).
            03 FILLER           PIC X(01) VALUE SPACE.
            03 LV-DETALLE       PIC X(35).

        01  WS-SYSDATE.
           05  WS-SYS-YEAR PIC 9(4).
           05  WS-SYS-MONTH PIC 99.
           05  WS-SYS-DAY   PIC 99.
        01  WS-SYSDATE-N REDEFINES WS-SYSDATE      PIC 9(8).
        01  WS-SYSTIME.
           05  WS-SYS-HH   PIC 99.
           05  WS-SYS-MN   PIC 99.
           05  WS-SYS-SS   PIC 99.
           05  WS-SYS-HS   PIC 99.

        PROCEDURE DIVISION.
        0050-MAINLINE.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "SIGN-ON FALLIDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTIME FROM TIME.
           MOVE FUNCTION INTEGER-OF-DATE(WS-SYSDATE-N) TO WS-HOY-INT.
           PERFORM 0100-ASK-REQUEST.
           IF NOT WS-REQ-OK
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0150-LOAD-FLIGHTS.
           PERFORM 0200-RESOLVE-KEYS.
           OPEN OUTPUT DSRRPT.
           PERFORM 0250-WRITE-HEADER.
           PERFORM 0300-CLIENT-SECTIONS
              VARYING WS-CLI-IDX FROM 1 BY 1
              UNTIL WS-CLI-IDX > WS-CLI-COUNT.
           PERFORM 0600-PASSENGER-SECTIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL DE REGISTROS REPORTADOS: " WS-CNT-REGISTROS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE DSRRPT.
           PERFORM 0900-WRITE-LOG.
           DISPLAY "REPORTE DEL TITULAR EN CLIDSR.RPT - REGISTROS: "
              WS-CNT-REGISTROS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * TIPO DE BUSQUEDA, CLAVE Y FECHA DE RADICACION (EL OPERADOR
      * ES EL USUARIO QUE FIRMO LA SESION)
        0100-ASK-REQUEST.
           MOVE 'Y' TO WS-REQ-OK-SW.
           DISPLAY "BUSCAR POR 1=CLIENT-ID 2=DOCUMENTO DE PASAJERO: ".
           ACCEPT WS-ENT-TIPO.
           DISPLAY "CLIENT-ID O DOCUMENTO: ".
           ACCEPT WS-ENT-CLAVE.
           DISPLAY "FECHA DE RADICACION AAAAMMDD (ENTER = HOY): ".
           ACCEPT WS-ENT-RADICADO.
           DISPLAY "INCLUIR ARCHIVO HISTORICO? (S/N): ".
           ACCEPT WS-INCLUIR-ARC.
           IF WS-INCLUIR-ARCHIVO
              DISPLAY "ANO DEL ARCHIVO (AAAA): "
              ACCEPT WS-ARC-ANIO
              IF WS-ARC-ANIO IS NUMERIC
                 MOVE SPACES TO WS-AUDARC-NOMBRE WS-PSGARC-NOMBRE
                                WS-WTLARC-NOMBRE
                 STRING "CLIAUDIT.A" WS-ARC-ANIO DELIMITED BY SIZE
                    INTO WS-AUDARC-NOMBRE
                 STRING "PSGDTL.A" WS-ARC-ANIO DELIMITED BY SIZE
                    INTO WS-PSGARC-NOMBRE
                 STRING "WAITLIST.A" WS-ARC-ANIO DELIMITED BY SIZE
                    INTO WS-WTLARC-NOMBRE
              ELSE
                 DISPLAY "ANO DEL ARCHIVO INVALIDO (AAAA)"
                 MOVE 'N' TO WS-REQ-OK-SW
              END-IF
           END-IF.
           IF WS-ENT-TIPO = '1'
              MOVE 'I' TO WS-ENT-TIPO
           ELSE
           IF WS-ENT-TIPO = '2'
              MOVE 'D' TO WS-ENT-TIPO
           ELSE
              DISPLAY "TIPO DE BUSQUEDA DEBE SER 1 O 2"
              MOVE 'N' TO WS-REQ-OK-SW
           END-IF
           END-IF.
           IF WS-ENT-CLAVE = SPACES
              DISPLAY "CLIENT-ID O DOCUMENTO OBLIGATORIO"
              MOVE 'N' TO WS-REQ-OK-SW
           END-IF.
           IF WS-ENT-RADICADO = SPACES
              MOVE WS-SYSDATE-N TO WS-FEC-RADICADO
              MOVE WS-HOY-INT TO WS-RAD-INT
           ELSE
           IF WS-ENT-RADICADO NOT NUMERIC
              DISPLAY "FECHA DE RADICACION INVALIDA (AAAAMMDD)"
              MOVE 'N' TO WS-REQ-OK-SW
           ELSE
              MOVE WS-ENT-RADICADO TO WS-FEC-RADICADO
              MOVE FUNCTION INTEGER-OF-DATE(WS-FEC-RADICADO)
                 TO WS-RAD-INT
              IF WS-RAD-INT = ZERO OR WS-RAD-INT > WS-HOY-INT
                 DISPLAY "FECHA DE RADICACION INVALIDA O FUTURA"
                 MOVE 'N' TO WS-REQ-OK-SW
              END-IF
           END-IF
           END-IF.
           IF WS-REQ-OK
              COMPUTE WS-DIAS = WS-HOY-INT - WS-RAD-INT
           END-IF.

      * VUELOS EN MEMORIA PARA LA RUTA Y LA FECHA DE CADA RESERVA
        0150-LOAD-FLIGHTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-FLIGHT
              PERFORM 0170-LOAD-ONE-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-COUNT >= 1000
              CLOSE FFILE
           END-IF.

        0160-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0170-LOAD-ONE-FLIGHT.
           ADD 1 TO WS-FLT-COUNT.
           MOVE FLIGHT-CODE      TO WS-TBL-CODE (WS-FLT-COUNT).
           MOVE FLIGHT-DEPARTURE TO WS-TBL-DEP (WS-FLT-COUNT).
           MOVE FLIGHT-ARRIVAL   TO WS-TBL-ARR (WS-FLT-COUNT).
           IF FLIGHT-DATE IS NUMERIC
              MOVE FLIGHT-DATE TO WS-TBL-DATE (WS-FLT-COUNT)
           ELSE
              MOVE ZERO TO WS-TBL-DATE (WS-FLT-COUNT)
           END-IF.
           MOVE FLIGHT-ESTADO    TO WS-TBL-ESTADO (WS-FLT-COUNT).
           PERFORM 0160-READ-NEXT-FLIGHT.

      * POR CLIENT-ID: EL CLIENTE Y SUS DOCUMENTOS ENLAZADOS (MAS EL
      * PROPIO CLIENT-ID, QUE SUELE SER LA CEDULA). POR DOCUMENTO: EL
      * DOCUMENTO Y LOS CLIENTES A LOS QUE ESTA ENLAZADO
        0200-RESOLVE-KEYS.
           MOVE WS-ENT-CLAVE TO WS-NUEVO-ID.
           PERFORM 0230-ADD-DOC.
           IF WS-ENT-TIPO = 'I'
              PERFORM 0220-ADD-CLIENT
           END-IF.
           OPEN INPUT PSGCLI.
           IF WS-PSGCLI-STATUS NOT = "00"
              IF WS-PSGCLI-STATUS = "05" OR WS-PSGCLI-STATUS = "35"
                 CLOSE PSGCLI
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              IF WS-ENT-TIPO = 'I'
                 MOVE WS-ENT-CLAVE TO PX-CLIENT-ID
                 MOVE LOW-VALUES TO PX-DOC
                 START PSGCLI KEY IS NOT LESS THAN PX-KEY
                    INVALID KEY MOVE 'Y' TO WS-EOF-SW
                 END-START
              END-IF
              IF NOT WS-EOF
                 PERFORM 0210-READ-NEXT-LINK
              END-IF
              PERFORM 0215-TAKE-LINK
                 UNTIL WS-EOF
              CLOSE PSGCLI
           END-IF.

        0210-READ-NEXT-LINK.
           READ PSGCLI NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF AND WS-ENT-TIPO = 'I'
              AND PX-CLIENT-ID NOT = WS-ENT-CLAVE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

        0215-TAKE-LINK.
           IF WS-ENT-TIPO = 'I'
              MOVE PX-DOC TO WS-NUEVO-ID
              PERFORM 0230-ADD-DOC
           ELSE
              IF PX-DOC = WS-ENT-CLAVE
                 MOVE PX-CLIENT-ID TO WS-NUEVO-ID
                 PERFORM 0220-ADD-CLIENT
              END-IF
           END-IF.
           PERFORM 0210-READ-NEXT-LINK.

        0220-ADD-CLIENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0225-MATCH-CLIENT
              VARYING WS-CLI-IDX FROM 1 BY 1
              UNTIL WS-CLI-IDX > WS-CLI-COUNT OR WS-FOUND.
           IF NOT WS-FOUND AND WS-CLI-COUNT < 10
              ADD 1 TO WS-CLI-COUNT
              MOVE WS-NUEVO-ID TO WS-CLI-ID (WS-CLI-COUNT)
           END-IF.

        0225-MATCH-CLIENT.
           IF WS-CLI-ID (WS-CLI-IDX) = WS-NUEVO-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

        0230-ADD-DOC.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0235-MATCH-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-FOUND.
           IF NOT WS-FOUND AND WS-DOC-COUNT < 20
              ADD 1 TO WS-DOC-COUNT
              MOVE WS-NUEVO-ID TO WS-DOC-ID (WS-DOC-COUNT)
           END-IF.

        0235-MATCH-DOC.
           IF WS-DOC-ID (WS-DOC-IDX) = WS-NUEVO-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

        0250-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "REPORTE DE ACCESO DEL TITULAR - DATOS PERSONALES "
              "EN ARCHIVO" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SOLICITUD POR: " WS-ENT-TIPO " " WS-ENT-CLAVE
              "  OPERADOR: " WS-SES-USUARIO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RADICADA: " WS-FEC-RADICADO
              "  RESPONDIDA: " WS-SYSDATE
              "  DIAS CALENDARIO: " WS-DIAS
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CLI-COUNT = ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "EL DOCUMENTO NO ESTA ENLAZADO A NINGUN CLIENTE"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0280-WRITE-TITLE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-TITULO TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-CNT-SECCION.

      * LO QUE SIGUE EN LA SECCION VIENE DEL ARCHIVO HISTORICO
        0285-WRITE-ARCHIVE-MARK.
           MOVE SPACES TO RPT-LINE.
           STRING "    -- DEL ARCHIVO HISTORICO " WS-ARC-NOMBRE
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

        0290-WRITE-NONE.
           IF WS-CNT-SECCION = ZERO
              MOVE "    SIN REGISTROS" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0295-COUNT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-CNT-SECCION WS-CNT-REGISTROS.

        0300-CLIENT-SECTIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "################ CLIENTE " WS-CLI-ID (WS-CLI-IDX)
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0310-MASTER.
           PERFORM 0320-CONTACT.
           PERFORM 0330-SEGMENT.
           PERFORM 0340-ACTIVITY.
           PERFORM 0350-COMPANY-LINK.
           PERFORM 0400-ARCHIVE.
           PERFORM 0450-CONTACT-ARCHIVE.
           PERFORM 0500-AUDIT.

        0310-MASTER.
           MOVE "MAESTRO DE CLIENTES (CLIMAST.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-STATUS NOT = "00"
              IF WS-CLIMAST-STATUS = "05" OR WS-CLIMAST-STATUS = "35"
                 CLOSE CLIMAST
              END-IF
           ELSE
              MOVE WS-CLI-ID (WS-CLI-IDX) TO CM-CLIENT-ID
              READ CLIMAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0315-MASTER-LINES
              END-READ
              CLOSE CLIMAST
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0315-MASTER-LINES.
           MOVE CM-SALARY TO WS-SALARY-FMT.
           MOVE SPACES TO RPT-LINE.
           STRING "    APELLIDOS: " CM-LNAME
              DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM 0295-COUNT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    NOMBRES  : " CM-NAME
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    FEC.NAC. : " CM-DOB "  GENERO: " CM-GENDER
              "  EST.CIVIL: " CM-CIVIL-STATUS
              "  PERS.CARGO: " CM-PEOPLE-CHARGE
              "  SALARIO: " WS-SALARY-FMT
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

        0320-CONTACT.
           MOVE "CONTACTO Y CONSENTIMIENTO (CLICONT.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLICONT.
           IF WS-CLICONT-STATUS NOT = "00"
              IF WS-CLICONT-STATUS = "05" OR WS-CLICONT-STATUS = "35"
                 CLOSE CLICONT
              END-IF
           ELSE
              MOVE WS-CLI-ID (WS-CLI-IDX) TO CC-CLIENT-ID
              READ CLICONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO RPT-LINE
                    STRING "    DIRECCION: " CC-DIRECCION
                       "  CIUDAD: " CC-CIUDAD
                       DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 0295-COUNT-LINE
                    MOVE SPACES TO RPT-LINE
                    STRING "    TELEFONO : " CC-TELEFONO
                       "  EMAIL: " CC-EMAIL
                       DELIMITED BY SIZE INTO RPT-LINE
                    WRITE RPT-LINE
                    MOVE SPACES TO RPT-LINE
                    STRING "    CONSENTIMIENTO: " CC-CONSENT
                       "  FECHA: " CC-CONS-FECHA
                       "  CANAL: " CC-CONS-CANAL
                       DELIMITED BY SIZE INTO RPT-LINE
                    WRITE RPT-LINE
              END-READ
              CLOSE CLICONT
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0330-SEGMENT.
           MOVE "SEGMENTO (CLISEG.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLISEG.
           IF WS-SEG-STATUS NOT = "00"
              IF WS-SEG-STATUS = "05" OR WS-SEG-STATUS = "35"
                 CLOSE CLISEG
              END-IF
           ELSE
              MOVE WS-CLI-ID (WS-CLI-IDX) TO SEG-CLIENT-ID
              READ CLISEG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO RPT-LINE
                    STRING "    SEGMENTO: " SEG-CODIGO
                       DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 0295-COUNT-LINE
              END-READ
              CLOSE CLISEG
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0340-ACTIVITY.
           MOVE "ULTIMA ACTIVIDAD (CLIACT.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLIACT.
           IF WS-CLIACT-STATUS NOT = "00"
              IF WS-CLIACT-STATUS = "05" OR WS-CLIACT-STATUS = "35"
                 CLOSE CLIACT
              END-IF
           ELSE
              MOVE WS-CLI-ID (WS-CLI-IDX) TO ACT-CLIENT-ID
              READ CLIACT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO RPT-LINE
                    STRING "    ULTIMA ACTIVIDAD: " ACT-FECHA
                       DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 0295-COUNT-LINE
              END-READ
              CLOSE CLIACT
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0350-COMPANY-LINK.
           MOVE "EMPRESA ENLAZADA (CLTCIA.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLTCIA.
           IF WS-CLTCIA-STATUS NOT = "00"
              IF WS-CLTCIA-STATUS = "05" OR WS-CLTCIA-STATUS = "35"
                 CLOSE CLTCIA
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0355-READ-NEXT-CLTCIA
              PERFORM 0360-CHECK-CLTCIA
                 UNTIL WS-EOF
              CLOSE CLTCIA
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0355-READ-NEXT-CLTCIA.
           READ CLTCIA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0360-CHECK-CLTCIA.
           IF CLTCIA-CLIENT-ID = WS-CLI-ID (WS-CLI-IDX)
              MOVE SPACES TO RPT-LINE
              STRING "    EMP-ID: " CLTCIA-EMP-ID
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM 0295-COUNT-LINE
           END-IF.
           PERFORM 0355-READ-NEXT-CLTCIA.

        0400-ARCHIVE.
           MOVE "IMAGENES ARCHIVADAS POR DEPURACION (CLIARCH.DAT)"
              TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLIARCH.
           IF WS-ARCH-STATUS NOT = "00"
              IF WS-ARCH-STATUS = "05" OR WS-ARCH-STATUS = "35"
                 CLOSE CLIARCH
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0410-READ-NEXT-ARCH
              PERFORM 0420-CHECK-ARCH
                 UNTIL WS-EOF
              CLOSE CLIARCH
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0410-READ-NEXT-ARCH.
           READ CLIARCH
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0420-CHECK-ARCH.
           IF ARCH-CLIENT (1:20) = WS-CLI-ID (WS-CLI-IDX)
              MOVE SPACES TO RPT-LINE
              STRING "    " ARCH-FECHA " " ARCH-CLIENT
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM 0295-COUNT-LINE
           END-IF.
           PERFORM 0410-READ-NEXT-ARCH.

        0450-CONTACT-ARCHIVE.
           MOVE "CONTACTOS ARCHIVADOS POR DEPURACION (CLICARCH.DAT)"
              TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLICARCH.
           IF WS-CARCH-STATUS NOT = "00"
              IF WS-CARCH-STATUS = "05" OR WS-CARCH-STATUS = "35"
                 CLOSE CLICARCH
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0460-READ-NEXT-CARCH
              PERFORM 0470-CHECK-CARCH
                 UNTIL WS-EOF
              CLOSE CLICARCH
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0460-READ-NEXT-CARCH.
           READ CLICARCH
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0470-CHECK-CARCH.
           IF CARCH-CONTACTO (1:20) = WS-CLI-ID (WS-CLI-IDX)
              MOVE SPACES TO RPT-LINE
              STRING "    " CARCH-FECHA " " CARCH-CONTACTO (21:141)
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM 0295-COUNT-LINE
           END-IF.
           PERFORM 0460-READ-NEXT-CARCH.

      * CADA CAMBIO CON SUS IMAGENES ANTES Y DESPUES, TAL COMO QUEDO
      * EN LA AUDITORIA DE CLIMNT1
        0500-AUDIT.
           MOVE "HISTORIA DE CAMBIOS (CLIAUDIT.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT CLIAUDIT.
           IF WS-AUD-STATUS NOT = "00"
              IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
                 CLOSE CLIAUDIT
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0510-READ-NEXT-AUDIT
              PERFORM 0520-CHECK-AUDIT
                 UNTIL WS-EOF
              CLOSE CLIAUDIT
           END-IF.
           IF WS-INCLUIR-ARCHIVO
              OPEN INPUT AUDARC
              IF WS-ARC-STATUS NOT = "00"
                 IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                    CLOSE AUDARC
                 END-IF
              ELSE
                 MOVE WS-AUDARC-NOMBRE TO WS-ARC-NOMBRE
                 PERFORM 0285-WRITE-ARCHIVE-MARK
                 MOVE 'Y' TO WS-EN-ARCHIVO-SW
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 0510-READ-NEXT-AUDIT
                 PERFORM 0520-CHECK-AUDIT
                    UNTIL WS-EOF
                 MOVE 'N' TO WS-EN-ARCHIVO-SW
                 CLOSE AUDARC
              END-IF
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0510-READ-NEXT-AUDIT.
           IF WS-EN-ARCHIVO
              MOVE 'Y' TO WS-ARC-CONTROL-SW
              PERFORM 0515-READ-AUDIT-ARC
                 UNTIL WS-EOF OR NOT WS-ARC-CONTROL
           ELSE
              READ CLIAUDIT
                 AT END MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.

      * LAS LINEAS DE CONTROL DE ARCPRG1 NO SON CAMBIOS
        0515-READ-AUDIT-ARC.
           READ AUDARC
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 IF AUDARC-LINE (1:9) NOT = "*ARCPRG1*"
                    MOVE 'N' TO WS-ARC-CONTROL-SW
                    MOVE AUDARC-LINE TO AUD-REC
                 END-IF
           END-READ.

        0520-CHECK-AUDIT.
           IF AUD-CLIENT-ID = WS-CLI-ID (WS-CLI-IDX)
              MOVE SPACES TO RPT-LINE
              STRING "    " AUD-ACCION " " AUD-FECHA " " AUD-HORA
                 " " AUD-USUARIO
                 DELIMITED BY SIZE INTO RPT-LINE
              PERFORM 0295-COUNT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "      ANTES  : " AUD-ANTES
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "      DESPUES: " AUD-DESPUES
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM 0510-READ-NEXT-AUDIT.

        0600-PASSENGER-SECTIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "################ DATOS DE PASAJERO" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DOCUMENTOS BUSCADOS (CLAVE Y ENLACES DE PSGCLI.DAT)"
              TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           PERFORM 0610-LIST-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-DOC-COUNT.
           MOVE "RESERVAS (PSGDTL.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT PSGDTL.
           IF WS-PSGDTL-STATUS NOT = "00"
              IF WS-PSGDTL-STATUS = "05" OR WS-PSGDTL-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0620-READ-NEXT-BOOKING
              PERFORM 0630-CHECK-BOOKING
                 UNTIL WS-EOF
              CLOSE PSGDTL
           END-IF.
           IF WS-INCLUIR-ARCHIVO
              OPEN INPUT PSGARC
              IF WS-ARC-STATUS NOT = "00"
                 IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                    CLOSE PSGARC
                 END-IF
              ELSE
                 MOVE WS-PSGARC-NOMBRE TO WS-ARC-NOMBRE
                 PERFORM 0285-WRITE-ARCHIVE-MARK
                 MOVE 'Y' TO WS-EN-ARCHIVO-SW
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 0620-READ-NEXT-BOOKING
                 PERFORM 0630-CHECK-BOOKING
                    UNTIL WS-EOF
                 MOVE 'N' TO WS-EN-ARCHIVO-SW
                 CLOSE PSGARC
              END-IF
           END-IF.
           PERFORM 0290-WRITE-NONE.
           MOVE "LISTA DE ESPERA (WAITLIST.DAT)" TO TIT-TEXTO.
           PERFORM 0280-WRITE-TITLE.
           OPEN INPUT WAITLIST.
           IF WS-WTL-STATUS NOT = "00"
              IF WS-WTL-STATUS = "05" OR WS-WTL-STATUS = "35"
                 CLOSE WAITLIST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0650-READ-NEXT-WAIT
              PERFORM 0660-CHECK-WAIT
                 UNTIL WS-EOF
              CLOSE WAITLIST
           END-IF.
           IF WS-INCLUIR-ARCHIVO
              OPEN INPUT WTLARC
              IF WS-ARC-STATUS NOT = "00"
                 IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                    CLOSE WTLARC
                 END-IF
              ELSE
                 MOVE WS-WTLARC-NOMBRE TO WS-ARC-NOMBRE
                 PERFORM 0285-WRITE-ARCHIVE-MARK
                 MOVE 'Y' TO WS-EN-ARCHIVO-SW
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 0650-READ-NEXT-WAIT
                 PERFORM 0660-CHECK-WAIT
                    UNTIL WS-EOF
                 MOVE 'N' TO WS-EN-ARCHIVO-SW
                 CLOSE WTLARC
              END-IF
           END-IF.
           PERFORM 0290-WRITE-NONE.

        0610-LIST-DOC.
           MOVE SPACES TO RPT-LINE.
           STRING "    " WS-DOC-ID (WS-DOC-IDX)
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

        0620-READ-NEXT-BOOKING.
           IF WS-EN-ARCHIVO
              MOVE 'Y' TO WS-ARC-CONTROL-SW
              PERFORM 0625-READ-BOOKING-ARC
                 UNTIL WS-EOF OR NOT WS-ARC-CONTROL
           ELSE
              READ PSGDTL
                 AT END MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.

        0625-READ-BOOKING-ARC.
           READ PSGARC
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 IF PSGARC-LINE (1:9) NOT = "*ARCPRG1*"
                    MOVE 'N' TO WS-ARC-CONTROL-SW
                    MOVE PSGARC-LINE TO PSG-REC
                 END-IF
           END-READ.

        0630-CHECK-BOOKING.
           MOVE PSG-DOC TO WS-NUEVO-ID.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0235-MATCH-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-FOUND.
           IF WS-FOUND
              MOVE PSG-FLIGHT-CODE TO LV-CODE
              MOVE PSG-NAME TO LV-NAME
              MOVE PSG-DOC TO LV-DOC
              PERFORM 0700-FLIGHT-ROUTE
              MOVE PSG-FARE TO WS-FARE-FMT
              MOVE SPACES TO LV-DETALLE
              STRING "TARIFA " WS-FARE-FMT " SILLA " PSG-SEAT
                 " " PSG-CHECKIN PSG-OVB PSG-CLASE
                 DELIMITED BY SIZE INTO LV-DETALLE
              MOVE WS-LIN-VUELO TO RPT-LINE
              PERFORM 0295-COUNT-LINE
           END-IF.
           PERFORM 0620-READ-NEXT-BOOKING.

        0650-READ-NEXT-WAIT.
           IF WS-EN-ARCHIVO
              MOVE 'Y' TO WS-ARC-CONTROL-SW
              PERFORM 0655-READ-WAIT-ARC
                 UNTIL WS-EOF OR NOT WS-ARC-CONTROL
           ELSE
              READ WAITLIST
                 AT END MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.

        0655-READ-WAIT-ARC.
           READ WTLARC
              AT END MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 IF WTLARC-LINE (1:9) NOT = "*ARCPRG1*"
                    MOVE 'N' TO WS-ARC-CONTROL-SW
                    MOVE WTLARC-LINE TO WTL-REC
                 END-IF
           END-READ.

        0660-CHECK-WAIT.
           MOVE WTL-DOC TO WS-NUEVO-ID.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0235-MATCH-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-FOUND.
           IF WS-FOUND
              MOVE WTL-FLIGHT-CODE TO LV-CODE
              MOVE WTL-NAME TO LV-NAME
              MOVE WTL-DOC TO LV-DOC
              PERFORM 0700-FLIGHT-ROUTE
              MOVE SPACES TO LV-DETALLE
              STRING "POSICION " WTL-POS " CLASE " WTL-CLASE
                 DELIMITED BY SIZE INTO LV-DETALLE
              MOVE WS-LIN-VUELO TO RPT-LINE
              PERFORM 0295-COUNT-LINE
           END-IF.
           PERFORM 0650-READ-NEXT-WAIT.

        0700-FLIGHT-ROUTE.
           MOVE ZERO TO WS-FLT-HIT.
           PERFORM 0710-FIND-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT OR WS-FLT-HIT > ZERO.
           IF WS-FLT-HIT = ZERO
              MOVE SPACES TO LV-DEP LV-ARR
              MOVE ZERO TO LV-DATE
           ELSE
              MOVE WS-TBL-DEP (WS-FLT-HIT)  TO LV-DEP
              MOVE WS-TBL-ARR (WS-FLT-HIT)  TO LV-ARR
              MOVE WS-TBL-DATE (WS-FLT-HIT) TO LV-DATE
           END-IF.

        0710-FIND-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = LV-CODE
              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

        0900-WRITE-LOG.
           OPEN EXTEND DSRLOG.
           IF WS-LOG-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR DSRLOG.DAT - ANOTE LA "
                 "SOLICITUD A MANO"
           ELSE
              MOVE WS-SYSDATE-N TO DSR-FECHA
              MOVE WS-SYSTIME (1:6) TO DSR-HORA
              MOVE WS-SES-USUARIO TO DSR-OPERADOR
              MOVE WS-ENT-TIPO TO DSR-TIPO
              MOVE WS-ENT-CLAVE TO DSR-CLAVE
              MOVE WS-FEC-RADICADO TO DSR-FEC-RADICADO
              MOVE WS-DIAS TO DSR-DIAS
              MOVE WS-CLI-COUNT TO DSR-CLIENTES
              MOVE WS-CNT-REGISTROS TO DSR-REGISTROS
              WRITE DSR-REC
              CLOSE DSRLOG
           END-IF.

        END PROGRAM CLIDSR1.
