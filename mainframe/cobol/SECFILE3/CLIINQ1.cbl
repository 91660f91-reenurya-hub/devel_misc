      * AL ESTILO DE CRSFEMP: SE CONSULTA POR CLIENT-ID EXACTO O POR
      * APELLIDO PARCIAL (COMO EL MODO 6 DE RDSCFIL2), PAGINANDO LAS
      * COINCIDENCIAS CON ENTER - LA CONSULTA QUE EL MOSTRADOR HACIA
      * ABRIENDO DATAOK.DAT EN UN EDITOR. DEBAJO DEL CLIENTE MUESTRA
      * SUS VUELOS: LOS DOCUMENTOS DE PASAJERO ENLAZADOS AL CLIENTE EN
      * PSGCLI.DAT (XRFPSG1) Y SUS RESERVAS EN PSGDTL.DAT. EL
      * CONTACTO Y EL CONSENTIMIENTO DE TRATAMIENTO DE DATOS SALEN DEL
      * ARCHIVO LATERAL CLICONT.DAT QUE MANTIENE CLIMNT1
      * ===============================================================
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CLIENT-ID
                FILE STATUS IS WS-CLIMAST-STATUS.
            SELECT OPTIONAL PSGCLI ASSIGN TO "PSGCLI.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PX-KEY
                FILE STATUS IS WS-PSGCLI-STATUS.
            SELECT OPTIONAL CLICONT ASSIGN TO "CLICONT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CLIENT-ID
                FILE STATUS IS WS-CLICONT-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PSGDTL-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FFILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
            03 CM-PEOPLE-CHARGE                    PIC 9(2).
            03 CM-SALARY                           PIC 9(9).

      * ENLACE PASAJERO / CLIENTE (XRFPSG1)
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

      * CONTACTO Y CONSENTIMIENTO DEL CLIENTE (CLIMNT1)
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

        FD PSGDTL.
        01 PSG-REC.
            03 PSG-FLIGHT-CODE                     PIC 9(5).
            03 PSG-NAME                            PIC X(40).
            03 PSG-DOC                             PIC X(20).
            03 PSG-FARE                            PIC 9(7)V99.
            03 PSG-CHECKIN                         PIC X(01).
            03 PSG-SEAT                            PIC 9(03).
            03 PSG-FILLER                          PIC X(06).

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

        WORKING-STORAGE SECTION.
        01  WS-CLIMAST-STATUS      PIC XX.
        01  WS-END-BROWSE          PIC X(01) VALUE 'N'.
        01  WS-HITS                PIC 9(05).
        01  WS-SALARY-FMT          PIC ZZZ,ZZZ,ZZ9.
        01  GUIONES                PIC X(80) VALUE ALL "-".
        01  WS-CLICONT-STATUS      PIC XX.
        01  WS-CONS-TEXTO          PIC X(28).
        01  WS-CONS-CANAL          PIC X(10).

      * HISTORIA DE VUELOS DEL CLIENTE
        01  WS-PSGCLI-STATUS       PIC XX.
        01  WS-PSGDTL-STATUS       PIC XX.
        01  WS-FFILE-STATUS        PIC XX.
        01  WS-EOF-SW              PIC X(01).
            88 WS-EOF                  VALUE 'Y'.
        01  WS-DOC-COUNT           PIC 9(02).
        01  WS-DOC-IDX             PIC 9(02).
        01  WS-DOC-FOUND-SW        PIC X(01).
            88 WS-DOC-FOUND            VALUE 'Y'.
        01  WS-DOC-TABLA.
            03 WS-DOC-ENTRY OCCURS 10 TIMES.
                05 WS-DOC-ID       PIC X(20).
        01  WS-VUELOS              PIC 9(05).
        01  WS-VUELO-LINEA         PIC 9(02).
        01  WS-VUELO-ESTADO        PIC X(10).
        01  WS-FLT-COUNT           PIC 9(04) VALUE ZERO.
        01  WS-FLT-IDX             PIC 9(04).
        01  WS-FLT-HIT             PIC 9(04).
        01  WS-FLT-TABLA.
            03 WS-FLT-ENTRY OCCURS 1000 TIMES.
                05 WS-TBL-CODE     PIC 9(5).
                05 WS-TBL-DEP      PIC X(20).
                05 WS-TBL-ARR      PIC X(20).
                05 WS-TBL-DATE     PIC 9(8).
                05 WS-TBL-ESTADO   PIC X(1).
        01  WS-LIN-VUELO.
            03 LV-CODE             PIC 9(5).
            03 FILLER              PIC X(01) VALUE SPACE.
            03 LV-DEP              PIC X(18).
            03 FILLER              PIC X(01) VALUE '-'.
            03 LV-ARR              PIC X(18).
            03 FILLER              PIC X(01) VALUE SPACE.
            03 LV-DATE             PIC 9(8).
            03 FILLER              PIC X(01) VALUE SPACE.
            03 LV-ESTADO           PIC X(10).

        PROCEDURE DIVISION.
        0100-START.
            PERFORM 0500-LOAD-FLIGHTS.
            PERFORM 0110-OPCIONES.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.
                    "Apellidos  :"    LINE 06 COL 03
                    "Nombres    :"    LINE 07 COL 03
                    "Fec. Nac.  :"    LINE 08 COL 03
                    "Telefono   :"    LINE 08 COL 39
                    "Genero     :"    LINE 09 COL 03
                    "Est. Civil :"    LINE 09 COL 39
                    "Pers. Cargo:"    LINE 10 COL 03
                    "Salario    :"    LINE 10 COL 39
                    "Direccion  :"    LINE 11 COL 03
                    "Ciudad     :"    LINE 12 COL 03
                    "Consentim. :"    LINE 12 COL 39
                    "Email      :"    LINE 13 COL 03
                    "Vuelos     :"    LINE 15 COL 03
                    GUIONES           LINE 22 COL 01.

        0110-OPCIONES.
            DISPLAY CM-CIVIL-STATUS  LINE 09 COL 52.
            DISPLAY CM-PEOPLE-CHARGE LINE 10 COL 16.
            DISPLAY WS-SALARY-FMT    LINE 10 COL 52.
            PERFORM 0450-SHOW-CONTACT.
            PERFORM 0600-SHOW-FLIGHTS.

      * SIN LINEA EN CLICONT.DAT EL CONSENTIMIENTO FIGURA SIN REGISTRO
        0450-SHOW-CONTACT.
            MOVE "SIN REGISTRO" TO WS-CONS-TEXTO.
            OPEN INPUT CLICONT.
            IF WS-CLICONT-STATUS NOT = "00"
                IF WS-CLICONT-STATUS = "05"
                   OR WS-CLICONT-STATUS = "35"
                    CLOSE CLICONT
                END-IF
            ELSE
                MOVE CM-CLIENT-ID TO CC-CLIENT-ID
                READ CLICONT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY CC-TELEFONO  LINE 08 COL 52
                        DISPLAY CC-DIRECCION LINE 11 COL 16
                        DISPLAY CC-CIUDAD    LINE 12 COL 16
                        DISPLAY CC-EMAIL     LINE 13 COL 16
                        PERFORM 0460-CONSENT-TEXT
                END-READ
                CLOSE CLICONT
            END-IF.
            DISPLAY WS-CONS-TEXTO    LINE 12 COL 52.

        0460-CONSENT-TEXT.
            EVALUATE CC-CONS-CANAL
                WHEN 'E' MOVE "ESCRITO"    TO WS-CONS-CANAL
                WHEN 'W' MOVE "WEB"        TO WS-CONS-CANAL
                WHEN 'T' MOVE "TELEFONICO" TO WS-CONS-CANAL
                WHEN 'C' MOVE "CORREO"     TO WS-CONS-CANAL
                WHEN OTHER MOVE SPACES     TO WS-CONS-CANAL
            END-EVALUATE.
            IF CC-CONSENT = 'S'
                MOVE SPACES TO WS-CONS-TEXTO
                STRING "SI " CC-CONS-FECHA " " WS-CONS-CANAL
                    DELIMITED BY SIZE INTO WS-CONS-TEXTO
            ELSE
            IF CC-CONSENT = 'N'
                MOVE SPACES TO WS-CONS-TEXTO
                STRING "NO " CC-CONS-FECHA " " WS-CONS-CANAL
                    DELIMITED BY SIZE INTO WS-CONS-TEXTO
            END-IF
            END-IF.

      * VUELOS EN MEMORIA PARA LA RUTA Y EL ESTADO DE CADA RESERVA
        0500-LOAD-FLIGHTS.
            MOVE 'N' TO WS-EOF-SW.
            OPEN INPUT FFILE.
            IF WS-FFILE-STATUS NOT = "00"
                IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                    CLOSE FFILE
                END-IF
            ELSE
                PERFORM 0510-READ-NEXT-FLIGHT
                PERFORM 0520-LOAD-ONE-FLIGHT
                    UNTIL WS-EOF OR WS-FLT-COUNT >= 1000
                CLOSE FFILE
            END-IF.

        0510-READ-NEXT-FLIGHT.
            READ FFILE
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        0520-LOAD-ONE-FLIGHT.
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
            PERFORM 0510-READ-NEXT-FLIGHT.

      * DOCUMENTOS DEL CLIENTE EN PSGCLI.DAT, LUEGO SUS RESERVAS -
      * LAS PRIMERAS CINCO EN PANTALLA Y EL TOTAL EN LA LINEA 20
        0600-SHOW-FLIGHTS.
            MOVE ZERO TO WS-DOC-COUNT WS-VUELOS.
            OPEN INPUT PSGCLI.
            IF WS-PSGCLI-STATUS NOT = "00"
                IF WS-PSGCLI-STATUS = "05" OR WS-PSGCLI-STATUS = "35"
                    CLOSE PSGCLI
                END-IF
            ELSE
                MOVE 'N' TO WS-EOF-SW
                MOVE CM-CLIENT-ID TO PX-CLIENT-ID
                MOVE LOW-VALUES TO PX-DOC
                START PSGCLI KEY IS NOT LESS THAN PX-KEY
                    INVALID KEY MOVE 'Y' TO WS-EOF-SW
                END-START
                IF NOT WS-EOF
                    PERFORM 0610-READ-NEXT-LINK
                END-IF
                PERFORM 0620-ADD-DOC
                    UNTIL WS-EOF
                CLOSE PSGCLI
            END-IF.
            IF WS-DOC-COUNT = ZERO
                DISPLAY "SIN VUELOS REGISTRADOS" LINE 15 COL 16
            ELSE
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT PSGDTL
                IF WS-PSGDTL-STATUS NOT = "00"
                    IF WS-PSGDTL-STATUS = "05"
                       OR WS-PSGDTL-STATUS = "35"
                        CLOSE PSGDTL
                    END-IF
                ELSE
                    PERFORM 0630-READ-NEXT-BOOKING
                    PERFORM 0640-CHECK-BOOKING
                        UNTIL WS-EOF
                    CLOSE PSGDTL
                END-IF
                DISPLAY "Total reservas:" LINE 20 COL 03
                DISPLAY WS-VUELOS         LINE 20 COL 19
            END-IF.

        0610-READ-NEXT-LINK.
            READ PSGCLI NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF AND PX-CLIENT-ID NOT = CM-CLIENT-ID
                MOVE 'Y' TO WS-EOF-SW
            END-IF.

        0620-ADD-DOC.
            IF WS-DOC-COUNT < 10
                ADD 1 TO WS-DOC-COUNT
                MOVE PX-DOC TO WS-DOC-ID (WS-DOC-COUNT)
            END-IF.
            PERFORM 0610-READ-NEXT-LINK.

        0630-READ-NEXT-BOOKING.
            READ PSGDTL
                AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.

        0640-CHECK-BOOKING.
            MOVE 'N' TO WS-DOC-FOUND-SW.
            PERFORM 0650-MATCH-DOC
                VARYING WS-DOC-IDX FROM 1 BY 1
                UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-DOC-FOUND.
            IF WS-DOC-FOUND
                ADD 1 TO WS-VUELOS
                IF WS-VUELOS < 6
                    PERFORM 0660-SHOW-ONE-BOOKING
                END-IF
            END-IF.
            PERFORM 0630-READ-NEXT-BOOKING.

        0650-MATCH-DOC.
            IF WS-DOC-ID (WS-DOC-IDX) = PSG-DOC
                MOVE 'Y' TO WS-DOC-FOUND-SW
            END-IF.

        0660-SHOW-ONE-BOOKING.
            MOVE ZERO TO WS-FLT-HIT.
            PERFORM 0670-FIND-FLIGHT
                VARYING WS-FLT-IDX FROM 1 BY 1
                UNTIL WS-FLT-IDX > WS-FLT-COUNT OR WS-FLT-HIT > ZERO.
            MOVE PSG-FLIGHT-CODE TO LV-CODE.
            IF WS-FLT-HIT = ZERO
                MOVE SPACES TO LV-DEP LV-ARR
                MOVE ZERO TO LV-DATE
                MOVE SPACES TO WS-VUELO-ESTADO
            ELSE
                MOVE WS-TBL-DEP (WS-FLT-HIT)  TO LV-DEP
                MOVE WS-TBL-ARR (WS-FLT-HIT)  TO LV-ARR
                MOVE WS-TBL-DATE (WS-FLT-HIT) TO LV-DATE
                IF WS-TBL-ESTADO (WS-FLT-HIT) = "C"
                    MOVE "CANCELADO" TO WS-VUELO-ESTADO
                ELSE
                    MOVE SPACES TO WS-VUELO-ESTADO
                END-IF
            END-IF.
            IF WS-VUELO-ESTADO = SPACES
                IF PSG-CHECKIN = "C"
                    MOVE "CHEQUEADO" TO WS-VUELO-ESTADO
                ELSE
                    MOVE "RESERVADO" TO WS-VUELO-ESTADO
                END-IF
            END-IF.
            MOVE WS-VUELO-ESTADO TO LV-ESTADO.
            COMPUTE WS-VUELO-LINEA = 14 + WS-VUELOS.
            DISPLAY WS-LIN-VUELO LINE WS-VUELO-LINEA COL 16.

        0670-FIND-FLIGHT.
            IF WS-TBL-CODE (WS-FLT-IDX) = PSG-FLIGHT-CODE
                MOVE WS-FLT-IDX TO WS-FLT-HIT
            END-IF.

        END PROGRAM CLIINQ1.
