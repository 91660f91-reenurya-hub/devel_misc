      * ESTADO (VUELO ACTIVO O CANCELADO, PASAJERO CHEQUEADO O NO,
      * SILLA), Y TAMBIEN LAS POSICIONES EN LISTA DE ESPERA - LO QUE
      * LAS AEROLINEAS PREGUNTAN POR TELEFONO Y ANTES SE BUSCABA A
      * OJO EN EL ARCHIVO. SI EL DOCUMENTO TIENE CUENTA DE VIAJERO
      * FRECUENTE (FFMST.DAT, FFACR1) MUESTRA SU NIVEL Y SALDO.
      * A PEDIDO BUSCA TAMBIEN EN EL ARCHIVO HISTORICO DEL ANO QUE SE
      * INDIQUE (PSGDTL.A Y WAITLIST.A SEGUIDOS DEL ANO, QUE DEJA
      * ARCPRG1 AL CIERRE), SALTANDO SUS LINEAS DE CONTROL
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WTL-STATUS.
      * ARCHIVOS HISTORICOS DEL ANO PEDIDO (ARCPRG1)
            SELECT OPTIONAL PSGARC ASSIGN TO DYNAMIC WS-PSGARC-NOMBRE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARC-STATUS.
            SELECT OPTIONAL WTLARC ASSIGN TO DYNAMIC WS-WTLARC-NOMBRE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARC-STATUS.
            SELECT OPTIONAL FFMST ASSIGN TO "FFMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FFM-DOC
             FILE STATUS IS WS-FFM-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 PSG-FARE                 PIC 9(7)V99.
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

       FD FFILE.
       01 FLIGHTDETAILS.
            05 WTL-NAME                 PIC X(40).
            05 WTL-DOC                  PIC X(20).

       FD PSGARC.
       01 PSGARC-LINE                   PIC X(100).

       FD WTLARC.
       01 WTLARC-LINE                   PIC X(80).

       FD FFMST.
       01 FFM-REC.
            05 FFM-DOC                  PIC X(20).
            05 FFM-NAME                 PIC X(40).
      * NIVEL: B = BASICO, S = PLATA, G = ORO, N = SIN NIVEL
            05 FFM-TIER                 PIC X(01).
            05 FFM-PUNTOS               PIC 9(09).
            05 FFM-FEC-ALTA             PIC 9(08).
            05 FFM-FEC-ULT              PIC 9(08).
            05 FFM-ANIO-EVAL            PIC 9(04).
            05 FFM-PTS-EVAL             PIC 9(09).
            05 FFM-TIER-ANT             PIC X(01).
            05 FFM-FILLER               PIC X(20).

        WORKING-STORAGE SECTION.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-WTL-STATUS              PIC XX.
        01   WS-FFM-STATUS              PIC XX.
        01   WS-ARC-STATUS              PIC XX.
      * BUSQUEDA EN EL ARCHIVO HISTORICO - ANO Y NOMBRES
        01   WS-INCLUIR-ARC             PIC X(01) VALUE "N".
             88 WS-INCLUIR-ARCHIVO      VALUE "S" "s".
        01   WS-EN-ARCHIVO-SW           PIC X(01) VALUE "N".
             88 WS-EN-ARCHIVO           VALUE "Y".
        01   WS-ARC-CONTROL-SW          PIC X(01).
             88 WS-ARC-CONTROL          VALUE "Y".
        01   WS-ARC-ANIO                PIC X(04).
        01   WS-PSGARC-NOMBRE           PIC X(20).
        01   WS-WTLARC-NOMBRE           PIC X(20).
        01   WS-TIER-TXT                PIC X(10).
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-ENT-DOC                 PIC X(20).
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0060-ASK-ARCHIVE.
           PERFORM 0500-SHOW-LOYALTY.
           PERFORM 0200-SEARCH-BOOKINGS.
           PERFORM 0400-SEARCH-WAITLIST.
           IF WS-CNT-HALLADOS = ZERO
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * EL ANO DEL ARCHIVO HISTORICO ES EL DE SU NOMBRE (AAAA)
        0060-ASK-ARCHIVE.
           DISPLAY "INCLUIR ARCHIVO HISTORICO? (S/N): ".
           ACCEPT WS-INCLUIR-ARC.
           IF WS-INCLUIR-ARCHIVO
              DISPLAY "ANO DEL ARCHIVO (AAAA): "
              ACCEPT WS-ARC-ANIO
              IF WS-ARC-ANIO IS NUMERIC
                 MOVE SPACES TO WS-PSGARC-NOMBRE WS-WTLARC-NOMBRE
                 STRING "PSGDTL.A" WS-ARC-ANIO DELIMITED BY SIZE
                    INTO WS-PSGARC-NOMBRE
                 STRING "WAITLIST.A" WS-ARC-ANIO DELIMITED BY SIZE
                    INTO WS-WTLARC-NOMBRE
              ELSE
                 DISPLAY "ANO INVALIDO - SOLO ARCHIVOS VIGENTES"
                 MOVE "N" TO WS-INCLUIR-ARC
              END-IF
           END-IF.

        0100-LOAD-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           PERFORM 0110-READ-NEXT-FLIGHT.

        0200-SEARCH-BOOKINGS.
           IF WS-INCLUIR-ARCHIVO
              PERFORM 0250-SEARCH-BOOKINGS-ARC
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
           END-IF.

        0210-READ-NEXT-PSG.
           IF WS-EN-ARCHIVO
              MOVE "Y" TO WS-ARC-CONTROL-SW
              PERFORM 0260-READ-PSG-ARC
                 UNTIL WS-EOF OR NOT WS-ARC-CONTROL
           ELSE
              READ PSGDTL
                 AT END MOVE "Y" TO WS-EOF-SW
              END-READ
           END-IF.

        0220-CHECK-ONE-PSG.
           IF PSG-DOC = WS-ENT-DOC
                    WS-ESTADO-TXT " - " WS-CHECKIN-TXT
                    " SILLA " PSG-SEAT
              END-IF
              IF WS-EN-ARCHIVO
                 DISPLAY "   (RESERVA DEL ARCHIVO "
                    FUNCTION TRIM(WS-PSGARC-NOMBRE)
                    ")"
              END-IF
           END-IF.
           PERFORM 0210-READ-NEXT-PSG.

              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

      * LAS RESERVAS ARCHIVADAS PASAN POR LA MISMA REVISION
        0250-SEARCH-BOOKINGS-ARC.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGARC.
           IF WS-ARC-STATUS NOT = "00"
              DISPLAY "NO HAY ARCHIVO " FUNCTION TRIM(WS-PSGARC-NOMBRE)
              IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                 CLOSE PSGARC
              END-IF
           ELSE
              MOVE "Y" TO WS-EN-ARCHIVO-SW
              PERFORM 0210-READ-NEXT-PSG
              PERFORM 0220-CHECK-ONE-PSG
                 UNTIL WS-EOF
              MOVE "N" TO WS-EN-ARCHIVO-SW
              CLOSE PSGARC
           END-IF.

      * LAS LINEAS DE CONTROL DE ARCPRG1 NO SON RESERVAS
        0260-READ-PSG-ARC.
           READ PSGARC
              AT END MOVE "Y" TO WS-EOF-SW
              NOT AT END
                 IF PSGARC-LINE (1:9) NOT = "*ARCPRG1*"
                    MOVE "N" TO WS-ARC-CONTROL-SW
                    MOVE PSGARC-LINE TO PSG-REC
                 END-IF
           END-READ.

        0400-SEARCH-WAITLIST.
           IF WS-INCLUIR-ARCHIVO
              PERFORM 0450-SEARCH-WAITLIST-ARC
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WAITLIST.
           IF WS-WTL-STATUS NOT = "00"
           END-IF.

        0410-READ-NEXT-WTL.
           IF WS-EN-ARCHIVO
              MOVE "Y" TO WS-ARC-CONTROL-SW
              PERFORM 0460-READ-WTL-ARC
                 UNTIL WS-EOF OR NOT WS-ARC-CONTROL
           ELSE
              READ WAITLIST
                 AT END MOVE "Y" TO WS-EOF-SW
              END-READ
           END-IF.

        0420-CHECK-ONE-WTL.
           IF WTL-DOC = WS-ENT-DOC
              ADD 1 TO WS-CNT-HALLADOS
              DISPLAY "VUELO " WTL-FLIGHT-CODE
                 " EN LISTA DE ESPERA, POSICION " WTL-POS
              IF WS-EN-ARCHIVO
                 DISPLAY "   (ESPERA DEL ARCHIVO "
                    FUNCTION TRIM(WS-WTLARC-NOMBRE)
                    ")"
              END-IF
           END-IF.
           PERFORM 0410-READ-NEXT-WTL.

        0450-SEARCH-WAITLIST-ARC.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WTLARC.
           IF WS-ARC-STATUS NOT = "00"
              DISPLAY "NO HAY ARCHIVO " FUNCTION TRIM(WS-WTLARC-NOMBRE)
              IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                 CLOSE WTLARC
              END-IF
           ELSE
              MOVE "Y" TO WS-EN-ARCHIVO-SW
              PERFORM 0410-READ-NEXT-WTL
              PERFORM 0420-CHECK-ONE-WTL
                 UNTIL WS-EOF
              MOVE "N" TO WS-EN-ARCHIVO-SW
              CLOSE WTLARC
           END-IF.

        0460-READ-WTL-ARC.
           READ WTLARC
              AT END MOVE "Y" TO WS-EOF-SW
              NOT AT END
                 IF WTLARC-LINE (1:9) NOT = "*ARCPRG1*"
                    MOVE "N" TO WS-ARC-CONTROL-SW
                    MOVE WTLARC-LINE TO WTL-REC
                 END-IF
           END-READ.

      * NIVEL DE VIAJERO FRECUENTE DEL DOCUMENTO, SI TIENE CUENTA
        0500-SHOW-LOYALTY.
           OPEN INPUT FFMST.
           IF WS-FFM-STATUS NOT = "00"
              IF WS-FFM-STATUS = "05" OR WS-FFM-STATUS = "35"
                 CLOSE FFMST
              END-IF
           ELSE
              MOVE WS-ENT-DOC TO FFM-DOC
              READ FFMST
                 INVALID KEY
                    DISPLAY "SIN CUENTA DE VIAJERO FRECUENTE"
                 NOT INVALID KEY
                    EVALUATE FFM-TIER
                       WHEN "G"
                          MOVE "ORO" TO WS-TIER-TXT
                       WHEN "S"
                          MOVE "PLATA" TO WS-TIER-TXT
                       WHEN "N"
                          MOVE "SIN NIVEL" TO WS-TIER-TXT
                       WHEN OTHER
                          MOVE "BASICO" TO WS-TIER-TXT
                    END-EVALUATE
                    DISPLAY "VIAJERO FRECUENTE " FFM-NAME
                    DISPLAY "NIVEL " WS-TIER-TXT " - SALDO "
                       FFM-PUNTOS " PUNTOS"
              END-READ
              CLOSE FFMST
           END-IF.
          END PROGRAM PSGSRC1.
