      * (P) PROMOTION - WHILE THE FLIGHT HAS SEATS FREE (CAPACITY
      *     MINUS DETAIL LINES) THE LOWEST POSITIONS MOVE INTO
      *     PSGDTL.DAT AND LEAVE THE WAITLIST, WHICH IS REWRITTEN
      *     WITHOUT THEM. ON FLIGHTS WITH CABIN CLASSES (FLTCLASS.DAT,
      *     FLTCAB1) FREE SEATS ARE COUNTED PER CLASS AND ONLY A
      *     WAITLISTED PASSENGER OF A CLASS WITH A SEAT FREE MOVES UP
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WTL-STATUS.
      * CLASES DE CABINA DEL VUELO (FLTCAB1)
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SILLA ASIGNADA DENTRO DE LA CAPACIDAD DEL VUELO - CERO =
      * SIN SILLA (RESERVAS VIEJAS O PROMOVIDOS DE LISTA DE ESPERA)
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
      * CLASE DE CABINA RESERVADA (FLTCLASS.DAT) - BLANCO = Y
            05 PSG-CLASE                PIC X(01).
            05 PSG-FILLER               PIC X(04).

       FD WAITLIST.
       01 WTL-REC.
            05 WTL-POS                  PIC 9(3).
            05 WTL-NAME                 PIC X(40).
            05 WTL-DOC                  PIC X(20).
      * CLASE EN LA QUE ESPERA SILLA - BLANCO = Y
            05 WTL-CLASE                PIC X(01).

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-FIN-PROMO-SW            PIC X(01).
             88 WS-FIN-PROMO            VALUE "Y".

      * CLASES DEL VUELO CON SUS SILLAS LIBRES - SIN CLASES EN
      * FLTCLASS.DAT EL VUELO ES UNA SOLA CLASE Y CON TODA LA
      * CAPACIDAD. RESERVAS Y ESPERAS SIN CLASE CUENTAN COMO Y
        01   WS-FCL-STATUS              PIC XX.
        01   WS-CAB-COUNT               PIC 9(01).
        01   WS-CAB-IDX                 PIC 9(01).
        01   WS-CAB-HIT                 PIC 9(01).
        01   WS-BUS-CLASE               PIC X(01).
        01   WS-CAB-TABLA.
             03 WS-CAB-ENTRY OCCURS 3 TIMES.
                05 WS-CAB-CLASE         PIC X(1).
                05 WS-CAB-CAP           PIC 9(4).
                05 WS-CAB-BOOKED        PIC 9(4).
                05 WS-CAB-LIBRES        PIC S9(4).
        01   WS-CAB-LIBRES-ED           PIC ZZZ9.

      * LA LISTA DE ESPERA COMPLETA SE CARGA, SE TRABAJA EN MEMORIA
      * Y SE REESCRIBE SIN LOS PROMOVIDOS
        01   WS-WTL-COUNT               PIC 9(03) VALUE ZERO.
                05 WS-WTL-TBL-POS       PIC 9(3).
                05 WS-WTL-TBL-NAME      PIC X(40).
                05 WS-WTL-TBL-DOC       PIC X(20).
                05 WS-WTL-TBL-CLASE     PIC X(01).
                05 WS-WTL-TBL-BAJA      PIC X(01).

        PROCEDURE DIVISION.
        0120-SHOW-ONE-WTL.
           IF WTL-DOC = WS-ENT-DOC
              DISPLAY "VUELO " WTL-FLIGHT-CODE " POSICION " WTL-POS
                 " CLASE " WTL-CLASE " - " WTL-NAME
           END-IF.
           PERFORM 0110-READ-NEXT-WTL.

              IF NOT WS-FLT-FOUND
                 DISPLAY "CODIGO DE VUELO NO EXISTE EN FLIGHTS.DAT"
              ELSE
                 PERFORM 0315-LOAD-CABIN
                 PERFORM 0320-COUNT-BOOKED
                 MOVE ZERO TO WS-LIBRES
                 PERFORM 0325-FREE-BY-CLASS
                    VARYING WS-CAB-IDX FROM 1 BY 1
                    UNTIL WS-CAB-IDX > WS-CAB-COUNT
                 IF WS-LIBRES NOT > ZERO
                    DISPLAY "EL VUELO SIGUE LLENO - NADA QUE "
                       "PROMOVER"
              PERFORM 0311-READ-NEXT-FLIGHT
           END-IF.

        0315-LOAD-CABIN.
           MOVE ZERO TO WS-CAB-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0316-READ-NEXT-CABIN
              PERFORM 0317-ADD-CABIN
                 UNTIL WS-EOF
              CLOSE FLTCLASS
           END-IF.
           IF WS-CAB-COUNT = ZERO
              MOVE 1 TO WS-CAB-COUNT
              MOVE "Y" TO WS-CAB-CLASE (1)
              MOVE WS-FLT-CAP TO WS-CAB-CAP (1)
              MOVE ZERO TO WS-CAB-BOOKED (1)
           END-IF.

        0316-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0317-ADD-CABIN.
           IF FCL-FLIGHT-CODE = FUNCTION NUMVAL(WS-ENT-CODE)
              AND WS-CAB-COUNT < 3
              ADD 1 TO WS-CAB-COUNT
              MOVE FCL-CLASE    TO WS-CAB-CLASE (WS-CAB-COUNT)
              MOVE FCL-CAPACITY TO WS-CAB-CAP (WS-CAB-COUNT)
              MOVE ZERO         TO WS-CAB-BOOKED (WS-CAB-COUNT)
           END-IF.
           PERFORM 0316-READ-NEXT-CABIN.

        0320-COUNT-BOOKED.
           MOVE ZERO TO WS-BOOKED.
           MOVE "N" TO WS-EOF-SW.
        0322-COUNT-ONE-PSG.
           IF PSG-FLIGHT-CODE = FUNCTION NUMVAL(WS-ENT-CODE)
              ADD 1 TO WS-BOOKED
              MOVE PSG-CLASE TO WS-BUS-CLASE
              PERFORM 0700-FIND-CLASS
              IF WS-CAB-HIT > ZERO
                 ADD 1 TO WS-CAB-BOOKED (WS-CAB-HIT)
              END-IF
           END-IF.
           PERFORM 0321-READ-NEXT-PSG.

      * UNA CLASE SOBREVENDIDA NO RESTA SILLAS LIBRES A LAS DEMAS
        0325-FREE-BY-CLASS.
           COMPUTE WS-CAB-LIBRES (WS-CAB-IDX) =
              WS-CAB-CAP (WS-CAB-IDX) - WS-CAB-BOOKED (WS-CAB-IDX).
           IF WS-CAB-LIBRES (WS-CAB-IDX) > ZERO
              ADD WS-CAB-LIBRES (WS-CAB-IDX) TO WS-LIBRES
              MOVE WS-CAB-LIBRES (WS-CAB-IDX) TO WS-CAB-LIBRES-ED
              DISPLAY "CLASE " WS-CAB-CLASE (WS-CAB-IDX)
                 " SILLAS LIBRES: " WS-CAB-LIBRES-ED
           END-IF.

        0400-LOAD-WAITLIST.
           MOVE ZERO TO WS-WTL-COUNT.
           MOVE "N" TO WS-TRUNC-SW.
           MOVE WTL-POS         TO WS-WTL-TBL-POS (WS-WTL-COUNT).
           MOVE WTL-NAME        TO WS-WTL-TBL-NAME (WS-WTL-COUNT).
           MOVE WTL-DOC         TO WS-WTL-TBL-DOC (WS-WTL-COUNT).
           MOVE WTL-CLASE       TO WS-WTL-TBL-CLASE (WS-WTL-COUNT).
           MOVE "N"             TO WS-WTL-TBL-BAJA (WS-WTL-COUNT).
           PERFORM 0110-READ-NEXT-WTL.

      * PROMOTE THE LOWEST REMAINING POSITION OF THIS FLIGHT INTO
      * THE DETAIL FILE, ONE SEAT AT A TIME - ONLY POSITIONS WHOSE
      * CLASS STILL HAS A SEAT FREE ARE CANDIDATES
        0500-PROMOTE-LOWEST.
           MOVE ZERO TO WS-WTL-MEJOR.
           PERFORM 0510-FIND-LOWEST
              MOVE "Y" TO WS-FIN-PROMO-SW
           END-IF.
           IF WS-WTL-MEJOR > ZERO AND WS-LIBRES > ZERO
              MOVE WS-WTL-TBL-CLASE (WS-WTL-MEJOR) TO WS-BUS-CLASE
              PERFORM 0700-FIND-CLASS
              OPEN EXTEND PSGDTL
              IF WS-PSG-STATUS > "07"
                 DISPLAY "NO SE PUDO ABRIR PSGDTL.DAT"
                 MOVE SPACE TO PSG-CHECKIN
      * LA SILLA DEL PROMOVIDO SE ASIGNA EN MOSTRADOR (PSGSEA1)
                 MOVE ZERO TO PSG-SEAT
                 MOVE SPACE TO PSG-OVB
                 MOVE WS-CAB-CLASE (WS-CAB-HIT) TO PSG-CLASE
                 MOVE SPACES TO PSG-FILLER
                 WRITE PSG-REC
                 CLOSE PSGDTL
                 MOVE "S" TO WS-WTL-TBL-BAJA (WS-WTL-MEJOR)
                 SUBTRACT 1 FROM WS-LIBRES
                 SUBTRACT 1 FROM WS-CAB-LIBRES (WS-CAB-HIT)
                 ADD 1 TO WS-CNT-PROMOVIDOS
                 DISPLAY "PROMOVIDO: "
                    WS-WTL-TBL-NAME (WS-WTL-MEJOR)
           IF WS-WTL-TBL-CODE (WS-WTL-IDX) =
                 FUNCTION NUMVAL(WS-ENT-CODE)
              AND WS-WTL-TBL-BAJA (WS-WTL-IDX) = "N"
              MOVE WS-WTL-TBL-CLASE (WS-WTL-IDX) TO WS-BUS-CLASE
              PERFORM 0700-FIND-CLASS
           END-IF.
           IF WS-WTL-TBL-CODE (WS-WTL-IDX) =
                 FUNCTION NUMVAL(WS-ENT-CODE)
              AND WS-WTL-TBL-BAJA (WS-WTL-IDX) = "N"
              AND WS-CAB-HIT > ZERO
              AND WS-CAB-LIBRES (WS-CAB-HIT) > ZERO
              IF WS-WTL-MEJOR = ZERO
                 MOVE WS-WTL-IDX TO WS-WTL-MEJOR
              ELSE
              MOVE WS-WTL-TBL-POS (WS-WTL-IDX)  TO WTL-POS
              MOVE WS-WTL-TBL-NAME (WS-WTL-IDX) TO WTL-NAME
              MOVE WS-WTL-TBL-DOC (WS-WTL-IDX)  TO WTL-DOC
              MOVE WS-WTL-TBL-CLASE (WS-WTL-IDX) TO WTL-CLASE
              WRITE WTL-REC
           END-IF.

      * CLASE DE UNA RESERVA O ESPERA EN LA TABLA DEL VUELO - BLANCO
      * O UNA CLASE QUE EL VUELO YA NO TIENE CUENTAN COMO Y
        0700-FIND-CLASS.
           MOVE ZERO TO WS-CAB-HIT.
           IF WS-BUS-CLASE = SPACE
              MOVE "Y" TO WS-BUS-CLASE
           END-IF.
           PERFORM 0710-MATCH-CLASS
              VARYING WS-CAB-IDX FROM 1 BY 1
              UNTIL WS-CAB-IDX > WS-CAB-COUNT.
           IF WS-CAB-HIT = ZERO AND WS-BUS-CLASE NOT = "Y"
              MOVE "Y" TO WS-BUS-CLASE
              PERFORM 0710-MATCH-CLASS
                 VARYING WS-CAB-IDX FROM 1 BY 1
                 UNTIL WS-CAB-IDX > WS-CAB-COUNT
           END-IF.

        0710-MATCH-CLASS.
           IF WS-CAB-CLASE (WS-CAB-IDX) = WS-BUS-CLASE
              MOVE WS-CAB-IDX TO WS-CAB-HIT
           END-IF.
          END PROGRAM PSGWTL1.
