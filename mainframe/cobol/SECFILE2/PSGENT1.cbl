      * FLIGHT-PASSENGERS TOTAL. WHEN THE FLIGHT IS FULL (DETAIL
      * LINES AT CAPACITY) THE PASSENGER CAN GO TO THE WAITLIST
      * WAITLIST.DAT IN POSITION ORDER - PSGWTL1 PROMOTES FROM THERE
      * WHEN A SEAT FREES AND ANSWERS POSITION INQUIRIES.
      * PAST CAPACITY THE FLIGHT STILL TAKES BOOKINGS UP TO THE
      * AIRLINE'S OVERBOOKING MARGIN (AIR-OVB-PCT ON AIRLINE.DAT),
      * FLAGGED PSG-OVB = O AND WITHOUT A SEAT - THE CHECK-IN CLOSE
      * PSGCLS1 SEATS THEM ON NO-SHOW SEATS OR DENIES BOARDING.
      * ONLY BEYOND THE MARGIN DOES THE PASSENGER GO TO THE WAITLIST.
      * FLIGHTS WITH CABIN CLASSES ON FLTCLASS.DAT (FLTCAB1) BOOK BY
      * CLASS: CAPACITY, OVERBOOKING MARGIN AND SEAT RANGE ARE THOSE
      * OF THE CLASS, AND ENTER ON THE FARE TAKES THE CLASS FARE.
      * A FLIGHT WITHOUT CLASSES IS A SINGLE CABIN Y, AS BEFORE
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WTL-STATUS.
      * AIRLINE MASTER - MARGEN DE SOBREVENTA DE LA AEROLINEA
            SELECT OPTIONAL AIRLINES ASSIGN TO "AIRLINE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AIR-STATUS.
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

       FD AIRLINES.
       01  AIRLINE-REC.
            05 AIR-NAME                 PIC X(20).
      * PORCENTAJE DE SOBREVENTA PERMITIDO SOBRE LA CAPACIDAD
            05 AIR-OVB-PCT              PIC 9(03).
      * COMPENSACION POR EMBARQUE DENEGADO: F = MONTO FIJO,
      * P = PORCENTAJE DE LA TARIFA PAGADA (AIR-COMP-VALOR)
            05 AIR-COMP-TIPO            PIC X(01).
            05 AIR-COMP-VALOR           PIC 9(7)V99.

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-SEAT-NUM                PIC 9(03).
        01   WS-SEAT-IDX                PIC 9(04).
        01   WS-SEAT-TOPE               PIC 9(03).
      * TOPE DE RESERVAS = CAPACIDAD MAS EL MARGEN DE SOBREVENTA
        01   WS-AIR-STATUS              PIC XX.
        01   WS-AIR-EOF-SW              PIC X(01).
             88 WS-AIR-EOF              VALUE "Y".
        01   WS-FLT-AIRLINE             PIC X(20).
        01   WS-OVB-PCT                 PIC 9(03).
        01   WS-FLT-TOPE                PIC 9(05).
        01   WS-OVB-MARCA               PIC X(01).
      * MAPA DE SILLAS TOMADAS DEL VUELO, ARMADO EN EL MISMO
      * RECORRIDO QUE CUENTA LOS RESERVADOS
        01   WS-SEAT-MAP.
             03 WS-SEAT-TOMADA PIC X(01) OCCURS 999 TIMES.
        01   WS-SEAT-DESDE              PIC 9(04).
      * CLASES DEL VUELO EN ORDEN DE CABINA - LAS SILLAS DE CADA UNA
      * SIGUEN A LAS DE LA ANTERIOR. SIN CLASES = UNA SOLA CLASE Y
        01   WS-FCL-STATUS              PIC XX.
        01   WS-FCL-EOF-SW              PIC X(01).
             88 WS-FCL-EOF              VALUE "Y".
        01   WS-ENT-CLASE               PIC X(01).
        01   WS-CAB-COUNT               PIC 9(01).
        01   WS-CAB-IDX                 PIC 9(01).
        01   WS-CAB-SIG-SEAT            PIC 9(05).
        01   WS-CAB-TABLA.
             03 WS-CAB-ENTRY OCCURS 3 TIMES.
                05 WS-CAB-CLASE         PIC X(1).
                05 WS-CAB-CAP           PIC 9(4).
                05 WS-CAB-FARE          PIC 9(7)V99.
                05 WS-CAB-DESDE         PIC 9(5).
                05 WS-CAB-HASTA         PIC 9(5).
      * CLASE PEDIDA: CAPACIDAD, RANGO DE SILLAS Y TARIFA
        01   WS-CLS-FOUND-SW            PIC X(01).
             88 WS-CLS-FOUND            VALUE "Y".
        01   WS-CLS-CAP                 PIC 9(04).
        01   WS-CLS-DESDE               PIC 9(05).
        01   WS-CLS-HASTA               PIC 9(05).
        01   WS-CLS-FARE                PIC 9(7)V99.
        01   WS-PSG-CLASE               PIC X(01).

        PROCEDURE DIVISION.

           ACCEPT WS-ENT-NAME.
           DISPLAY "DOCUMENTO           : ".
           ACCEPT WS-ENT-DOC.
           DISPLAY "CLASE (ENTER = Y)   : ".
           ACCEPT WS-ENT-CLASE.
           IF WS-ENT-CLASE = SPACE
              MOVE "Y" TO WS-ENT-CLASE
           END-IF.
           DISPLAY "TARIFA (EJ 350000.00, ENTER = LA DE LA CLASE): ".
           ACCEPT WS-ENT-FARE.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "CODIGO DE VUELO DEBE SER NUMERICO"
              DISPLAY "NOMBRE Y DOCUMENTO SON OBLIGATORIOS"
           ELSE
              PERFORM 0200-CHECK-FLIGHT
              IF WS-FLT-FOUND
                 PERFORM 0225-LOAD-CABIN
              END-IF
              IF WS-FLT-FOUND AND NOT WS-CLS-FOUND
                 DISPLAY "CLASE " WS-ENT-CLASE " NO EXISTE EN EL VUELO"
              ELSE
              IF WS-FLT-FOUND
                 PERFORM 0250-COUNT-BOOKED
                 PERFORM 0230-GET-MARGIN
                 IF WS-BOOKED < WS-CLS-CAP
                    MOVE SPACE TO WS-OVB-MARCA
                    PERFORM 0280-ASSIGN-SEAT
                    IF WS-SEAT-NUM > ZERO
                       PERFORM 0300-WRITE-DETAIL
                    END-IF
                 ELSE
                 IF WS-BOOKED < WS-FLT-TOPE
                    PERFORM 0350-WRITE-OVERBOOKED
                 ELSE
                    DISPLAY "CLASE " WS-ENT-CLASE " LLENA ("
                       WS-BOOKED " DE " WS-CLS-CAP ")"
                    DISPLAY "PONER EN LISTA DE ESPERA? (Y/N): "
                    ACCEPT WS-QUIERE-WTL
                    IF WS-QUIERE-WTL-SI
                       PERFORM 0400-WRITE-WAITLIST
                    END-IF
                 END-IF
                 END-IF
              ELSE
                 DISPLAY "CODIGO DE VUELO NO EXISTE EN FLIGHTS.DAT"
              END-IF
              END-IF.
           DISPLAY "OTRO PASAJERO? (Y/N): ".
           ACCEPT WS-SIGUE.
              ELSE
                 MOVE "Y" TO WS-FLT-FOUND-SW
                 MOVE FLIGHT-CAPACITY TO WS-FLT-CAP
                 MOVE FLIGHT-AIRLINE TO WS-FLT-AIRLINE
              END-IF
           ELSE
              PERFORM 0210-READ-NEXT-FLIGHT
           END-IF.

      * CABIN CLASSES OF THE FLIGHT, SEAT RANGES GIVEN IN CABIN
      * ORDER, AND THE CLASS ASKED FOR. NO LINES ON FLTCLASS.DAT =
      * ONE CLASS Y WITH THE WHOLE CAPACITY AND NO FARE
        0225-LOAD-CABIN.
           MOVE ZERO TO WS-CAB-COUNT.
           MOVE 1 TO WS-CAB-SIG-SEAT.
           MOVE "N" TO WS-FCL-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0226-READ-NEXT-CABIN
              PERFORM 0227-ADD-CABIN
                 UNTIL WS-FCL-EOF
              CLOSE FLTCLASS
           END-IF.
           IF WS-CAB-COUNT = ZERO
              MOVE 1 TO WS-CAB-COUNT
              MOVE "Y" TO WS-CAB-CLASE (1)
              MOVE WS-FLT-CAP TO WS-CAB-CAP (1)
              MOVE ZERO TO WS-CAB-FARE (1)
              MOVE 1 TO WS-CAB-DESDE (1)
              MOVE WS-FLT-CAP TO WS-CAB-HASTA (1)
           END-IF.
           MOVE "N" TO WS-CLS-FOUND-SW.
           PERFORM 0228-MATCH-CLASS
              VARYING WS-CAB-IDX FROM 1 BY 1
              UNTIL WS-CAB-IDX > WS-CAB-COUNT OR WS-CLS-FOUND.

        0226-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-FCL-EOF-SW
           END-READ.

        0227-ADD-CABIN.
           IF FCL-FLIGHT-CODE = FUNCTION NUMVAL(WS-ENT-CODE)
              AND WS-CAB-COUNT < 3
              ADD 1 TO WS-CAB-COUNT
              MOVE FCL-CLASE    TO WS-CAB-CLASE (WS-CAB-COUNT)
              MOVE FCL-CAPACITY TO WS-CAB-CAP (WS-CAB-COUNT)
              MOVE FCL-FARE     TO WS-CAB-FARE (WS-CAB-COUNT)
              MOVE WS-CAB-SIG-SEAT TO WS-CAB-DESDE (WS-CAB-COUNT)
              ADD FCL-CAPACITY TO WS-CAB-SIG-SEAT
              COMPUTE WS-CAB-HASTA (WS-CAB-COUNT) =
                 WS-CAB-SIG-SEAT - 1
           END-IF.
           PERFORM 0226-READ-NEXT-CABIN.

        0228-MATCH-CLASS.
           IF WS-CAB-CLASE (WS-CAB-IDX) = WS-ENT-CLASE
              MOVE "Y" TO WS-CLS-FOUND-SW
              MOVE WS-CAB-CAP (WS-CAB-IDX)   TO WS-CLS-CAP
              MOVE WS-CAB-DESDE (WS-CAB-IDX) TO WS-CLS-DESDE
              MOVE WS-CAB-HASTA (WS-CAB-IDX) TO WS-CLS-HASTA
              MOVE WS-CAB-FARE (WS-CAB-IDX)  TO WS-CLS-FARE
           END-IF.

      * OVERBOOKING MARGIN OF THE FLIGHT'S AIRLINE - NO MASTER, NO
      * ENTRY OR NO PERCENTAGE ON IT MEANS NO MARGIN: THE BOOKING
      * LIMIT IS THE CAPACITY ITSELF, AS BEFORE. THE MARGIN APPLIES
      * TO THE CAPACITY OF THE CLASS BEING BOOKED
        0230-GET-MARGIN.
           MOVE ZERO TO WS-OVB-PCT.
           MOVE "N" TO WS-AIR-EOF-SW.
           OPEN INPUT AIRLINES.
           IF WS-AIR-STATUS NOT = "00"
              IF WS-AIR-STATUS = "05" OR WS-AIR-STATUS = "35"
                 CLOSE AIRLINES
              END-IF
           ELSE
              PERFORM 0235-READ-NEXT-AIRLINE
              PERFORM 0240-MATCH-AIRLINE
                 UNTIL WS-AIR-EOF
              CLOSE AIRLINES
           END-IF.
           COMPUTE WS-FLT-TOPE =
              WS-CLS-CAP + (WS-CLS-CAP * WS-OVB-PCT) / 100.

        0235-READ-NEXT-AIRLINE.
           READ AIRLINES
              AT END MOVE "Y" TO WS-AIR-EOF-SW
           END-READ.

        0240-MATCH-AIRLINE.
           IF AIR-NAME = WS-FLT-AIRLINE
              IF AIR-OVB-PCT IS NUMERIC
                 MOVE AIR-OVB-PCT TO WS-OVB-PCT
              END-IF
              MOVE "Y" TO WS-AIR-EOF-SW
           ELSE
              PERFORM 0235-READ-NEXT-AIRLINE
           END-IF.

      * SEATS TAKEN = DETAIL LINES ALREADY ON FILE FOR THE FLIGHT -
      * THE DETAIL FILE IS THE TRUTH, NOT THE BARE COUNTER FIELD.
      * ONLY THE CLASS BEING BOOKED COUNTS; THE SEAT MAP IS THE WHOLE
      * FLIGHT'S
        0250-COUNT-BOOKED.
           MOVE ZERO TO WS-BOOKED.
           MOVE ALL "N" TO WS-SEAT-MAP.

        0270-COUNT-ONE-PSG.
           IF PSG-FLIGHT-CODE = FUNCTION NUMVAL(WS-ENT-CODE)
              MOVE PSG-CLASE TO WS-PSG-CLASE
              IF WS-PSG-CLASE = SPACE
                 MOVE "Y" TO WS-PSG-CLASE
              END-IF
              IF WS-PSG-CLASE = WS-ENT-CLASE
                 ADD 1 TO WS-BOOKED
              END-IF
              IF PSG-SEAT IS NUMERIC AND PSG-SEAT > ZERO
                 MOVE "S" TO WS-SEAT-TOMADA (PSG-SEAT)
              END-IF
           PERFORM 0260-READ-NEXT-PSG.

      * SILLA DENTRO DE LA CAPACIDAD, SIN DUPLICARSE CON LAS YA
      * TOMADAS EN EL VUELO. ENTER = LA PRIMERA LIBRE. SOLO VALEN
      * LAS SILLAS DEL RANGO DE LA CLASE
        0280-ASSIGN-SEAT.
           MOVE ZERO TO WS-SEAT-NUM.
      * EL MAPA DE SILLAS LLEGA HASTA 999 - CAPACIDADES MAYORES SE
      * NUMERAN SOLO HASTA AHI
           IF WS-CLS-HASTA > 999
              MOVE 999 TO WS-SEAT-TOPE
           ELSE
              MOVE WS-CLS-HASTA TO WS-SEAT-TOPE
           END-IF.
           MOVE WS-CLS-DESDE TO WS-SEAT-DESDE.
           DISPLAY "SILLA (" WS-SEAT-DESDE " A " WS-SEAT-TOPE
              ", ENTER = AUTO): ".
           ACCEPT WS-ENT-SEAT.
           IF WS-ENT-SEAT = SPACES
              PERFORM 0290-AUTO-SEAT
                 VARYING WS-SEAT-IDX FROM WS-SEAT-DESDE BY 1
                 UNTIL WS-SEAT-IDX > WS-SEAT-TOPE
                    OR WS-SEAT-NUM > ZERO
              IF WS-SEAT-NUM = ZERO
           IF WS-ENT-SEAT NOT NUMERIC
              DISPLAY "SILLA DEBE SER NUMERICA - NO SE GRABA"
           ELSE
           IF FUNCTION NUMVAL(WS-ENT-SEAT) < WS-SEAT-DESDE
              OR FUNCTION NUMVAL(WS-ENT-SEAT) > WS-SEAT-TOPE
              DISPLAY "SILLA FUERA DE LA CLASE - NO SE GRABA"
           ELSE
              COMPUTE WS-SEAT-IDX = FUNCTION NUMVAL(WS-ENT-SEAT)
              IF WS-SEAT-TOMADA (WS-SEAT-IDX) = "S"
              MOVE WS-WTL-POSICION TO WTL-POS
              MOVE WS-ENT-NAME TO WTL-NAME
              MOVE WS-ENT-DOC  TO WTL-DOC
              MOVE WS-ENT-CLASE TO WTL-CLASE
              WRITE WTL-REC
              CLOSE WAITLIST
              DISPLAY "EN LISTA DE ESPERA, POSICION "
           END-IF.
           PERFORM 0410-READ-NEXT-WTL.

      * LLENO PERO DENTRO DEL MARGEN: LA RESERVA SE ACEPTA SIN SILLA
      * Y MARCADA - LA SILLA SE DEFINE AL CIERRE DE CHEQUEO (PSGCLS1)
        0350-WRITE-OVERBOOKED.
           DISPLAY "CLASE " WS-ENT-CLASE " LLENA (" WS-BOOKED " DE "
              WS-CLS-CAP ") - RESERVA EN SOBREVENTA, MARGEN "
              WS-OVB-PCT "%".
           DISPLAY "SIN SILLA HASTA EL CIERRE DE CHEQUEO".
           MOVE ZERO TO WS-SEAT-NUM.
           MOVE "O" TO WS-OVB-MARCA.
           PERFORM 0300-WRITE-DETAIL.

        0300-WRITE-DETAIL.
           OPEN EXTEND PSGDTL.
           IF WS-PSG-STATUS > "07"
              MOVE WS-ENT-NAME TO PSG-NAME
              MOVE WS-ENT-DOC  TO PSG-DOC
              IF WS-ENT-FARE = SPACES
                 MOVE WS-CLS-FARE TO PSG-FARE
              ELSE
                 COMPUTE PSG-FARE = FUNCTION NUMVAL(WS-ENT-FARE)
              END-IF
              MOVE SPACE TO PSG-CHECKIN
              MOVE WS-SEAT-NUM TO PSG-SEAT
              MOVE WS-OVB-MARCA TO PSG-OVB
              MOVE WS-ENT-CLASE TO PSG-CLASE
              MOVE SPACES TO PSG-FILLER
              WRITE PSG-REC
              CLOSE PSGDTL
