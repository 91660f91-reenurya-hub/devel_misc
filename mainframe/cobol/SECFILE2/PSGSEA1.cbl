      * ASIGNA LA NUEVA, VALIDANDO QUE ESTE DENTRO DE LA CAPACIDAD
      * DEL VUELO (FLIGHTS.DAT) Y QUE NINGUN OTRO PASAJERO DEL MISMO
      * VUELO LA TENGA. EL DETALLE SE CARGA A UNA TABLA, SE TRABAJA
      * EN MEMORIA Y SE REESCRIBE AL SALIR, IGUAL QUE PSGCHK1.
      * SI EL VUELO TIENE CLASES DE CABINA (FLTCLASS.DAT, FLTCAB1)
      * LA SILLA NUEVA DEBE CAER EN EL RANGO DE LA CLASE DEL PASAJERO
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
      * CLASES DE CABINA DEL VUELO (FLTCAB1)
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 PSG-FARE                 PIC 9(7)V99.
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
      * CLASE DE CABINA RESERVADA (FLTCLASS.DAT) - BLANCO = Y
            05 PSG-CLASE                PIC X(01).
            05 PSG-FILLER               PIC X(04).

       FD FFILE.
       01 FLIGHTDETAILS.
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

        WORKING-STORAGE SECTION.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-FLT-FOUND-SW            PIC X(01).
             88 WS-FLT-FOUND            VALUE "Y".
        01   WS-CNT-CAMBIOS             PIC 9(04) VALUE ZERO.
      * RANGO DE SILLAS DE LA CLASE DEL PASAJERO - LAS CLASES DEL
      * VUELO NUMERAN SUS SILLAS SEGUIDAS EN EL ORDEN DE LA CABINA
        01   WS-FCL-STATUS              PIC XX.
        01   WS-PSG-CLASE               PIC X(01).
        01   WS-CLS-FOUND-SW            PIC X(01).
             88 WS-CLS-FOUND            VALUE "Y".
        01   WS-CLS-DESDE               PIC 9(05).
        01   WS-CLS-HASTA               PIC 9(05).
        01   WS-CAB-SIG-SEAT            PIC 9(05).

        01   WS-PSG-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-PSG-IDX                 PIC 9(04).
                05 WS-TBL-FARE          PIC 9(7)V99.
                05 WS-TBL-CHECKIN       PIC X(01).
                05 WS-TBL-SEAT          PIC 9(03).
                05 WS-TBL-OVB           PIC X(01).
                05 WS-TBL-CLASE         PIC X(01).
                05 WS-TBL-FILLER        PIC X(04).

        PROCEDURE DIVISION.

                    WS-TBL-SEAT (WS-PSG-HIT)
                 PERFORM 0400-GET-CAPACITY
                 IF WS-FLT-FOUND
                    PERFORM 0450-GET-CLASS-RANGE
                    PERFORM 0500-ASK-NEW-SEAT
                 ELSE
                    DISPLAY "VUELO NO EXISTE EN FLIGHTS.DAT"
              PERFORM 0410-READ-NEXT-FLIGHT
           END-IF.

      * SIN CLASES EN FLTCLASS.DAT, O SI LA CLASE DEL PASAJERO YA
      * NO ESTA EN EL VUELO, VALE TODA LA CAPACIDAD COMO ANTES
        0450-GET-CLASS-RANGE.
           MOVE WS-TBL-CLASE (WS-PSG-HIT) TO WS-PSG-CLASE.
           IF WS-PSG-CLASE = SPACE
              MOVE "Y" TO WS-PSG-CLASE
           END-IF.
           MOVE "N" TO WS-CLS-FOUND-SW.
           MOVE 1 TO WS-CAB-SIG-SEAT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0460-READ-NEXT-CABIN
              PERFORM 0470-MATCH-CABIN
                 UNTIL WS-EOF OR WS-CLS-FOUND
              CLOSE FLTCLASS
           END-IF.
           IF NOT WS-CLS-FOUND
              MOVE 1 TO WS-CLS-DESDE
              MOVE WS-FLT-CAP TO WS-CLS-HASTA
           END-IF.

        0460-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0470-MATCH-CABIN.
           IF FCL-FLIGHT-CODE = FUNCTION NUMVAL(WS-ENT-CODE)
              IF FCL-CLASE = WS-PSG-CLASE
                 MOVE "Y" TO WS-CLS-FOUND-SW
                 MOVE WS-CAB-SIG-SEAT TO WS-CLS-DESDE
                 COMPUTE WS-CLS-HASTA =
                    WS-CAB-SIG-SEAT + FCL-CAPACITY - 1
              ELSE
                 ADD FCL-CAPACITY TO WS-CAB-SIG-SEAT
              END-IF
           END-IF.
           IF NOT WS-CLS-FOUND
              PERFORM 0460-READ-NEXT-CABIN
           END-IF.

        0500-ASK-NEW-SEAT.
           DISPLAY "CLASE " WS-PSG-CLASE " - SILLA NUEVA ("
              WS-CLS-DESDE " A " WS-CLS-HASTA "): ".
           ACCEPT WS-ENT-SEAT.
           IF WS-ENT-SEAT NOT NUMERIC
              DISPLAY "SILLA DEBE SER NUMERICA"
           ELSE
           IF FUNCTION NUMVAL(WS-ENT-SEAT) < WS-CLS-DESDE
              OR FUNCTION NUMVAL(WS-ENT-SEAT) > WS-CLS-HASTA
              DISPLAY "SILLA FUERA DE LA CLASE DEL PASAJERO"
           ELSE
              COMPUTE WS-SEAT-NUM = FUNCTION NUMVAL(WS-ENT-SEAT)
              MOVE ZERO TO WS-DUP-HIT
