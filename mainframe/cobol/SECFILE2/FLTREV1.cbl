      * EACH FLIGHT'S REVENUE NEXT TO ITS PASSENGERS, CAPACITY AND
      * LOAD FACTOR (FROM FLIGHTS.DAT), AND ROLLS THE FIGURES UP PER
      * AIRLINE WITH ITS EMPRESA COMPANY RESOLVED THROUGH AIRCIA.DAT
      * - SO WE CAN SEE WHICH FULL FLIGHTS ACTUALLY EARN. REFUNDS OF
      * THE LEDGER REFUND.DAT (FLTCNL1, RFDAPR1) THAT WERE NOT
      * REJECTED ARE NETTED OUT OF EACH FLIGHT AND AIRLINE. FLIGHTS
      * WITH CABIN CLASSES ON FLTCLASS.DAT (FLTCAB1) GET ONE LINE PER
      * CLASS UNDER THE FLIGHT, AND THE AIRLINES A ROLLUP PER CLASS,
      * WITH THE YIELD (NET REVENUE PER PASSENGER) OF EACH CABIN
      * ===============================================================

       ENVIRONMENT DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EMP-ID
             FILE STATUS IS WS-EMPRESA-STATUS.
      * LIBRO DE REEMBOLSOS ESCRITO POR FLTCNL1
            SELECT OPTIONAL REFUND ASSIGN TO "REFUND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RFD-STATUS.
      * CLASES DE CABINA POR VUELO (FLTCAB1)
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.
            SELECT REVRPT ASSIGN TO "FLTREV.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
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

       FD AIRCIA.
       01  AIRCIA-REC.
           03 EMP-ESTADO       PIC X(01).
           03 EMP-FILLER       PIC X(483).

      * LIBRO DE REEMBOLSOS - UNA LINEA POR PASAJERO NO REACOMODADO
       FD REFUND.
       01 RFD-REC.
            05 RFD-NUM                  PIC 9(6).
            05 RFD-FECHA                PIC 9(8).
            05 RFD-DOC                  PIC X(20).
            05 RFD-NAME                 PIC X(40).
            05 RFD-FLIGHT-CODE          PIC 9(5).
            05 RFD-AIRLINE              PIC X(20).
            05 RFD-FLIGHT-DATE          PIC 9(8).
            05 RFD-MONTO                PIC 9(7)V99.
      * MOTIVO: S = SIN VUELO ALTERNO, R = NO ACEPTO EL TRASLADO
            05 RFD-MOTIVO               PIC X(1).
      * ESTADO: P = PENDIENTE, A = APROBADO, G = PAGADO,
      * R = RECHAZADO (RFDAPR1)
            05 RFD-ESTADO               PIC X(1).
            05 RFD-FEC-APR              PIC 9(8).
            05 RFD-USR-APR              PIC X(8).
            05 RFD-FEC-PAGO             PIC 9(8).
      * CLASE DE CABINA DEL PASAJERO - BLANCO = Y
            05 RFD-CLASE                PIC X(1).
            05 RFD-FILLER               PIC X(9).

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

       FD REVRPT.
       01  RPT-LINE                     PIC X(160).

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-EMPRESA-OPEN-SW         PIC X(01) VALUE "N".
             88 WS-EMPRESA-OPEN         VALUE "Y".
        01   WS-RPT-STATUS              PIC XX.
        01   WS-RFD-STATUS              PIC XX.
        01   WS-FCL-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".

                05 WS-REV-CODE          PIC 9(5).
                05 WS-REV-PAX           PIC 9(4).
                05 WS-REV-MONTO         PIC 9(11)V99.
                05 WS-REV-REEMB         PIC 9(11)V99.

      * REVENUE AND HEADCOUNT PER FLIGHT AND CABIN CLASS - BLANK
      * CLASS ON THE DETAIL OR THE REFUND COUNTS AS Y
        01   WS-BUS-CLASE               PIC X(01).
        01   WS-RCL-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-RCL-IDX                 PIC 9(04).
        01   WS-RCL-HIT                 PIC 9(04).
        01   WS-RCL-TABLA.
             03 WS-RCL-ENTRY OCCURS 3000 TIMES.
                05 WS-RCL-CODE          PIC 9(5).
                05 WS-RCL-CLASE         PIC X(1).
                05 WS-RCL-PAX           PIC 9(4).
                05 WS-RCL-MONTO         PIC 9(11)V99.
                05 WS-RCL-REEMB         PIC 9(11)V99.

      * CABIN CLASSES OF EVERY FLIGHT, IN CABIN ORDER
        01   WS-FCL-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FCL-IDX                 PIC 9(04).
        01   WS-FCL-TABLA.
             03 WS-FCL-ENTRY OCCURS 3000 TIMES.
                05 WS-FCL-CODE          PIC 9(5).
                05 WS-FCL-CLASE         PIC X(1).
                05 WS-FCL-CAP           PIC 9(4).

      * ROLLUP PER AIRLINE AND CABIN CLASS
        01   WS-ACL-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-ACL-IDX                 PIC 9(03).
        01   WS-ACL-HIT                 PIC 9(03).
        01   WS-ACL-TABLA.
             03 WS-ACL-ENTRY OCCURS 600 TIMES.
                05 WS-ACL-NAME          PIC X(20).
                05 WS-ACL-CLASE         PIC X(1).
                05 WS-ACL-PAX           PIC 9(6).
                05 WS-ACL-CAP           PIC 9(6).
                05 WS-ACL-MONTO         PIC 9(11)V99.
                05 WS-ACL-REEMB         PIC 9(11)V99.

      * ROLLUP PER AIRLINE
        01   WS-AIR-COUNT               PIC 9(03) VALUE ZERO.
                05 WS-AIR-PAX           PIC 9(6).
                05 WS-AIR-CAP           PIC 9(6).
                05 WS-AIR-MONTO         PIC 9(11)V99.
                05 WS-AIR-REEMB         PIC 9(11)V99.

      * AIRLINE-TO-COMPANY LOOKUP TABLE, LOADED FROM AIRCIA.DAT
        01   WS-AIRCIA-COUNT            PIC 9(03) VALUE ZERO.

        01   WS-LOAD-FACTOR             PIC 999.
        01   WS-TOT-MONTO               PIC 9(13)V99 VALUE ZERO.
        01   WS-TOT-REEMB               PIC 9(13)V99 VALUE ZERO.
        01   WS-NETO                    PIC S9(13)V99.
      * YIELD = INGRESO NETO POR PASAJERO DE LA CABINA
        01   WS-YIELD                   PIC S9(9)V99.
        01   WS-CLS-PAX                 PIC 9(06).
        01   WS-CLS-CAP                 PIC 9(06).
        01   WS-CLS-MONTO               PIC 9(11)V99.
        01   WS-CLS-REEMB               PIC 9(11)V99.

        01   WS-LIN-VUELO.
             05 DET-CODE                PIC 9(5).
             05 FILLER                  PIC X(01) VALUE '%'.
             05 FILLER                  PIC X(06) VALUE ' ING: '.
             05 DET-MONTO               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(08) VALUE ' REEMB: '.
             05 DET-REEMB               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(07) VALUE ' NETO: '.
             05 DET-NETO                PIC $$$,$$$,$$$,$$9.99-.

        01   WS-LIN-AEROLINEA.
             05 FILLER                  PIC X(10) VALUE 'AEROLINEA '.
             05 AIR-PAX                 PIC ZZZZZ9.
             05 FILLER                  PIC X(06) VALUE ' ING: '.
             05 AIR-MONTO               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(08) VALUE ' REEMB: '.
             05 AIR-REEMB               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(07) VALUE ' NETO: '.
             05 AIR-NETO                PIC $$$,$$$,$$$,$$9.99-.
             05 FILLER                  PIC X(06) VALUE ' CIA: '.
             05 AIR-CIA                 PIC X(30).

        01   WS-LIN-CLASE.
             05 FILLER                  PIC X(12)
                                        VALUE '      CLASE '.
             05 CLS-CLASE               PIC X(01).
             05 FILLER                  PIC X(13) VALUE SPACES.
             05 FILLER                  PIC X(05) VALUE ' PAX:'.
             05 CLS-PAX                 PIC ZZZ9.
             05 FILLER                  PIC X(05) VALUE ' CAP:'.
             05 CLS-CAP                 PIC ZZZ9.
             05 FILLER                  PIC X(04) VALUE ' LF:'.
             05 CLS-LF                  PIC ZZ9.
             05 FILLER                  PIC X(01) VALUE '%'.
             05 FILLER                  PIC X(06) VALUE ' ING: '.
             05 CLS-MONTO               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(08) VALUE ' REEMB: '.
             05 CLS-REEMB               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(07) VALUE ' NETO: '.
             05 CLS-NETO                PIC $$$,$$$,$$$,$$9.99-.
             05 FILLER                  PIC X(08) VALUE ' YIELD: '.
             05 CLS-YIELD               PIC $$$,$$$,$$9.99-.

        01   WS-LIN-AIR-CLASE.
             05 ACL-NAME                PIC X(20).
             05 FILLER                  PIC X(07) VALUE ' CLASE '.
             05 ACL-CLASE               PIC X(01).
             05 FILLER                  PIC X(05) VALUE ' PAX:'.
             05 ACL-PAX                 PIC ZZZZZ9.
             05 FILLER                  PIC X(05) VALUE ' CAP:'.
             05 ACL-CAP                 PIC ZZZZZ9.
             05 FILLER                  PIC X(04) VALUE ' LF:'.
             05 ACL-LF                  PIC ZZ9.
             05 FILLER                  PIC X(01) VALUE '%'.
             05 FILLER                  PIC X(06) VALUE ' ING: '.
             05 ACL-MONTO               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(08) VALUE ' REEMB: '.
             05 ACL-REEMB               PIC $$$,$$$,$$$,$$9.99.
             05 FILLER                  PIC X(07) VALUE ' NETO: '.
             05 ACL-NETO                PIC $$$,$$$,$$$,$$9.99-.
             05 FILLER                  PIC X(08) VALUE ' YIELD: '.
             05 ACL-YIELD               PIC $$$,$$$,$$9.99-.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-SUM-FARES.
           PERFORM 0180-SUM-REFUNDS.
           PERFORM 0150-LOAD-AIRCIA.
           PERFORM 0500-LOAD-CABINS.
           OPEN INPUT EMPRESA.
           IF WS-EMPRESA-OPEN-OK
              MOVE "Y" TO WS-EMPRESA-OPEN-SW
           WRITE RPT-LINE.
           PERFORM 0200-REPORT-FLIGHTS.
           PERFORM 0300-REPORT-AIRLINES.
           PERFORM 0400-REPORT-AIRLINE-CLASSES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-LIN-VUELO.
           STRING "INGRESO TOTAL: " DET-MONTO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOT-REEMB TO DET-REEMB.
           STRING "REEMBOLSOS   : " DET-REEMB
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           COMPUTE WS-NETO = WS-TOT-MONTO - WS-TOT-REEMB.
           MOVE WS-NETO TO DET-NETO.
           STRING "INGRESO NETO : " DET-NETO
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REVRPT.
           IF WS-EMPRESA-OPEN
              CLOSE EMPRESA
              MOVE PSG-FLIGHT-CODE TO WS-REV-CODE (WS-REV-COUNT)
              MOVE ZERO TO WS-REV-PAX (WS-REV-COUNT)
              MOVE ZERO TO WS-REV-MONTO (WS-REV-COUNT)
              MOVE ZERO TO WS-REV-REEMB (WS-REV-COUNT)
              MOVE WS-REV-COUNT TO WS-REV-HIT
           END-IF.
           IF WS-REV-HIT > ZERO
                 ADD PSG-FARE TO WS-REV-MONTO (WS-REV-HIT)
              END-IF
           END-IF.
           MOVE PSG-CLASE TO WS-BUS-CLASE.
           PERFORM 0140-FIND-CLASS-REV.
           IF WS-RCL-HIT > ZERO
              ADD 1 TO WS-RCL-PAX (WS-RCL-HIT)
              IF PSG-FARE IS NUMERIC
                 ADD PSG-FARE TO WS-RCL-MONTO (WS-RCL-HIT)
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-PSG.

        0130-FIND-FLIGHT-REV.
              MOVE WS-REV-IDX TO WS-REV-HIT
           END-IF.

      * ENTRADA DEL VUELO WS-REV-CODE (WS-REV-HIT) Y LA CLASE
      * WS-BUS-CLASE EN LA TABLA POR CLASE - SE CREA SI NO ESTA
        0140-FIND-CLASS-REV.
           MOVE ZERO TO WS-RCL-HIT.
           IF WS-BUS-CLASE = SPACE
              MOVE "Y" TO WS-BUS-CLASE
           END-IF.
           IF WS-REV-HIT > ZERO
              PERFORM 0145-MATCH-CLASS-REV
                 VARYING WS-RCL-IDX FROM 1 BY 1
                 UNTIL WS-RCL-IDX > WS-RCL-COUNT
                    OR WS-RCL-HIT > ZERO
              IF WS-RCL-HIT = ZERO AND WS-RCL-COUNT < 3000
                 ADD 1 TO WS-RCL-COUNT
                 MOVE WS-REV-CODE (WS-REV-HIT)
                    TO WS-RCL-CODE (WS-RCL-COUNT)
                 MOVE WS-BUS-CLASE TO WS-RCL-CLASE (WS-RCL-COUNT)
                 MOVE ZERO TO WS-RCL-PAX (WS-RCL-COUNT)
                 MOVE ZERO TO WS-RCL-MONTO (WS-RCL-COUNT)
                 MOVE ZERO TO WS-RCL-REEMB (WS-RCL-COUNT)
                 MOVE WS-RCL-COUNT TO WS-RCL-HIT
              END-IF
           END-IF.

        0145-MATCH-CLASS-REV.
           IF WS-RCL-CODE (WS-RCL-IDX) = WS-REV-CODE (WS-REV-HIT)
              AND WS-RCL-CLASE (WS-RCL-IDX) = WS-BUS-CLASE
              MOVE WS-RCL-IDX TO WS-RCL-HIT
           END-IF.

      * REEMBOLSOS NO RECHAZADOS (PENDIENTES, APROBADOS Y PAGADOS)
      * POR VUELO - SE DESCUENTAN DEL INGRESO
        0180-SUM-REFUNDS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REFUND.
           IF WS-RFD-STATUS NOT = "00"
              IF WS-RFD-STATUS = "05" OR WS-RFD-STATUS = "35"
                 CLOSE REFUND
              END-IF
           ELSE
              PERFORM 0185-READ-NEXT-REFUND
              PERFORM 0190-SUM-ONE-REFUND
                 UNTIL WS-EOF
              CLOSE REFUND
           END-IF.

        0185-READ-NEXT-REFUND.
           READ REFUND
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0190-SUM-ONE-REFUND.
           IF RFD-ESTADO NOT = "R" AND RFD-MONTO IS NUMERIC
              MOVE ZERO TO WS-REV-HIT
              PERFORM 0195-FIND-REFUND-FLIGHT
                 VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-COUNT
                    OR WS-REV-HIT > ZERO
              IF WS-REV-HIT = ZERO AND WS-REV-COUNT < 1000
                 ADD 1 TO WS-REV-COUNT
                 MOVE RFD-FLIGHT-CODE TO WS-REV-CODE (WS-REV-COUNT)
                 MOVE ZERO TO WS-REV-PAX (WS-REV-COUNT)
                 MOVE ZERO TO WS-REV-MONTO (WS-REV-COUNT)
                 MOVE ZERO TO WS-REV-REEMB (WS-REV-COUNT)
                 MOVE WS-REV-COUNT TO WS-REV-HIT
              END-IF
              IF WS-REV-HIT > ZERO
                 ADD RFD-MONTO TO WS-REV-REEMB (WS-REV-HIT)
              END-IF
              MOVE RFD-CLASE TO WS-BUS-CLASE
              PERFORM 0140-FIND-CLASS-REV
              IF WS-RCL-HIT > ZERO
                 ADD RFD-MONTO TO WS-RCL-REEMB (WS-RCL-HIT)
              END-IF
           END-IF.
           PERFORM 0185-READ-NEXT-REFUND.

        0195-FIND-REFUND-FLIGHT.
           IF WS-REV-CODE (WS-REV-IDX) = RFD-FLIGHT-CODE
              MOVE WS-REV-IDX TO WS-REV-HIT
           END-IF.

        0150-LOAD-AIRCIA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AIRCIA.
              MOVE WS-REV-PAX (WS-REV-HIT)   TO DET-PAX
              MOVE WS-REV-MONTO (WS-REV-HIT) TO DET-MONTO
              ADD WS-REV-MONTO (WS-REV-HIT)  TO WS-TOT-MONTO
              MOVE WS-REV-REEMB (WS-REV-HIT) TO DET-REEMB
              ADD WS-REV-REEMB (WS-REV-HIT)  TO WS-TOT-REEMB
              COMPUTE WS-NETO = WS-REV-MONTO (WS-REV-HIT)
                 - WS-REV-REEMB (WS-REV-HIT)
              MOVE WS-NETO TO DET-NETO
              IF FLIGHT-CAPACITY > ZERO
                 COMPUTE WS-LOAD-FACTOR ROUNDED =
                    (WS-REV-PAX (WS-REV-HIT) * 100)
           ELSE
              MOVE ZERO TO DET-PAX
              MOVE ZERO TO DET-MONTO
              MOVE ZERO TO DET-REEMB
              MOVE ZERO TO DET-NETO
           END-IF.
           MOVE WS-LOAD-FACTOR TO DET-LF.
           MOVE WS-LIN-VUELO TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0260-REPORT-FLIGHT-CLASS
              VARYING WS-FCL-IDX FROM 1 BY 1
              UNTIL WS-FCL-IDX > WS-FCL-COUNT.
           PERFORM 0240-ADD-AIRLINE-TOTAL.
           PERFORM 0210-READ-NEXT-FLIGHT.

              MOVE ZERO TO WS-AIR-PAX (WS-AIR-COUNT)
              MOVE ZERO TO WS-AIR-CAP (WS-AIR-COUNT)
              MOVE ZERO TO WS-AIR-MONTO (WS-AIR-COUNT)
              MOVE ZERO TO WS-AIR-REEMB (WS-AIR-COUNT)
              MOVE WS-AIR-COUNT TO WS-AIR-HIT
           END-IF.
           IF WS-AIR-HIT > ZERO
                    TO WS-AIR-PAX (WS-AIR-HIT)
                 ADD WS-REV-MONTO (WS-REV-HIT)
                    TO WS-AIR-MONTO (WS-AIR-HIT)
                 ADD WS-REV-REEMB (WS-REV-HIT)
                    TO WS-AIR-REEMB (WS-AIR-HIT)
              END-IF
           END-IF.

              MOVE WS-AIR-IDX TO WS-AIR-HIT
           END-IF.

      * UNA LINEA POR CLASE DE CABINA DEL VUELO, EN EL ORDEN DE
      * FLTCLASS.DAT - VUELOS SIN CLASES NO LLEVAN DESGLOSE
        0260-REPORT-FLIGHT-CLASS.
           IF WS-FCL-CODE (WS-FCL-IDX) = FLIGHT-CODE
              MOVE ZERO TO WS-CLS-PAX WS-CLS-MONTO WS-CLS-REEMB
              MOVE WS-FCL-CAP (WS-FCL-IDX) TO WS-CLS-CAP
              MOVE ZERO TO WS-RCL-HIT
              PERFORM 0265-FIND-FLIGHT-CLASS
                 VARYING WS-RCL-IDX FROM 1 BY 1
                 UNTIL WS-RCL-IDX > WS-RCL-COUNT
                    OR WS-RCL-HIT > ZERO
              IF WS-RCL-HIT > ZERO
                 MOVE WS-RCL-PAX (WS-RCL-HIT)   TO WS-CLS-PAX
                 MOVE WS-RCL-MONTO (WS-RCL-HIT) TO WS-CLS-MONTO
                 MOVE WS-RCL-REEMB (WS-RCL-HIT) TO WS-CLS-REEMB
              END-IF
              PERFORM 0600-CLASS-FIGURES
              MOVE WS-FCL-CLASE (WS-FCL-IDX) TO CLS-CLASE
              MOVE WS-CLS-PAX     TO CLS-PAX
              MOVE WS-CLS-CAP     TO CLS-CAP
              MOVE WS-LOAD-FACTOR TO CLS-LF
              MOVE WS-CLS-MONTO   TO CLS-MONTO
              MOVE WS-CLS-REEMB   TO CLS-REEMB
              MOVE WS-NETO        TO CLS-NETO
              MOVE WS-YIELD       TO CLS-YIELD
              MOVE WS-LIN-CLASE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 0270-ADD-AIRLINE-CLASS
           END-IF.

        0265-FIND-FLIGHT-CLASS.
           IF WS-RCL-CODE (WS-RCL-IDX) = FLIGHT-CODE
              AND WS-RCL-CLASE (WS-RCL-IDX) = WS-FCL-CLASE (WS-FCL-IDX)
              MOVE WS-RCL-IDX TO WS-RCL-HIT
           END-IF.

        0270-ADD-AIRLINE-CLASS.
           MOVE ZERO TO WS-ACL-HIT.
           PERFORM 0275-FIND-AIRLINE-CLASS
              VARYING WS-ACL-IDX FROM 1 BY 1
              UNTIL WS-ACL-IDX > WS-ACL-COUNT
                 OR WS-ACL-HIT > ZERO.
           IF WS-ACL-HIT = ZERO AND WS-ACL-COUNT < 600
              ADD 1 TO WS-ACL-COUNT
              MOVE FLIGHT-AIRLINE TO WS-ACL-NAME (WS-ACL-COUNT)
              MOVE WS-FCL-CLASE (WS-FCL-IDX)
                 TO WS-ACL-CLASE (WS-ACL-COUNT)
              MOVE ZERO TO WS-ACL-PAX (WS-ACL-COUNT)
              MOVE ZERO TO WS-ACL-CAP (WS-ACL-COUNT)
              MOVE ZERO TO WS-ACL-MONTO (WS-ACL-COUNT)
              MOVE ZERO TO WS-ACL-REEMB (WS-ACL-COUNT)
              MOVE WS-ACL-COUNT TO WS-ACL-HIT
           END-IF.
           IF WS-ACL-HIT > ZERO
              ADD WS-CLS-PAX   TO WS-ACL-PAX (WS-ACL-HIT)
              ADD WS-CLS-CAP   TO WS-ACL-CAP (WS-ACL-HIT)
              ADD WS-CLS-MONTO TO WS-ACL-MONTO (WS-ACL-HIT)
              ADD WS-CLS-REEMB TO WS-ACL-REEMB (WS-ACL-HIT)
           END-IF.

        0275-FIND-AIRLINE-CLASS.
           IF WS-ACL-NAME (WS-ACL-IDX) = FLIGHT-AIRLINE
              AND WS-ACL-CLASE (WS-ACL-IDX) = WS-FCL-CLASE (WS-FCL-IDX)
              MOVE WS-ACL-IDX TO WS-ACL-HIT
           END-IF.

        0300-REPORT-AIRLINES.
           IF WS-AIR-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
           MOVE WS-AIR-NAME (WS-AIR-IDX)  TO AIR-NAME.
           MOVE WS-AIR-PAX (WS-AIR-IDX)   TO AIR-PAX.
           MOVE WS-AIR-MONTO (WS-AIR-IDX) TO AIR-MONTO.
           MOVE WS-AIR-REEMB (WS-AIR-IDX) TO AIR-REEMB.
           COMPUTE WS-NETO = WS-AIR-MONTO (WS-AIR-IDX)
              - WS-AIR-REEMB (WS-AIR-IDX).
           MOVE WS-NETO TO AIR-NETO.
           MOVE WS-CIA-NOMBRE             TO AIR-CIA.
           MOVE WS-LIN-AEROLINEA TO RPT-LINE.
           WRITE RPT-LINE.
                 END-READ
              END-IF
           END-IF.

      * RENDIMIENTO POR CABINA DE CADA AEROLINEA - SOLO VUELOS CON
      * CLASES DEFINIDAS EN FLTCLASS.DAT
        0400-REPORT-AIRLINE-CLASSES.
           IF WS-ACL-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "TOTALES POR AEROLINEA Y CLASE DE CABINA"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              PERFORM 0410-REPORT-ONE-AIR-CLASS
                 VARYING WS-ACL-IDX FROM 1 BY 1
                 UNTIL WS-ACL-IDX > WS-ACL-COUNT
           END-IF.

        0410-REPORT-ONE-AIR-CLASS.
           MOVE WS-ACL-PAX (WS-ACL-IDX)   TO WS-CLS-PAX.
           MOVE WS-ACL-CAP (WS-ACL-IDX)   TO WS-CLS-CAP.
           MOVE WS-ACL-MONTO (WS-ACL-IDX) TO WS-CLS-MONTO.
           MOVE WS-ACL-REEMB (WS-ACL-IDX) TO WS-CLS-REEMB.
           PERFORM 0600-CLASS-FIGURES.
           MOVE WS-ACL-NAME (WS-ACL-IDX)  TO ACL-NAME.
           MOVE WS-ACL-CLASE (WS-ACL-IDX) TO ACL-CLASE.
           MOVE WS-CLS-PAX     TO ACL-PAX.
           MOVE WS-CLS-CAP     TO ACL-CAP.
           MOVE WS-LOAD-FACTOR TO ACL-LF.
           MOVE WS-CLS-MONTO   TO ACL-MONTO.
           MOVE WS-CLS-REEMB   TO ACL-REEMB.
           MOVE WS-NETO        TO ACL-NETO.
           MOVE WS-YIELD       TO ACL-YIELD.
           MOVE WS-LIN-AIR-CLASE TO RPT-LINE.
           WRITE RPT-LINE.

        0500-LOAD-CABINS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0510-READ-NEXT-CABIN
              PERFORM 0520-ADD-CABIN
                 UNTIL WS-EOF OR WS-FCL-COUNT >= 3000
              CLOSE FLTCLASS
           END-IF.

        0510-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0520-ADD-CABIN.
           ADD 1 TO WS-FCL-COUNT.
           MOVE FCL-FLIGHT-CODE TO WS-FCL-CODE (WS-FCL-COUNT).
           MOVE FCL-CLASE       TO WS-FCL-CLASE (WS-FCL-COUNT).
           MOVE FCL-CAPACITY    TO WS-FCL-CAP (WS-FCL-COUNT).
           PERFORM 0510-READ-NEXT-CABIN.

      * FACTOR DE OCUPACION, NETO Y YIELD DE LAS CIFRAS WS-CLS-*
        0600-CLASS-FIGURES.
           MOVE ZERO TO WS-LOAD-FACTOR WS-YIELD.
           IF WS-CLS-CAP > ZERO
              COMPUTE WS-LOAD-FACTOR ROUNDED =
                 (WS-CLS-PAX * 100) / WS-CLS-CAP
           END-IF.
           COMPUTE WS-NETO = WS-CLS-MONTO - WS-CLS-REEMB.
           IF WS-CLS-PAX > ZERO
              COMPUTE WS-YIELD ROUNDED = WS-NETO / WS-CLS-PAX
           END-IF.
          END PROGRAM FLTREV1.
