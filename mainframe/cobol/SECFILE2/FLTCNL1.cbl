      * PSGMOVE.DAT - SE ACABO RE-TECLEAR PASAJERO POR PASAJERO EN
      * PSGENT1 CUANDO UN VUELO SE CAE. LA LISTA DE ESPERA DEL
      * VUELO CANCELADO TAMBIEN SE REPORTA Y SE RETIRA DE
      * WAITLIST.DAT. EL PASAJERO SIN VUELO ALTERNO, O QUE NO ACEPTA
      * EL TRASLADO, RECIBE UN REEMBOLSO PENDIENTE POR SU PSG-FARE EN
      * EL LIBRO REFUND.DAT - LO APRUEBA UN SUPERVISOR EN RFDAPR1
      * ===============================================================

       ENVIRONMENT DIVISION.
            SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WTL-STATUS.
            SELECT OPTIONAL REFUND ASSIGN TO "REFUND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RFD-STATUS.

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

      * AUDITORIA DE REACOMODACION - QUIEN SE MOVIO DE DONDE A DONDE
       FD PSGMOVE.
            05 MOV-DOC                  PIC X(20).
            05 MOV-DE-VUELO             PIC 9(5).
            05 MOV-A-VUELO              PIC 9(5).
            05 MOV-USUARIO              PIC X(8).

      * LISTA DE ESPERA POR VUELO (PSGENT1/PSGWTL1) - LAS ENTRADAS
      * DEL VUELO CANCELADO SE REPORTAN Y SE RETIRAN PARA QUE NO
            05 WTL-POS                  PIC 9(3).
            05 WTL-NAME                 PIC X(40).
            05 WTL-DOC                  PIC X(20).
            05 WTL-CLASE                PIC X(01).

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

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-MOV-STATUS              PIC XX.
      * USUARIO DE LA SESION (USRSES1) PARA LAS LINEAS DE PSGMOVE.DAT
        01   WS-SES-REQ.
             03 WS-SES-FUNCION          PIC X(01).
             03 WS-SES-USUARIO          PIC X(08).
             03 WS-SES-RESULT           PIC X(01).
                88 WS-SES-OK            VALUE "S".
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-ENT-CODE                PIC X(05).
        01   WS-FECHA-HOY               PIC 9(08).
        01   WS-CNT-MOVIDOS             PIC 9(04) VALUE ZERO.

      * NUMERACION DE REEMBOLSOS: SIGUE AL MAYOR YA EN EL LIBRO
        01   WS-RFD-STATUS              PIC XX.
        01   WS-RFD-ULTIMO              PIC 9(06) VALUE ZERO.
        01   WS-RFD-MOTIVO              PIC X(01).
        01   WS-CNT-REEMBOLSOS          PIC 9(04) VALUE ZERO.
        01   WS-TOT-REEMBOLSOS          PIC 9(9)V99 VALUE ZERO.
        01   WS-TOT-REEMB-ED            PIC ZZZ,ZZZ,ZZ9.99.

      * FLIGHTS.DAT COMPLETO EN MEMORIA
        01   WS-FLT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FLT-IDX                 PIC 9(04).
                05 WS-PTB-FARE          PIC 9(7)V99.
                05 WS-PTB-CHECKIN       PIC X(01).
                05 WS-PTB-SEAT          PIC 9(03).
                05 WS-PTB-OVB           PIC X(01).
                05 WS-PTB-CLASE         PIC X(01).
                05 WS-PTB-FILLER        PIC X(04).

        01   WS-OCUPADOS                PIC 9(04).
        01   WS-CNT-IDX                 PIC 9(04).
                05 WS-WTL-TBL-POS       PIC 9(3).
                05 WS-WTL-TBL-NAME      PIC X(40).
                05 WS-WTL-TBL-DOC       PIC X(20).
                05 WS-WTL-TBL-CLASE     PIC X(01).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "SIGN-ON FALLIDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-FLIGHTS.
           PERFORM 0150-LOAD-PASSENGERS.
           IF WS-CARGA-TRUNCADA
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "C" TO WS-TBL-ESTADO (WS-FLT-HIT).
           PERFORM 0700-LAST-REFUND-NUM.
           PERFORM 0300-REACCOMMODATE
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PSG-COUNT.
              DISPLAY "ENTRADAS DE LISTA DE ESPERA RETIRADAS: "
                 WS-CNT-WTL-BAJAS
           END-IF.
           IF WS-CNT-REEMBOLSOS > ZERO
              MOVE WS-TOT-REEMBOLSOS TO WS-TOT-REEMB-ED
              DISPLAY "REEMBOLSOS PENDIENTES GENERADOS: "
                 WS-CNT-REEMBOLSOS " POR " WS-TOT-REEMB-ED
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

              IF WS-FLT-DEST = ZERO
                 DISPLAY "   SIN VUELO ALTERNO CON SILLAS EN LA "
                    "MISMA RUTA"
                 MOVE "S" TO WS-RFD-MOTIVO
                 PERFORM 0750-WRITE-REFUND
              ELSE
                 DISPLAY "   MOVER AL VUELO "
                    WS-TBL-CODE (WS-FLT-DEST) " DEL "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM-SI
                    PERFORM 0500-MOVE-PASSENGER
                 ELSE
                    MOVE "R" TO WS-RFD-MOTIVO
                    PERFORM 0750-WRITE-REFUND
                 END-IF
              END-IF
           END-IF.
      * LA SILLA ERA DEL VUELO CANCELADO - EN EL NUEVO VUELO QUEDA
      * SIN ASIGNAR HASTA QUE PSGSEA1 LE DE UNA
           MOVE ZERO TO WS-PTB-SEAT (WS-PSG-IDX).
      * EN EL NUEVO VUELO ENTRA DENTRO DE LA CAPACIDAD - SIN MARCA
      * DE SOBREVENTA
           MOVE SPACE TO WS-PTB-OVB (WS-PSG-IDX).
           IF WS-TBL-PAX (WS-FLT-HIT) > ZERO
              SUBTRACT 1 FROM WS-TBL-PAX (WS-FLT-HIT)
           END-IF.
              MOVE WS-PTB-DOC (WS-PSG-IDX) TO MOV-DOC
              MOVE WS-CODE-NUM TO MOV-DE-VUELO
              MOVE WS-TBL-CODE (WS-FLT-DEST) TO MOV-A-VUELO
              MOVE WS-SES-USUARIO TO MOV-USUARIO
              WRITE MOV-REC
              CLOSE PSGMOVE
           END-IF.

      * MAYOR NUMERO DE REEMBOLSO YA EN EL LIBRO
        0700-LAST-REFUND-NUM.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REFUND.
           IF WS-RFD-STATUS NOT = "00"
              IF WS-RFD-STATUS = "05" OR WS-RFD-STATUS = "35"
                 CLOSE REFUND
              END-IF
           ELSE
              PERFORM 0710-READ-NEXT-REFUND
              PERFORM 0720-CHECK-ONE-REFUND
                 UNTIL WS-EOF
              CLOSE REFUND
           END-IF.

        0710-READ-NEXT-REFUND.
           READ REFUND
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0720-CHECK-ONE-REFUND.
           IF RFD-NUM IS NUMERIC AND RFD-NUM > WS-RFD-ULTIMO
              MOVE RFD-NUM TO WS-RFD-ULTIMO
           END-IF.
           PERFORM 0710-READ-NEXT-REFUND.

      * REEMBOLSO PENDIENTE POR LA TARIFA PAGADA - EL PASAJERO QUEDA
      * EN EL VUELO CANCELADO. SIN TARIFA NO HAY NADA QUE DEVOLVER
        0750-WRITE-REFUND.
           IF WS-PTB-FARE (WS-PSG-IDX) NOT NUMERIC
              OR WS-PTB-FARE (WS-PSG-IDX) = ZERO
              DISPLAY "   TARIFA EN CERO - SIN REEMBOLSO"
           ELSE
              OPEN EXTEND REFUND
              IF WS-RFD-STATUS > "07"
                 DISPLAY "NO SE PUDO ABRIR REFUND.DAT"
              ELSE
                 ADD 1 TO WS-RFD-ULTIMO
                 MOVE SPACES TO RFD-REC
                 MOVE WS-RFD-ULTIMO TO RFD-NUM
                 MOVE WS-FECHA-HOY TO RFD-FECHA
                 MOVE WS-PTB-DOC (WS-PSG-IDX) TO RFD-DOC
                 MOVE WS-PTB-NAME (WS-PSG-IDX) TO RFD-NAME
                 MOVE WS-CODE-NUM TO RFD-FLIGHT-CODE
                 MOVE WS-TBL-AIRLINE (WS-FLT-HIT) TO RFD-AIRLINE
                 MOVE WS-TBL-DATE (WS-FLT-HIT) TO RFD-FLIGHT-DATE
                 MOVE WS-PTB-FARE (WS-PSG-IDX) TO RFD-MONTO
                 MOVE WS-RFD-MOTIVO TO RFD-MOTIVO
                 MOVE WS-PTB-CLASE (WS-PSG-IDX) TO RFD-CLASE
                 MOVE "P" TO RFD-ESTADO
                 MOVE ZERO TO RFD-FEC-APR RFD-FEC-PAGO
                 WRITE RFD-REC
                 CLOSE REFUND
                 ADD 1 TO WS-CNT-REEMBOLSOS
                 ADD WS-PTB-FARE (WS-PSG-IDX) TO WS-TOT-REEMBOLSOS
                 DISPLAY "   REEMBOLSO PENDIENTE No " WS-RFD-ULTIMO
              END-IF
           END-IF.

        0800-REWRITE-FLIGHTS.
           OPEN OUTPUT FFILE.
           PERFORM 0810-WRITE-ONE-FLIGHT
           MOVE WTL-POS         TO WS-WTL-TBL-POS (WS-WTL-COUNT).
           MOVE WTL-NAME        TO WS-WTL-TBL-NAME (WS-WTL-COUNT).
           MOVE WTL-DOC         TO WS-WTL-TBL-DOC (WS-WTL-COUNT).
           MOVE WTL-CLASE       TO WS-WTL-TBL-CLASE (WS-WTL-COUNT).
           PERFORM 0910-READ-NEXT-WTL.

        0930-REPORT-ONE-WTL.
              MOVE WS-WTL-TBL-POS (WS-WTL-IDX)  TO WTL-POS
              MOVE WS-WTL-TBL-NAME (WS-WTL-IDX) TO WTL-NAME
              MOVE WS-WTL-TBL-DOC (WS-WTL-IDX)  TO WTL-DOC
              MOVE WS-WTL-TBL-CLASE (WS-WTL-IDX) TO WTL-CLASE
              WRITE WTL-REC
           END-IF.

