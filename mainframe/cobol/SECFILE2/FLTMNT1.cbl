      * ESTADO DEL VUELO: A O BLANCO = ACTIVO, C = CANCELADO
      * (LO MARCA FLTCNL1 AL CANCELAR Y REACOMODAR)
            05 FLIGHT-ESTADO             PIC X(1).
      * PATRON DE ITINERARIO QUE GENERO EL VUELO (FLTGEN1) - EN
      * BLANCO PARA LOS VUELOS CAPTURADOS A MANO
            05 FLIGHT-PATRON             PIC X(5).

       FD ACFTYPE.
       01 ACF-REC.
                05 WS-TBL-TIME          PIC 9(4).
                05 WS-TBL-ACFT          PIC X(4).
                05 WS-TBL-ESTADO        PIC X(1).
                05 WS-TBL-PATRON        PIC X(5).

        PROCEDURE DIVISION.

           END-IF.
           MOVE FLIGHT-ACFT TO WS-TBL-ACFT (WS-FLT-COUNT).
           MOVE FLIGHT-ESTADO TO WS-TBL-ESTADO (WS-FLT-COUNT).
           MOVE FLIGHT-PATRON TO WS-TBL-PATRON (WS-FLT-COUNT).
           PERFORM 0110-READ-NEXT.

        0200-MENU.
                       PERFORM 0310-MOVE-FIELDS-TO-TABLE
                       MOVE ZERO TO WS-TBL-TOTAL (WS-FLT-HIT)
                       MOVE "A"  TO WS-TBL-ESTADO (WS-FLT-HIT)
                       MOVE SPACES TO WS-TBL-PATRON (WS-FLT-HIT)
                       MOVE "Y" TO WS-CAMBIOS-SW
                       DISPLAY "VUELO AGREGADO"
                    END-IF
           MOVE WS-TBL-TIME (WS-FLT-IDX)       TO FLIGHT-TIME.
           MOVE WS-TBL-ACFT (WS-FLT-IDX)       TO FLIGHT-ACFT.
           MOVE WS-TBL-ESTADO (WS-FLT-IDX)     TO FLIGHT-ESTADO.
           MOVE WS-TBL-PATRON (WS-FLT-IDX)     TO FLIGHT-PATRON.
           WRITE FLIGHTDETAILS.

          END PROGRAM FLTMNT1.
