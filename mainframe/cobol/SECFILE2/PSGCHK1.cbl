      * VUELO Y DOCUMENTO. EL DETALLE COMPLETO SE CARGA A UNA TABLA,
      * SE MARCA EN MEMORIA Y EL ARCHIVO SE REESCRIBE AL SALIR. EL
      * MANIFIESTO PSGMAN1 REPORTA ABORDADOS CONTRA RESERVADOS Y LA
      * TASA DE NO-SHOW DESDE ESTA MARCA. AL CERRAR EL CHEQUEO,
      * PSGCLS1 SIENTA O DENIEGA A LOS CHEQUEADOS SIN SILLA
      * ===============================================================

       ENVIRONMENT DIVISION.
      * SILLA ASIGNADA DENTRO DE LA CAPACIDAD DEL VUELO - CERO =
      * SIN SILLA (RESERVAS VIEJAS O PROMOVIDOS DE LISTA DE ESPERA)
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

        WORKING-STORAGE SECTION.
        01   WS-PSG-STATUS              PIC XX.
                05 WS-TBL-FARE          PIC 9(7)V99.
                05 WS-TBL-CHECKIN       PIC X(01).
                05 WS-TBL-SEAT          PIC 9(03).
                05 WS-TBL-OVB           PIC X(01).
                05 WS-TBL-FILLER        PIC X(05).

        PROCEDURE DIVISION.

                 MOVE "Y" TO WS-CAMBIOS-SW
                 ADD 1 TO WS-CNT-CHEQUEADOS
                 DISPLAY "CHEQUEADO: " WS-TBL-NAME (WS-PSG-HIT)
                 IF WS-TBL-OVB (WS-PSG-HIT) = "O"
                    DISPLAY "RESERVA EN SOBREVENTA - LA SILLA SE "
                       "DEFINE AL CIERRE DE CHEQUEO"
                 END-IF
              END-IF
              END-IF
           END-IF.
