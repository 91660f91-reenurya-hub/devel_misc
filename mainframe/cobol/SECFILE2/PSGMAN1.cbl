      * SILLA ASIGNADA DENTRO DE LA CAPACIDAD DEL VUELO - CERO =
      * SIN SILLA (RESERVAS VIEJAS O PROMOVIDOS DE LISTA DE ESPERA)
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

       FD MANRPT.
       01  RPT-LINE                     PIC X(100).
