       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSGCLS1.
      * ===============================================================
      * PSGCLS1 = CIERRE DE CHEQUEO CON EMBARQUE DENEGADO. AL CERRAR
      * LA PUERTA DE UN VUELO, LOS PASAJEROS CHEQUEADOS (PSGCHK1) QUE
      * NO TIENEN SILLA - LAS RESERVAS DE SOBREVENTA DE PSGENT1 Y LOS
      * PROMOVIDOS SIN SILLA - TOMAN EN ORDEN DE RESERVA LAS SILLAS
      * LIBRES, INCLUIDAS LAS QUE DEJAN LOS NO-SHOW. LOS QUE NO
      * ALCANZAN SILLA QUEDAN CON EMBARQUE DENEGADO (PSG-OVB = D) Y
      * SE LES CALCULA LA COMPENSACION SEGUN LA REGLA DE SU AEROLINEA
      * EN AIRLINE.DAT (MONTO FIJO O PORCENTAJE DE LA TARIFA). COMO EN
      * FLTCNL1, A CADA DENEGADO SE LE OFRECE OTRO VUELO ACTIVO DE LA
      * MISMA RUTA CON SILLAS Y CADA MOVIMIENTO QUEDA EN PSGMOVE.DAT.
      * EL REPORTE PSGCLS.RPT LISTA LOS DENEGADOS CON SU COMPENSACION
      * Y LAS TASAS DE NO-SHOW DEL VUELO Y DE CADA AEROLINEA (VUELOS
      * YA SALIDOS) JUNTO AL MARGEN DE SOBREVENTA CONFIGURADO, PARA
      * VER SI EL MARGEN SE JUSTIFICA
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PSG-STATUS.
            SELECT OPTIONAL AIRLINES ASSIGN TO "AIRLINE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AIR-STATUS.
            SELECT OPTIONAL PSGMOVE ASSIGN TO "PSGMOVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MOV-STATUS.
            SELECT CLSRPT ASSIGN TO "PSGCLS.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FFILE.

       01 FLIGHTDETAILS.
            05 FLIGHT-CODE               PIC 9(5).
            05 FLIGHT-AIRLINE            PIC X(20).
            05 FLIGHT-DEPARTURE          PIC X(20).
            05 FLIGHT-ARRIVAL            PIC X(20).
            05 FLIGHT-PASSENGERS         PIC 9(4).
            05 FLIGHT-CAPACITY           PIC 9(4).
            05 TOTAL-FLIGHT-PASSENGERS    PIC 9(6).
            05 FLIGHT-DATE               PIC 9(8).
            05 FLIGHT-TIME               PIC 9(4).
            05 FLIGHT-ACFT               PIC X(4).
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD PSGDTL.
       01 PSG-REC.
            05 PSG-FLIGHT-CODE          PIC 9(5).
            05 PSG-NAME                 PIC X(40).
            05 PSG-DOC                  PIC X(20).
            05 PSG-FARE                 PIC 9(7)V99.
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
      * SOBREVENTA: O = RESERVA ACEPTADA SOBRE LA CAPACIDAD DENTRO
      * DEL MARGEN DE LA AEROLINEA (PSGENT1), D = SIN SILLA AL
      * CIERRE DE CHEQUEO - EMBARQUE DENEGADO (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

       FD AIRLINES.
       01  AIRLINE-REC.
            05 AIR-NAME                 PIC X(20).
      * PORCENTAJE DE SOBREVENTA PERMITIDO SOBRE LA CAPACIDAD
            05 AIR-OVB-PCT              PIC 9(03).
      * COMPENSACION POR EMBARQUE DENEGADO: F = MONTO FIJO,
      * P = PORCENTAJE DE LA TARIFA PAGADA (AIR-COMP-VALOR)
            05 AIR-COMP-TIPO            PIC X(01).
            05 AIR-COMP-VALOR           PIC 9(7)V99.

      * AUDITORIA DE REACOMODACION - QUIEN SE MOVIO DE DONDE A DONDE
       FD PSGMOVE.
       01 MOV-REC.
            05 MOV-FECHA                PIC 9(8).
            05 MOV-DOC                  PIC X(20).
            05 MOV-DE-VUELO             PIC 9(5).
            05 MOV-A-VUELO              PIC 9(5).
            05 MOV-USUARIO              PIC X(8).

       FD CLSRPT.
       01  RPT-LINE                     PIC X(120).

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-AIR-STATUS              PIC XX.
        01   WS-MOV-STATUS              PIC XX.
      * USUARIO DE LA SESION (USRSES1) PARA LAS LINEAS DE PSGMOVE.DAT
        01   WS-SES-REQ.
             03 WS-SES-FUNCION          PIC X(01).
             03 WS-SES-USUARIO          PIC X(08).
             03 WS-SES-RESULT           PIC X(01).
                88 WS-SES-OK            VALUE "S".
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-ENT-CODE                PIC X(05).
        01   WS-CODE-NUM                PIC 9(05).
        01   WS-CONFIRM                 PIC X(01).
             88 WS-CONFIRM-SI           VALUE "Y" "y".
        01   WS-FECHA-HOY               PIC 9(08).
        01   WS-VUELOS-MOVIDOS-SW       PIC X(01) VALUE "N".
             88 WS-VUELOS-MOVIDOS       VALUE "Y".

      * FLIGHTS.DAT COMPLETO EN MEMORIA
        01   WS-FLT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FLT-IDX                 PIC 9(04).
        01   WS-FLT-HIT                 PIC 9(04).
        01   WS-FLT-DEST                PIC 9(04).
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-FLT-TABLA.
             03 WS-FLT-ENTRY OCCURS 1000 TIMES.
                05 WS-FLT-IMAGEN        PIC X(101).
        01   WS-FLT-DET REDEFINES WS-FLT-TABLA.
             03 WS-FLT-DENTRY OCCURS 1000 TIMES.
                05 WS-TBL-CODE          PIC 9(5).
                05 WS-TBL-AIRLINE       PIC X(20).
                05 WS-TBL-DEP           PIC X(20).
                05 WS-TBL-ARR           PIC X(20).
                05 WS-TBL-PAX           PIC 9(4).
                05 WS-TBL-CAP           PIC 9(4).
                05 WS-TBL-TOTAL         PIC 9(6).
                05 WS-TBL-DATE          PIC 9(8).
                05 WS-TBL-TIME          PIC 9(4).
                05 WS-TBL-ACFT          PIC X(4).
                05 WS-TBL-ESTADO        PIC X(1).
                05 WS-TBL-FILLER        PIC X(5).

      * PSGDTL.DAT COMPLETO EN MEMORIA
        01   WS-PSG-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-PSG-IDX                 PIC 9(04).
        01   WS-PSG-TABLA.
             03 WS-PSG-ENTRY OCCURS 2000 TIMES.
                05 WS-PSG-IMAGEN        PIC X(84).
        01   WS-PSG-DET REDEFINES WS-PSG-TABLA.
             03 WS-PSG-DENTRY OCCURS 2000 TIMES.
                05 WS-PTB-CODE          PIC 9(5).
                05 WS-PTB-NAME          PIC X(40).
                05 WS-PTB-DOC           PIC X(20).
                05 WS-PTB-FARE          PIC 9(7)V99.
                05 WS-PTB-CHECKIN       PIC X(01).
                05 WS-PTB-SEAT          PIC 9(03).
                05 WS-PTB-OVB           PIC X(01).
                05 WS-PTB-FILLER        PIC X(05).

      * AIRLINE.DAT EN MEMORIA: MARGEN, REGLA DE COMPENSACION Y
      * RESERVADOS / ABORDADOS DE SUS VUELOS YA SALIDOS
        01   WS-AIR-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-AIR-IDX                 PIC 9(03).
        01   WS-AIR-HIT                 PIC 9(03).
        01   WS-AIR-BUSCADA             PIC X(20).
        01   WS-AIR-TABLA.
             03 WS-AIR-ENTRY OCCURS 200 TIMES.
                05 WS-AIR-TBL-NAME      PIC X(20).
                05 WS-AIR-TBL-PCT       PIC 9(03).
                05 WS-AIR-TBL-TIPO      PIC X(01).
                05 WS-AIR-TBL-VALOR     PIC 9(7)V99.
                05 WS-AIR-TBL-BOOKED    PIC 9(06).
                05 WS-AIR-TBL-BOARDED   PIC 9(06).

      * MAPA DE SILLAS OCUPADAS POR CHEQUEADOS DEL VUELO
        01   WS-SEAT-MAP.
             03 WS-SEAT-TOMADA PIC X(01) OCCURS 999 TIMES.
        01   WS-SEAT-TOPE               PIC 9(03).
        01   WS-SEAT-IDX                PIC 9(04).
        01   WS-SEAT-NUM                PIC 9(03).

        01   WS-OCUPADOS                PIC 9(04).
        01   WS-CNT-IDX                 PIC 9(04).
        01   WS-FLT-POS                 PIC 9(04).
        01   WS-COMPENSACION            PIC 9(7)V99.
        01   WS-NOSHOW-RATE             PIC 9(03).

        01   WS-CNT-RESERVADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-SOBREVENTA          PIC 9(04) VALUE ZERO.
        01   WS-CNT-CHEQUEADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-SENTADOS            PIC 9(04) VALUE ZERO.
        01   WS-CNT-DENEGADOS           PIC 9(04) VALUE ZERO.
        01   WS-CNT-MOVIDOS             PIC 9(04) VALUE ZERO.
        01   WS-TOT-COMPENSACION        PIC 9(9)V99 VALUE ZERO.

        01   WS-LIN-VUELO.
             05 FILLER                  PIC X(07) VALUE 'VUELO: '.
             05 CLS-CODE                PIC 9(5).
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 CLS-AIRLINE             PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CLS-DEP                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 CLS-ARR                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CLS-DATE                PIC 9(8).

        01   WS-LIN-CUENTA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 CLS-CTA-TXT             PIC X(30).
             05 CLS-CTA-VAL             PIC ZZZ9.

        01   WS-LIN-DENEGADO.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 DEN-DOC                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DEN-NAME                PIC X(30).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DEN-FARE                PIC Z,ZZZ,ZZ9.99.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DEN-COMP                PIC Z,ZZZ,ZZ9.99.
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 DEN-REGLA               PIC X(12).
             05 DEN-RESULTADO           PIC X(26).

        01   WS-LIN-TOTAL-COMP.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 FILLER                  PIC X(30) VALUE
                'TOTAL COMPENSACIONES'.
             05 TOT-COMP                PIC ZZZ,ZZZ,ZZ9.99.

        01   WS-LIN-AEROLINEA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 AER-NAME                PIC X(20).
             05 FILLER                  PIC X(12) VALUE
                ' RESERVADOS:'.
             05 AER-BOOKED              PIC ZZZZZ9.
             05 FILLER                  PIC X(12) VALUE
                ' ABORDADOS: '.
             05 AER-BOARDED             PIC ZZZZZ9.
             05 FILLER                  PIC X(11) VALUE
                '  NO-SHOW: '.
             05 AER-NOSHOW              PIC ZZ9.
             05 FILLER                  PIC X(11) VALUE
                '%  MARGEN: '.
             05 AER-MARGEN              PIC ZZ9.
             05 FILLER                  PIC X(03) VALUE '%  '.
             05 AER-VEREDICTO           PIC X(26).

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
              DISPLAY "ARCHIVOS EXCEDEN LAS TABLAS - NO SE CIERRA "
                 "PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0180-LOAD-AIRLINES.
           DISPLAY "CODIGO DE VUELO A CERRAR: ".
           ACCEPT WS-ENT-CODE.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "CODIGO DE VUELO DEBE SER NUMERICO"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENT-CODE) TO WS-CODE-NUM.
           MOVE ZERO TO WS-FLT-HIT.
           PERFORM 0200-FIND-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT
                 OR WS-FLT-HIT > ZERO.
           IF WS-FLT-HIT = ZERO
              DISPLAY "CODIGO DE VUELO NO EXISTE"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-TBL-ESTADO (WS-FLT-HIT) = "C"
              DISPLAY "EL VUELO ESTA CANCELADO - REACOMODE EN FLTCNL1"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT CLSRPT.
           PERFORM 0250-WRITE-HEADER.
           PERFORM 0300-SEAT-CHECKED-IN.
           PERFORM 0850-REWRITE-PASSENGERS.
           IF WS-VUELOS-MOVIDOS
              PERFORM 0800-REWRITE-FLIGHTS
           END-IF.
           PERFORM 0700-WRITE-SUMMARY.
           PERFORM 0750-WRITE-NOSHOW-SECTION.
           CLOSE CLSRPT.
           DISPLAY "CIERRE DEL VUELO " WS-CODE-NUM
              " - SENTADOS AL CIERRE: " WS-CNT-SENTADOS
              " DENEGADOS: " WS-CNT-DENEGADOS.
           DISPLAY "REPORTE GENERADO: PSGCLS.RPT".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-FLIGHT
              PERFORM 0120-LOAD-ONE-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-COUNT >= 1000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FFILE
           END-IF.

        0110-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-FLIGHT.
           ADD 1 TO WS-FLT-COUNT.
           MOVE FLIGHTDETAILS TO WS-FLT-IMAGEN (WS-FLT-COUNT).
           PERFORM 0110-READ-NEXT-FLIGHT.

        0150-LOAD-PASSENGERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
              IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-PSG
              PERFORM 0170-LOAD-ONE-PSG
                 UNTIL WS-EOF OR WS-PSG-COUNT >= 2000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE PSGDTL
           END-IF.

        0160-READ-NEXT-PSG.
           READ PSGDTL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0170-LOAD-ONE-PSG.
           ADD 1 TO WS-PSG-COUNT.
           MOVE PSG-REC TO WS-PSG-IMAGEN (WS-PSG-COUNT).
           PERFORM 0160-READ-NEXT-PSG.

      * SIN MAESTRO DE AEROLINEAS NO HAY MARGEN NI REGLA: LOS
      * DENEGADOS SALEN CON COMPENSACION CERO Y "SIN REGLA"
        0180-LOAD-AIRLINES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AIRLINES.
           IF WS-AIR-STATUS NOT = "00"
              IF WS-AIR-STATUS = "05" OR WS-AIR-STATUS = "35"
                 CLOSE AIRLINES
              END-IF
           ELSE
              PERFORM 0185-READ-NEXT-AIRLINE
              PERFORM 0190-LOAD-ONE-AIRLINE
                 UNTIL WS-EOF OR WS-AIR-COUNT >= 200
              CLOSE AIRLINES
           END-IF.

        0185-READ-NEXT-AIRLINE.
           READ AIRLINES
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0190-LOAD-ONE-AIRLINE.
           ADD 1 TO WS-AIR-COUNT.
           MOVE AIR-NAME TO WS-AIR-TBL-NAME (WS-AIR-COUNT).
           IF AIR-OVB-PCT IS NUMERIC
              MOVE AIR-OVB-PCT TO WS-AIR-TBL-PCT (WS-AIR-COUNT)
           ELSE
              MOVE ZERO TO WS-AIR-TBL-PCT (WS-AIR-COUNT)
           END-IF.
           MOVE AIR-COMP-TIPO TO WS-AIR-TBL-TIPO (WS-AIR-COUNT).
           IF AIR-COMP-VALOR IS NUMERIC
              MOVE AIR-COMP-VALOR TO WS-AIR-TBL-VALOR (WS-AIR-COUNT)
           ELSE
              MOVE ZERO TO WS-AIR-TBL-VALOR (WS-AIR-COUNT)
           END-IF.
           MOVE ZERO TO WS-AIR-TBL-BOOKED (WS-AIR-COUNT).
           MOVE ZERO TO WS-AIR-TBL-BOARDED (WS-AIR-COUNT).
           PERFORM 0185-READ-NEXT-AIRLINE.

        0200-FIND-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = WS-CODE-NUM
              MOVE WS-FLT-IDX TO WS-FLT-HIT
           END-IF.

        0250-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "CIERRE DE CHEQUEO - EMBARQUE DENEGADO  FECHA: "
              WS-FECHA-HOY DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TBL-CODE (WS-FLT-HIT)    TO CLS-CODE.
           MOVE WS-TBL-AIRLINE (WS-FLT-HIT) TO CLS-AIRLINE.
           MOVE WS-TBL-DEP (WS-FLT-HIT)     TO CLS-DEP.
           MOVE WS-TBL-ARR (WS-FLT-HIT)     TO CLS-ARR.
           MOVE WS-TBL-DATE (WS-FLT-HIT)    TO CLS-DATE.
           MOVE WS-LIN-VUELO TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "   DOCUMENTO            PASAJERO                  "
              "           TARIFA COMPENSACION  REACOMODACION"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * PRIMERO SE MARCAN LAS SILLAS DE LOS CHEQUEADOS QUE YA TIENEN;
      * LUEGO LOS CHEQUEADOS SIN SILLA, EN ORDEN DE RESERVA, TOMAN
      * LAS LIBRES - LAS DE LOS NO-SHOW SE LIBERAN AL CIERRE
        0300-SEAT-CHECKED-IN.
           MOVE ALL "N" TO WS-SEAT-MAP.
           IF WS-TBL-CAP (WS-FLT-HIT) > 999
              MOVE 999 TO WS-SEAT-TOPE
           ELSE
              MOVE WS-TBL-CAP (WS-FLT-HIT) TO WS-SEAT-TOPE
           END-IF.
           PERFORM 0310-MARK-ONE-SEAT
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PSG-COUNT.
           MOVE WS-TBL-AIRLINE (WS-FLT-HIT) TO WS-AIR-BUSCADA.
           PERFORM 0320-FIND-AIRLINE.
           PERFORM 0330-CLOSE-ONE-PSG
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PSG-COUNT.
           IF WS-CNT-DENEGADOS = ZERO
              MOVE SPACES TO RPT-LINE
              STRING "   SIN EMBARQUES DENEGADOS"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0310-MARK-ONE-SEAT.
           IF WS-PTB-CODE (WS-PSG-IDX) = WS-CODE-NUM
              ADD 1 TO WS-CNT-RESERVADOS
              IF WS-PTB-OVB (WS-PSG-IDX) NOT = SPACE
                 ADD 1 TO WS-CNT-SOBREVENTA
              END-IF
              IF WS-PTB-CHECKIN (WS-PSG-IDX) = "C"
                 ADD 1 TO WS-CNT-CHEQUEADOS
                 IF WS-PTB-SEAT (WS-PSG-IDX) IS NUMERIC
                    AND WS-PTB-SEAT (WS-PSG-IDX) > ZERO
                    AND WS-PTB-SEAT (WS-PSG-IDX) NOT > WS-SEAT-TOPE
                    MOVE WS-PTB-SEAT (WS-PSG-IDX) TO WS-SEAT-NUM
                    MOVE "S" TO WS-SEAT-TOMADA (WS-SEAT-NUM)
                 END-IF
              END-IF
           END-IF.

      * AEROLINEA BUSCADA EN LA TABLA - CERO SI NO ESTA
        0320-FIND-AIRLINE.
           MOVE ZERO TO WS-AIR-HIT.
           PERFORM 0325-MATCH-AIRLINE
              VARYING WS-AIR-IDX FROM 1 BY 1
              UNTIL WS-AIR-IDX > WS-AIR-COUNT
                 OR WS-AIR-HIT > ZERO.

        0325-MATCH-AIRLINE.
           IF WS-AIR-TBL-NAME (WS-AIR-IDX) = WS-AIR-BUSCADA
              MOVE WS-AIR-IDX TO WS-AIR-HIT
           END-IF.

        0330-CLOSE-ONE-PSG.
           IF WS-PTB-CODE (WS-PSG-IDX) = WS-CODE-NUM
              AND WS-PTB-CHECKIN (WS-PSG-IDX) = "C"
              AND (WS-PTB-SEAT (WS-PSG-IDX) NOT NUMERIC
                   OR WS-PTB-SEAT (WS-PSG-IDX) = ZERO)
              MOVE ZERO TO WS-SEAT-NUM
              PERFORM 0340-FIRST-FREE-SEAT
                 VARYING WS-SEAT-IDX FROM 1 BY 1
                 UNTIL WS-SEAT-IDX > WS-SEAT-TOPE
                    OR WS-SEAT-NUM > ZERO
              IF WS-SEAT-NUM > ZERO
                 PERFORM 0350-GIVE-SEAT
              ELSE
                 PERFORM 0400-DENY-BOARDING
              END-IF
           END-IF.

        0340-FIRST-FREE-SEAT.
           IF WS-SEAT-TOMADA (WS-SEAT-IDX) = "N"
              MOVE WS-SEAT-IDX TO WS-SEAT-NUM
           END-IF.

      * LA SILLA QUE TENIA UN NO-SHOW PASA AL CHEQUEADO
        0350-GIVE-SEAT.
           MOVE "S" TO WS-SEAT-TOMADA (WS-SEAT-NUM).
           PERFORM 0360-RELEASE-NOSHOW-SEAT
              VARYING WS-CNT-IDX FROM 1 BY 1
              UNTIL WS-CNT-IDX > WS-PSG-COUNT.
           MOVE WS-SEAT-NUM TO WS-PTB-SEAT (WS-PSG-IDX).
           IF WS-PTB-OVB (WS-PSG-IDX) = "D"
              MOVE "O" TO WS-PTB-OVB (WS-PSG-IDX)
           END-IF.
           ADD 1 TO WS-CNT-SENTADOS.
           DISPLAY "SENTADO: " WS-PTB-NAME (WS-PSG-IDX)
              " SILLA " WS-SEAT-NUM.

        0360-RELEASE-NOSHOW-SEAT.
           IF WS-PTB-CODE (WS-CNT-IDX) = WS-CODE-NUM
              AND WS-PTB-CHECKIN (WS-CNT-IDX) NOT = "C"
              AND WS-PTB-SEAT (WS-CNT-IDX) = WS-SEAT-NUM
              MOVE ZERO TO WS-PTB-SEAT (WS-CNT-IDX)
           END-IF.

      * SIN SILLA AL CIERRE: EMBARQUE DENEGADO, COMPENSACION SEGUN LA
      * REGLA DE LA AEROLINEA Y OFERTA DE OTRO VUELO DE LA RUTA
        0400-DENY-BOARDING.
           MOVE "D" TO WS-PTB-OVB (WS-PSG-IDX).
           ADD 1 TO WS-CNT-DENEGADOS.
           MOVE ZERO TO WS-COMPENSACION.
           MOVE SPACES TO DEN-RESULTADO.
           MOVE SPACES TO DEN-REGLA.
           IF WS-AIR-HIT > ZERO
              IF WS-AIR-TBL-TIPO (WS-AIR-HIT) = "F"
                 MOVE WS-AIR-TBL-VALOR (WS-AIR-HIT) TO WS-COMPENSACION
              ELSE
              IF WS-AIR-TBL-TIPO (WS-AIR-HIT) = "P"
                 COMPUTE WS-COMPENSACION ROUNDED =
                    WS-PTB-FARE (WS-PSG-IDX)
                    * WS-AIR-TBL-VALOR (WS-AIR-HIT) / 100
              ELSE
                 MOVE "SIN REGLA - " TO DEN-REGLA
              END-IF
              END-IF
           ELSE
              MOVE "SIN REGLA - " TO DEN-REGLA
           END-IF.
           ADD WS-COMPENSACION TO WS-TOT-COMPENSACION.
           MOVE WS-PTB-DOC (WS-PSG-IDX)  TO DEN-DOC.
           MOVE WS-PTB-NAME (WS-PSG-IDX) TO DEN-NAME.
           MOVE WS-PTB-FARE (WS-PSG-IDX) TO DEN-FARE.
           MOVE WS-COMPENSACION          TO DEN-COMP.
           DISPLAY "EMBARQUE DENEGADO: " WS-PTB-NAME (WS-PSG-IDX)
              " DOC " WS-PTB-DOC (WS-PSG-IDX).
           PERFORM 0450-FIND-ALTERNATE.
           IF WS-FLT-DEST = ZERO
              DISPLAY "   SIN VUELO ALTERNO CON SILLAS EN LA "
                 "MISMA RUTA"
              MOVE "SIN VUELO ALTERNO" TO DEN-RESULTADO
           ELSE
              DISPLAY "   MOVER AL VUELO "
                 WS-TBL-CODE (WS-FLT-DEST) " DEL "
                 WS-TBL-DATE (WS-FLT-DEST) "? (Y/N): "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM-SI
                 STRING "MOVIDO AL VUELO " WS-TBL-CODE (WS-FLT-DEST)
                    DELIMITED BY SIZE INTO DEN-RESULTADO
                 PERFORM 0500-MOVE-PASSENGER
              ELSE
                 MOVE "NO ACEPTO EL TRASLADO" TO DEN-RESULTADO
              END-IF
           END-IF.
           MOVE WS-LIN-DENEGADO TO RPT-LINE.
           WRITE RPT-LINE.

      * PRIMER VUELO ACTIVO DE LA MISMA SALIDA Y LLEGADA, QUE NO
      * SALGA ANTES QUE EL CERRADO Y CON SILLAS LIBRES SEGUN EL
      * DETALLE
        0450-FIND-ALTERNATE.
           MOVE ZERO TO WS-FLT-DEST.
           PERFORM 0460-CHECK-ONE-ALTERNATE
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT
                 OR WS-FLT-DEST > ZERO.

        0460-CHECK-ONE-ALTERNATE.
           IF WS-FLT-IDX NOT = WS-FLT-HIT
              AND WS-TBL-ESTADO (WS-FLT-IDX) NOT = "C"
              AND WS-TBL-DEP (WS-FLT-IDX) = WS-TBL-DEP (WS-FLT-HIT)
              AND WS-TBL-ARR (WS-FLT-IDX) = WS-TBL-ARR (WS-FLT-HIT)
              AND WS-TBL-DATE (WS-FLT-IDX)
                  NOT < WS-TBL-DATE (WS-FLT-HIT)
              PERFORM 0470-COUNT-SEATS
              IF WS-OCUPADOS < WS-TBL-CAP (WS-FLT-IDX)
                 MOVE WS-FLT-IDX TO WS-FLT-DEST
              END-IF
           END-IF.

        0470-COUNT-SEATS.
           MOVE ZERO TO WS-OCUPADOS.
           PERFORM 0480-COUNT-ONE-SEAT
              VARYING WS-CNT-IDX FROM 1 BY 1
              UNTIL WS-CNT-IDX > WS-PSG-COUNT.

        0480-COUNT-ONE-SEAT.
           IF WS-PTB-CODE (WS-CNT-IDX) = WS-TBL-CODE (WS-FLT-IDX)
              ADD 1 TO WS-OCUPADOS
           END-IF.

      * EL DENEGADO PASA AL OTRO VUELO COMO RESERVA NORMAL: SIN
      * CHEQUEO, SIN SILLA Y SIN MARCA - EL DENEGADO QUEDA EN EL
      * REPORTE Y EL TRASLADO EN PSGMOVE.DAT
        0500-MOVE-PASSENGER.
           PERFORM 0600-WRITE-MOVE-AUDIT.
           MOVE WS-TBL-CODE (WS-FLT-DEST)
              TO WS-PTB-CODE (WS-PSG-IDX).
           MOVE SPACE TO WS-PTB-CHECKIN (WS-PSG-IDX).
           MOVE ZERO TO WS-PTB-SEAT (WS-PSG-IDX).
           MOVE SPACE TO WS-PTB-OVB (WS-PSG-IDX).
           IF WS-TBL-PAX (WS-FLT-HIT) > ZERO
              SUBTRACT 1 FROM WS-TBL-PAX (WS-FLT-HIT)
           END-IF.
           ADD 1 TO WS-TBL-PAX (WS-FLT-DEST).
           MOVE "Y" TO WS-VUELOS-MOVIDOS-SW.
           ADD 1 TO WS-CNT-MOVIDOS.
           DISPLAY "   PASAJERO MOVIDO".

        0600-WRITE-MOVE-AUDIT.
           OPEN EXTEND PSGMOVE.
           IF WS-MOV-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR PSGMOVE.DAT"
           ELSE
              MOVE WS-FECHA-HOY TO MOV-FECHA
              MOVE WS-PTB-DOC (WS-PSG-IDX) TO MOV-DOC
              MOVE WS-CODE-NUM TO MOV-DE-VUELO
              MOVE WS-TBL-CODE (WS-FLT-DEST) TO MOV-A-VUELO
              MOVE WS-SES-USUARIO TO MOV-USUARIO
              WRITE MOV-REC
              CLOSE PSGMOVE
           END-IF.

        0700-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-COMPENSACION TO TOT-COMP.
           MOVE WS-LIN-TOTAL-COMP TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CAPACIDAD"               TO CLS-CTA-TXT.
           MOVE WS-TBL-CAP (WS-FLT-HIT)   TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "RESERVADOS"              TO CLS-CTA-TXT.
           MOVE WS-CNT-RESERVADOS         TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "  DE ELLOS EN SOBREVENTA" TO CLS-CTA-TXT.
           MOVE WS-CNT-SOBREVENTA         TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "CHEQUEADOS"              TO CLS-CTA-TXT.
           MOVE WS-CNT-CHEQUEADOS         TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "SENTADOS AL CIERRE"      TO CLS-CTA-TXT.
           MOVE WS-CNT-SENTADOS           TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "EMBARQUE DENEGADO"       TO CLS-CTA-TXT.
           MOVE WS-CNT-DENEGADOS          TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "  DE ELLOS REACOMODADOS" TO CLS-CTA-TXT.
           MOVE WS-CNT-MOVIDOS            TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE ZERO TO WS-NOSHOW-RATE.
           IF WS-CNT-RESERVADOS > ZERO
              COMPUTE WS-NOSHOW-RATE ROUNDED =
                 ((WS-CNT-RESERVADOS - WS-CNT-CHEQUEADOS) * 100)
                 / WS-CNT-RESERVADOS
           END-IF.
           MOVE "NO-SHOW DEL VUELO (%)"   TO CLS-CTA-TXT.
           MOVE WS-NOSHOW-RATE            TO CLS-CTA-VAL.
           PERFORM 0710-WRITE-COUNT-LINE.

        0710-WRITE-COUNT-LINE.
           MOVE WS-LIN-CUENTA TO RPT-LINE.
           WRITE RPT-LINE.

      * NO-SHOW POR AEROLINEA SOBRE SUS VUELOS YA SALIDOS (FECHA NO
      * POSTERIOR A HOY, NO CANCELADOS) CONTRA EL MARGEN CONFIGURADO
      * - EL MISMO CALCULO DEL MANIFIESTO PSGMAN1. UN MARGEN MAYOR
      * QUE EL NO-SHOW REAL DEJA PASAJEROS EN TIERRA
        0750-WRITE-NOSHOW-SECTION.
           PERFORM 0760-TALLY-ONE-PSG
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PSG-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO-SHOW POR AEROLINEA (VUELOS YA SALIDOS) Y MARGEN "
              "DE SOBREVENTA" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-AIR-COUNT = ZERO
              MOVE SPACES TO RPT-LINE
              STRING "   AIRLINE.DAT NO DISPONIBLE - SIN MARGENES NI "
                 "REGLAS DE COMPENSACION" DELIMITED BY SIZE
                 INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 0780-WRITE-ONE-AIRLINE
                 VARYING WS-AIR-IDX FROM 1 BY 1
                 UNTIL WS-AIR-IDX > WS-AIR-COUNT
           END-IF.

        0760-TALLY-ONE-PSG.
           MOVE ZERO TO WS-FLT-POS.
           PERFORM 0770-FIND-PSG-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT
                 OR WS-FLT-POS > ZERO.
           IF WS-FLT-POS > ZERO
              IF WS-TBL-ESTADO (WS-FLT-POS) NOT = "C"
                 AND WS-TBL-DATE (WS-FLT-POS) NOT > WS-FECHA-HOY
                 MOVE WS-TBL-AIRLINE (WS-FLT-POS) TO WS-AIR-BUSCADA
                 PERFORM 0320-FIND-AIRLINE
                 IF WS-AIR-HIT > ZERO
                    ADD 1 TO WS-AIR-TBL-BOOKED (WS-AIR-HIT)
                    IF WS-PTB-CHECKIN (WS-PSG-IDX) = "C"
                       ADD 1 TO WS-AIR-TBL-BOARDED (WS-AIR-HIT)
                    END-IF
                 END-IF
              END-IF
           END-IF.

        0770-FIND-PSG-FLIGHT.
           IF WS-TBL-CODE (WS-FLT-IDX) = WS-PTB-CODE (WS-PSG-IDX)
              MOVE WS-FLT-IDX TO WS-FLT-POS
           END-IF.

        0780-WRITE-ONE-AIRLINE.
           MOVE WS-AIR-TBL-NAME (WS-AIR-IDX)    TO AER-NAME.
           MOVE WS-AIR-TBL-BOOKED (WS-AIR-IDX)  TO AER-BOOKED.
           MOVE WS-AIR-TBL-BOARDED (WS-AIR-IDX) TO AER-BOARDED.
           MOVE WS-AIR-TBL-PCT (WS-AIR-IDX)     TO AER-MARGEN.
           MOVE ZERO TO WS-NOSHOW-RATE.
           IF WS-AIR-TBL-BOOKED (WS-AIR-IDX) > ZERO
              COMPUTE WS-NOSHOW-RATE ROUNDED =
                 ((WS-AIR-TBL-BOOKED (WS-AIR-IDX)
                   - WS-AIR-TBL-BOARDED (WS-AIR-IDX)) * 100)
                 / WS-AIR-TBL-BOOKED (WS-AIR-IDX)
           END-IF.
           MOVE WS-NOSHOW-RATE TO AER-NOSHOW.
           IF WS-AIR-TBL-PCT (WS-AIR-IDX) = ZERO
              MOVE "SIN SOBREVENTA" TO AER-VEREDICTO
           ELSE
           IF WS-AIR-TBL-BOOKED (WS-AIR-IDX) = ZERO
              MOVE "SIN VUELOS SALIDOS" TO AER-VEREDICTO
           ELSE
           IF WS-NOSHOW-RATE NOT < WS-AIR-TBL-PCT (WS-AIR-IDX)
              MOVE "MARGEN CUBIERTO" TO AER-VEREDICTO
           ELSE
              MOVE "** MARGEN SOBRE NO-SHOW **" TO AER-VEREDICTO
           END-IF
           END-IF
           END-IF.
           MOVE WS-LIN-AEROLINEA TO RPT-LINE.
           WRITE RPT-LINE.

        0800-REWRITE-FLIGHTS.
           OPEN OUTPUT FFILE.
           PERFORM 0810-WRITE-ONE-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT.
           CLOSE FFILE.

        0810-WRITE-ONE-FLIGHT.
           MOVE WS-FLT-IMAGEN (WS-FLT-IDX) TO FLIGHTDETAILS.
           WRITE FLIGHTDETAILS.

        0850-REWRITE-PASSENGERS.
           OPEN OUTPUT PSGDTL.
           PERFORM 0860-WRITE-ONE-PSG
              VARYING WS-PSG-IDX FROM 1 BY 1
              UNTIL WS-PSG-IDX > WS-PSG-COUNT.
           CLOSE PSGDTL.

        0860-WRITE-ONE-PSG.
           MOVE WS-PSG-IMAGEN (WS-PSG-IDX) TO PSG-REC.
           WRITE PSG-REC.

          END PROGRAM PSGCLS1.
