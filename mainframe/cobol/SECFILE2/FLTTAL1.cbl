       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTTAL1.
      * ===============================================================
      * FLTTAL1 = ASIGNACION DE MATRICULA POR VUELO. MANTIENE
      * FLTTAIL.DAT: POR CADA VUELO FECHADO DE FLIGHTS.DAT EL AVION
      * FISICO (MATRICULA DE TAILREG.DAT, TAILMNT1) QUE LO OPERA Y EL
      * TIEMPO DE BLOQUE EN MINUTOS, DE CALZO A CALZO. FLIGHTS.DAT SOLO
      * TIENE LA HORA DE SALIDA; LA LLEGADA SE OBTIENE SUMANDO EL
      * BLOQUE Y ROTCHK1 LA USA PARA REVISAR LA ROTACION DE CADA
      * AVION. LA MATRICULA DEBE ESTAR EN SERVICIO, SER DEL TIPO DE
      * AERONAVE DEL VUELO Y DE SU AEROLINEA. MATRICULA EN BLANCO
      * QUITA LA ASIGNACION. EL ARCHIVO SE CARGA A UNA TABLA, SE
      * TRABAJA EN MEMORIA Y SE REESCRIBE AL SALIR
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FLTTAIL ASSIGN TO "FLTTAIL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TLA-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL TAILREG ASSIGN TO "TAILREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MATRICULA ASIGNADA AL VUELO - UNA LINEA POR VUELO
       FD FLTTAIL.
       01 TLA-REC.
            05 TLA-FLIGHT-CODE          PIC 9(5).
            05 TLA-TAIL                 PIC X(8).
            05 TLA-BLOCK                PIC 9(4).

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

       FD TAILREG.
       01 TAIL-REC.
            05 TAIL-REG                 PIC X(8).
            05 TAIL-ACFT                PIC X(4).
            05 TAIL-AIRLINE             PIC X(20).
            05 TAIL-ACTIVO              PIC X(1).
            05 TAIL-FILLER              PIC X(7).

        WORKING-STORAGE SECTION.
        01   WS-TLA-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-TAIL-STATUS             PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-SIGUE                   PIC X(01).
             88 WS-SIGUE-SI             VALUE "Y" "y".

        01   WS-ENT-CODE                PIC X(05).
        01   WS-CODE-NUM                PIC 9(05).
        01   WS-ENT-TAIL                PIC X(08).
        01   WS-ENT-BLOCK               PIC X(04).
        01   WS-ENT-OK-SW               PIC X(01).
             88 WS-ENT-OK               VALUE "Y".

      * VUELO PEDIDO
        01   WS-FLT-FOUND-SW            PIC X(01).
             88 WS-FLT-FOUND            VALUE "Y".
        01   WS-FLT-AIRLINE             PIC X(20).
        01   WS-FLT-ACFT                PIC X(04).
        01   WS-FLT-ESTADO              PIC X(01).

      * MATRICULA DIGITADA SEGUN TAILREG.DAT
        01   WS-TAIL-LOADED-SW          PIC X(01).
             88 WS-TAIL-LOADED          VALUE "Y".
        01   WS-TAIL-FOUND-SW           PIC X(01).
             88 WS-TAIL-FOUND           VALUE "Y".
        01   WS-TAIL-ACFT               PIC X(04).
        01   WS-TAIL-AIRLINE            PIC X(20).
        01   WS-TAIL-ACTIVO             PIC X(01).

        01   WS-CNT-VUELOS              PIC 9(04) VALUE ZERO.

      * FLTTAIL.DAT COMPLETO EN MEMORIA
        01   WS-TLA-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-TLA-IDX                 PIC 9(04).
        01   WS-TLA-HIT                 PIC 9(04).
        01   WS-TLA-TABLA.
             03 WS-TLA-ENTRY OCCURS 3000 TIMES.
                05 WS-TTB-CODE          PIC 9(5).
                05 WS-TTB-TAIL          PIC X(8).
                05 WS-TTB-BLOCK         PIC 9(4).
                05 WS-TTB-BAJA          PIC X(1).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-ASSIGNMENTS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "FLTTAIL.DAT EXCEDE LA TABLA (3000) - "
                 "NO SE MODIFICA PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Y" TO WS-SIGUE.
           PERFORM 0200-MAINTAIN-ONE
              UNTIL NOT WS-SIGUE-SI.
           IF WS-HAY-CAMBIOS
              PERFORM 0800-REWRITE-ASSIGNMENTS
              DISPLAY "FLTTAIL.DAT GRABADO - VUELOS CAMBIADOS: "
                 WS-CNT-VUELOS
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTTAIL.
           IF WS-TLA-STATUS NOT = "00"
              IF WS-TLA-STATUS = "05" OR WS-TLA-STATUS = "35"
                 CLOSE FLTTAIL
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-ASSIGNMENT
              PERFORM 0120-LOAD-ONE-ASSIGNMENT
                 UNTIL WS-EOF OR WS-TLA-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTTAIL
           END-IF.

        0110-READ-NEXT-ASSIGNMENT.
           READ FLTTAIL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-ASSIGNMENT.
           ADD 1 TO WS-TLA-COUNT.
           MOVE TLA-FLIGHT-CODE TO WS-TTB-CODE (WS-TLA-COUNT).
           MOVE TLA-TAIL        TO WS-TTB-TAIL (WS-TLA-COUNT).
           MOVE TLA-BLOCK       TO WS-TTB-BLOCK (WS-TLA-COUNT).
           MOVE "N"             TO WS-TTB-BAJA (WS-TLA-COUNT).
           PERFORM 0110-READ-NEXT-ASSIGNMENT.

        0200-MAINTAIN-ONE.
           DISPLAY "CODIGO DE VUELO     : ".
           ACCEPT WS-ENT-CODE.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "CODIGO DE VUELO DEBE SER NUMERICO"
           ELSE
              MOVE WS-ENT-CODE TO WS-CODE-NUM
              PERFORM 0300-CHECK-FLIGHT
              IF NOT WS-FLT-FOUND
                 DISPLAY "CODIGO DE VUELO NO EXISTE EN FLIGHTS.DAT"
              ELSE
              IF WS-FLT-ESTADO = "C"
                 DISPLAY "VUELO CANCELADO - NO SE ASIGNA MATRICULA"
              ELSE
                 PERFORM 0400-SHOW-ASSIGNMENT
                 PERFORM 0500-ENTER-ASSIGNMENT
                 IF WS-ENT-OK
                    PERFORM 0700-REPLACE-ASSIGNMENT
                 ELSE
                    DISPLAY "ASIGNACION NO GRABADA"
                 END-IF
              END-IF
              END-IF
           END-IF.
           DISPLAY "OTRO VUELO? (Y/N): ".
           ACCEPT WS-SIGUE.

        0300-CHECK-FLIGHT.
           MOVE "N" TO WS-FLT-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0310-READ-NEXT-FLIGHT
              PERFORM 0320-MATCH-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-FOUND
              CLOSE FFILE
           END-IF.

        0310-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0320-MATCH-FLIGHT.
           IF FLIGHT-CODE = WS-CODE-NUM
              MOVE "Y" TO WS-FLT-FOUND-SW
              MOVE FLIGHT-AIRLINE TO WS-FLT-AIRLINE
              MOVE FLIGHT-ACFT TO WS-FLT-ACFT
              MOVE FLIGHT-ESTADO TO WS-FLT-ESTADO
              DISPLAY "VUELO " FLIGHT-CODE " " FLIGHT-AIRLINE
                 " " FLIGHT-DATE " " FLIGHT-TIME " TIPO " FLIGHT-ACFT
              DISPLAY "   " FLIGHT-DEPARTURE " - " FLIGHT-ARRIVAL
           ELSE
              PERFORM 0310-READ-NEXT-FLIGHT
           END-IF.

        0400-SHOW-ASSIGNMENT.
           PERFORM 0410-FIND-ASSIGNMENT.
           IF WS-TLA-HIT = ZERO
              DISPLAY "   SIN MATRICULA ASIGNADA"
           ELSE
              DISPLAY "   MATRICULA " WS-TTB-TAIL (WS-TLA-HIT)
                 " BLOQUE " WS-TTB-BLOCK (WS-TLA-HIT) " MIN"
           END-IF.

        0410-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-TLA-HIT.
           PERFORM 0420-COMPARE-ASSIGNMENT
              VARYING WS-TLA-IDX FROM 1 BY 1
              UNTIL WS-TLA-IDX > WS-TLA-COUNT
                 OR WS-TLA-HIT > ZERO.

        0420-COMPARE-ASSIGNMENT.
           IF WS-TTB-CODE (WS-TLA-IDX) = WS-CODE-NUM
              AND WS-TTB-BAJA (WS-TLA-IDX) = "N"
              MOVE WS-TLA-IDX TO WS-TLA-HIT
           END-IF.

        0500-ENTER-ASSIGNMENT.
           MOVE "Y" TO WS-ENT-OK-SW.
           DISPLAY "MATRICULA (ENTER = QUITAR ASIGNACION): ".
           ACCEPT WS-ENT-TAIL.
           IF WS-ENT-TAIL NOT = SPACES
              PERFORM 0600-CHECK-TAIL
              IF NOT WS-ENT-OK
                 CONTINUE
              ELSE
                 DISPLAY "TIEMPO DE BLOQUE EN MINUTOS (EJ 0075): "
                 ACCEPT WS-ENT-BLOCK
                 IF WS-ENT-BLOCK NOT NUMERIC OR WS-ENT-BLOCK = ZERO
                    OR WS-ENT-BLOCK > "1440"
                    DISPLAY "BLOQUE DEBE SER NUMERICO DE 4 DIGITOS, "
                       "ENTRE 0001 Y 1440"
                    MOVE "N" TO WS-ENT-OK-SW
                 END-IF
              END-IF
           END-IF.

        0600-CHECK-TAIL.
           MOVE "N" TO WS-TAIL-LOADED-SW.
           MOVE "N" TO WS-TAIL-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TAILREG.
           IF WS-TAIL-STATUS NOT = "00"
              IF WS-TAIL-STATUS = "05" OR WS-TAIL-STATUS = "35"
                 CLOSE TAILREG
              END-IF
           ELSE
              MOVE "Y" TO WS-TAIL-LOADED-SW
              PERFORM 0610-READ-NEXT-TAIL
              PERFORM 0620-MATCH-TAIL
                 UNTIL WS-EOF OR WS-TAIL-FOUND
              CLOSE TAILREG
           END-IF.
           IF NOT WS-TAIL-LOADED
              DISPLAY "TAILREG.DAT NO DISPONIBLE - REGISTRE LAS "
                 "MATRICULAS EN TAILMNT1"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF NOT WS-TAIL-FOUND
              DISPLAY "MATRICULA NO EXISTE EN TAILREG.DAT"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-TAIL-ACTIVO NOT = "Y"
              DISPLAY "MATRICULA FUERA DE SERVICIO"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-TAIL-ACFT NOT = WS-FLT-ACFT
              DISPLAY "LA MATRICULA ES TIPO " WS-TAIL-ACFT
                 " Y EL VUELO ES TIPO " WS-FLT-ACFT
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-TAIL-AIRLINE NOT = WS-FLT-AIRLINE
              DISPLAY "LA MATRICULA ES DE " WS-TAIL-AIRLINE
              MOVE "N" TO WS-ENT-OK-SW
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

        0610-READ-NEXT-TAIL.
           READ TAILREG
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0620-MATCH-TAIL.
           IF TAIL-REG = WS-ENT-TAIL
              MOVE "Y" TO WS-TAIL-FOUND-SW
              MOVE TAIL-ACFT TO WS-TAIL-ACFT
              MOVE TAIL-AIRLINE TO WS-TAIL-AIRLINE
              MOVE TAIL-ACTIVO TO WS-TAIL-ACTIVO
           ELSE
              PERFORM 0610-READ-NEXT-TAIL
           END-IF.

      * LA LINEA VIEJA DEL VUELO SE DA DE BAJA Y LA NUEVA SE AGREGA
      * AL FINAL DE LA TABLA
        0700-REPLACE-ASSIGNMENT.
           IF WS-ENT-TAIL NOT = SPACES AND WS-TLA-HIT = ZERO
              AND WS-TLA-COUNT >= 3000
              DISPLAY "TABLA DE ASIGNACIONES LLENA - NO SE GRABA"
           ELSE
              IF WS-TLA-HIT > ZERO
                 MOVE "S" TO WS-TTB-BAJA (WS-TLA-HIT)
              END-IF
              IF WS-ENT-TAIL = SPACES
                 DISPLAY "ASIGNACION QUITADA"
              ELSE
                 IF WS-TLA-HIT > ZERO
                    MOVE WS-TLA-HIT TO WS-TLA-IDX
                 ELSE
                    ADD 1 TO WS-TLA-COUNT
                    MOVE WS-TLA-COUNT TO WS-TLA-IDX
                 END-IF
                 MOVE WS-CODE-NUM TO WS-TTB-CODE (WS-TLA-IDX)
                 MOVE WS-ENT-TAIL TO WS-TTB-TAIL (WS-TLA-IDX)
                 MOVE WS-ENT-BLOCK TO WS-TTB-BLOCK (WS-TLA-IDX)
                 MOVE "N" TO WS-TTB-BAJA (WS-TLA-IDX)
                 DISPLAY "MATRICULA ASIGNADA"
              END-IF
              MOVE "Y" TO WS-CAMBIOS-SW
              ADD 1 TO WS-CNT-VUELOS
           END-IF.

        0800-REWRITE-ASSIGNMENTS.
           OPEN OUTPUT FLTTAIL.
           PERFORM 0810-WRITE-ONE-ASSIGNMENT
              VARYING WS-TLA-IDX FROM 1 BY 1
              UNTIL WS-TLA-IDX > WS-TLA-COUNT.
           CLOSE FLTTAIL.

        0810-WRITE-ONE-ASSIGNMENT.
           IF WS-TTB-BAJA (WS-TLA-IDX) = "N"
              MOVE WS-TTB-CODE (WS-TLA-IDX)  TO TLA-FLIGHT-CODE
              MOVE WS-TTB-TAIL (WS-TLA-IDX)  TO TLA-TAIL
              MOVE WS-TTB-BLOCK (WS-TLA-IDX) TO TLA-BLOCK
              WRITE TLA-REC
           END-IF.
          END PROGRAM FLTTAL1.
