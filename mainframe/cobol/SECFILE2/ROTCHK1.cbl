       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTCHK1.
      * ===============================================================
      * ROTCHK1 = REVISION DE ROTACION DE AVIONES Y REPORTE DIARIO
      * POR MATRICULA (ROTCHK.RPT). CRUZA LAS ASIGNACIONES DE
      * FLTTAIL.DAT (FLTTAL1) CON FLIGHTS.DAT, DEJA FUERA LOS VUELOS
      * CANCELADOS Y ORDENA LOS TRAMOS DE CADA MATRICULA POR SALIDA.
      * LA LLEGADA ES LA SALIDA MAS EL TIEMPO DE BLOQUE. MARCA:
      *   - SOLAPE: EL AVION SALE ANTES DE LLEGAR DE UN TRAMO ANTERIOR
      *   - CIUDAD: SALE DE UNA CIUDAD DISTINTA A LA DE SU ULTIMA
      *     LLEGADA
      *   - ESCALA CORTA: MENOS MINUTOS EN TIERRA QUE EL MINIMO
      *     (BATCHPRM ROTCHK1/MIN-TURN, 45 SI NO ESTA)
      *   - MATRICULA NO REGISTRADA O FUERA DE SERVICIO EN TAILREG.DAT
      *     Y TIPO O AEROLINEA DISTINTOS A LOS DEL VUELO
      * SE PIDE EL RANGO DE FECHAS DEL REPORTE; EL TRAMO ANTERIOR DE
      * CADA AVION SE REVISA AUNQUE QUEDE FUERA DEL RANGO.
      * RETURN-CODE 4 SI HAY CONFLICTOS, 8 SI LAS TABLAS NO ALCANZAN
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
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.
            SELECT ROTRPT ASSIGN TO "ROTCHK.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD ROTRPT.
       01  RPT-LINE                     PIC X(132).

        WORKING-STORAGE SECTION.
        01   WS-TLA-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-TAIL-STATUS             PIC XX.
        01   WS-PRM-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-MIN-TURN-X              PIC X(04).
        01   WS-MIN-TURN                PIC 9(04) VALUE 45.
        01   WS-FECHA-HOY               PIC 9(08).

      * RANGO DEL REPORTE
        01   WS-ENT-DESDE               PIC X(08).
        01   WS-ENT-HASTA               PIC X(08).
        01   WS-RNG-DESDE               PIC 9(08) VALUE ZERO.
        01   WS-RNG-HASTA               PIC 9(08) VALUE ZERO.
        01   WS-RNG-INT                 PIC 9(07).

      * HORA HHMM PARTIDA EN HORAS Y MINUTOS
        01   WS-HHMM                    PIC 9(04).
        01   WS-HHMM-R REDEFINES WS-HHMM.
             05 WS-HH                   PIC 9(02).
             05 WS-MM                   PIC 9(02).
        01   WS-DIA-INT                 PIC 9(07).
        01   WS-MIN-DIA                 PIC 9(04).

      * MATRICULAS DE TAILREG.DAT
        01   WS-TAIL-COUNT              PIC 9(03) VALUE ZERO.
        01   WS-TAIL-IDX                PIC 9(03).
        01   WS-TAIL-HIT                PIC 9(03).
        01   WS-TAIL-TABLA.
             03 WS-TAIL-ENTRY OCCURS 500 TIMES.
                05 WS-TBL-REG           PIC X(8).
                05 WS-TBL-ACFT          PIC X(4).
                05 WS-TBL-AIRLINE       PIC X(20).
                05 WS-TBL-ACTIVO        PIC X(1).

      * TRAMOS: UNA ENTRADA POR ASIGNACION, COMPLETADA CON EL VUELO.
      * SALIDA Y LLEGADA EN MINUTOS ABSOLUTOS (DIA * 1440 + MINUTO)
        01   WS-LEG-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-LEG-IDX                 PIC 9(04).
        01   WS-LEG-IDX2                PIC 9(04).
        01   WS-LEG-MENOR               PIC 9(04).
        01   WS-LEG-VIVOS               PIC 9(04).
        01   WS-LEG-TABLA.
             03 WS-LEG-ENTRY OCCURS 3000 TIMES.
                05 WS-LEG-CLAVE.
                   07 WS-LEG-TAIL       PIC X(8).
                   07 WS-LEG-SALE       PIC 9(11).
                05 WS-LEG-LLEGA         PIC 9(11).
                05 WS-LEG-CODE          PIC 9(5).
                05 WS-LEG-BLOCK         PIC 9(4).
                05 WS-LEG-DATE          PIC 9(8).
                05 WS-LEG-TIME          PIC 9(4).
                05 WS-LEG-DEP           PIC X(20).
                05 WS-LEG-ARR           PIC X(20).
                05 WS-LEG-ACFT          PIC X(4).
                05 WS-LEG-AIRLINE       PIC X(20).
      * ? = VUELO NO ESTA EN FLIGHTS.DAT, SI NO EL ESTADO DEL VUELO
                05 WS-LEG-ESTADO        PIC X(1).
        01   WS-LEG-AUX                 PIC X(116).

      * REVISION DE LA ROTACION
        01   WS-PREV-IDX                PIC 9(04).
        01   WS-MAX-LLEGA               PIC 9(11).
        01   WS-MAX-CODE                PIC 9(05).
        01   WS-ESCALA                  PIC S9(11).
        01   WS-ESCALA-ED               PIC -----9.
        01   WS-LLEGA-DIA               PIC 9(07).
        01   WS-LLEGA-MIN               PIC 9(04).
        01   WS-LLEGA-HH                PIC 9(02).
        01   WS-LLEGA-MM                PIC 9(02).
        01   WS-SALE-DIA                PIC 9(07).
        01   WS-DIAS-MAS                PIC 9(01).
        01   WS-EN-RANGO-SW             PIC X(01).
             88 WS-EN-RANGO             VALUE "Y".
        01   WS-ULT-TAIL                PIC X(08).
        01   WS-ULT-DATE                PIC 9(08).
        01   WS-OBS                     PIC X(90).

        01   WS-CNT-ASIGNACIONES        PIC 9(05) VALUE ZERO.
        01   WS-CNT-SIN-VUELO           PIC 9(05) VALUE ZERO.
        01   WS-CNT-CANCELADOS          PIC 9(05) VALUE ZERO.
        01   WS-CNT-LISTADOS            PIC 9(05) VALUE ZERO.
        01   WS-CNT-SOLAPES             PIC 9(05) VALUE ZERO.
        01   WS-CNT-CIUDAD              PIC 9(05) VALUE ZERO.
        01   WS-CNT-ESCALA              PIC 9(05) VALUE ZERO.
        01   WS-CNT-MATRICULA           PIC 9(05) VALUE ZERO.
        01   WS-CNT-CONFLICTOS          PIC 9(05) VALUE ZERO.

        01   WS-LIN-GRUPO.
             05 FILLER                  PIC X(11) VALUE 'MATRICULA: '.
             05 ROT-GRP-TAIL            PIC X(8).
             05 FILLER                  PIC X(07) VALUE '  TIPO '.
             05 ROT-GRP-ACFT            PIC X(4).
             05 FILLER                  PIC X(09) VALUE '  FECHA: '.
             05 ROT-GRP-DATE            PIC 9(8).

        01   WS-LIN-DETALLE.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 ROT-CODE                PIC 9(5).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 ROT-DEP                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 ROT-ARR                 PIC X(20).
             05 FILLER                  PIC X(07) VALUE ' SALE: '.
             05 ROT-SALE                PIC 9(4).
             05 FILLER                  PIC X(08) VALUE ' LLEGA: '.
             05 ROT-LLEGA-HH            PIC 9(2).
             05 ROT-LLEGA-MM            PIC 9(2).
             05 ROT-LLEGA-MAS           PIC X(03).
             05 FILLER                  PIC X(09) VALUE ' BLOQUE: '.
             05 ROT-BLOCK               PIC ZZZ9.
             05 FILLER                  PIC X(09) VALUE ' ESCALA: '.
             05 ROT-ESCALA              PIC X(06).

        01   WS-LIN-CUENTA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 ROT-CTA-TXT             PIC X(40).
             05 ROT-CTA-VAL             PIC ZZZZ9.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "MIN-TURN    " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:4) TO WS-MIN-TURN-X
              IF WS-MIN-TURN-X IS NUMERIC
                 MOVE WS-MIN-TURN-X TO WS-MIN-TURN
              END-IF
           END-IF.
           PERFORM 0100-LOAD-TAILS.
           PERFORM 0150-LOAD-ASSIGNMENTS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "ARCHIVOS EXCEDEN LAS TABLAS - NO SE REVISA "
                 "LA ROTACION"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-LEG-COUNT = ZERO
              DISPLAY "NO HAY MATRICULAS ASIGNADAS EN FLTTAIL.DAT "
                 "(FLTTAL1)"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0200-ASK-RANGE.
           IF WS-RNG-DESDE = ZERO OR WS-RNG-HASTA = ZERO
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0170-MATCH-FLIGHTS.
           OPEN OUTPUT ROTRPT.
           PERFORM 0250-WRITE-HEADER.
           PERFORM 0300-DROP-LEGS.
           PERFORM 0400-SORT-LEGS.
           MOVE SPACES TO WS-ULT-TAIL.
           MOVE ZERO TO WS-ULT-DATE.
           PERFORM 0500-CHECK-LEG
              VARYING WS-LEG-IDX FROM 1 BY 1
              UNTIL WS-LEG-IDX > WS-LEG-COUNT.
           PERFORM 0700-WRITE-SUMMARY.
           CLOSE ROTRPT.
           DISPLAY "ROTACION EN ROTCHK.RPT - TRAMOS LISTADOS: "
              WS-CNT-LISTADOS " CONFLICTOS: " WS-CNT-CONFLICTOS.
           IF WS-CNT-CONFLICTOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        0055-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 0055-A-READ-NEXT-PARM
              PERFORM 0055-B-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

        0055-A-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.

        0055-B-MATCH-PARM.
           IF PRM-PROGRAM = "ROTCHK1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

        0100-LOAD-TAILS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TAILREG.
           IF WS-TAIL-STATUS NOT = "00"
              IF WS-TAIL-STATUS = "05" OR WS-TAIL-STATUS = "35"
                 CLOSE TAILREG
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-TAIL
              PERFORM 0120-LOAD-ONE-TAIL
                 UNTIL WS-EOF OR WS-TAIL-COUNT >= 500
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE TAILREG
           END-IF.

        0110-READ-NEXT-TAIL.
           READ TAILREG
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-TAIL.
           ADD 1 TO WS-TAIL-COUNT.
           MOVE TAIL-REG     TO WS-TBL-REG (WS-TAIL-COUNT).
           MOVE TAIL-ACFT    TO WS-TBL-ACFT (WS-TAIL-COUNT).
           MOVE TAIL-AIRLINE TO WS-TBL-AIRLINE (WS-TAIL-COUNT).
           MOVE TAIL-ACTIVO  TO WS-TBL-ACTIVO (WS-TAIL-COUNT).
           PERFORM 0110-READ-NEXT-TAIL.

        0150-LOAD-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTTAIL.
           IF WS-TLA-STATUS NOT = "00"
              IF WS-TLA-STATUS = "05" OR WS-TLA-STATUS = "35"
                 CLOSE FLTTAIL
              END-IF
           ELSE
              PERFORM 0155-READ-NEXT-ASSIGNMENT
              PERFORM 0160-LOAD-ONE-ASSIGNMENT
                 UNTIL WS-EOF OR WS-LEG-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTTAIL
           END-IF.
           MOVE WS-LEG-COUNT TO WS-CNT-ASIGNACIONES.

        0155-READ-NEXT-ASSIGNMENT.
           READ FLTTAIL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0160-LOAD-ONE-ASSIGNMENT.
           ADD 1 TO WS-LEG-COUNT.
           MOVE SPACES TO WS-LEG-ENTRY (WS-LEG-COUNT).
           MOVE TLA-TAIL        TO WS-LEG-TAIL (WS-LEG-COUNT).
           MOVE TLA-FLIGHT-CODE TO WS-LEG-CODE (WS-LEG-COUNT).
           MOVE TLA-BLOCK       TO WS-LEG-BLOCK (WS-LEG-COUNT).
           MOVE ZERO TO WS-LEG-SALE (WS-LEG-COUNT)
                        WS-LEG-LLEGA (WS-LEG-COUNT)
                        WS-LEG-DATE (WS-LEG-COUNT)
                        WS-LEG-TIME (WS-LEG-COUNT).
           MOVE "?"             TO WS-LEG-ESTADO (WS-LEG-COUNT).
           PERFORM 0155-READ-NEXT-ASSIGNMENT.

      * CADA VUELO DE FLIGHTS.DAT COMPLETA SU TRAMO SI TIENE MATRICULA
        0170-MATCH-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0175-READ-NEXT-FLIGHT
              PERFORM 0180-TAKE-FLIGHT UNTIL WS-EOF
              CLOSE FFILE
           END-IF.

        0175-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0180-TAKE-FLIGHT.
           PERFORM 0185-FILL-LEG
              VARYING WS-LEG-IDX FROM 1 BY 1
              UNTIL WS-LEG-IDX > WS-LEG-COUNT.
           PERFORM 0175-READ-NEXT-FLIGHT.

        0185-FILL-LEG.
           IF WS-LEG-CODE (WS-LEG-IDX) = FLIGHT-CODE
              MOVE FLIGHT-DATE      TO WS-LEG-DATE (WS-LEG-IDX)
              MOVE FLIGHT-TIME      TO WS-LEG-TIME (WS-LEG-IDX)
              MOVE FLIGHT-DEPARTURE TO WS-LEG-DEP (WS-LEG-IDX)
              MOVE FLIGHT-ARRIVAL   TO WS-LEG-ARR (WS-LEG-IDX)
              MOVE FLIGHT-ACFT      TO WS-LEG-ACFT (WS-LEG-IDX)
              MOVE FLIGHT-AIRLINE   TO WS-LEG-AIRLINE (WS-LEG-IDX)
              MOVE FLIGHT-ESTADO    TO WS-LEG-ESTADO (WS-LEG-IDX)
              MOVE FLIGHT-TIME TO WS-HHMM
              MOVE FUNCTION INTEGER-OF-DATE(FLIGHT-DATE)
                 TO WS-DIA-INT
              COMPUTE WS-LEG-SALE (WS-LEG-IDX) =
                 WS-DIA-INT * 1440 + WS-HH * 60 + WS-MM
              COMPUTE WS-LEG-LLEGA (WS-LEG-IDX) =
                 WS-LEG-SALE (WS-LEG-IDX) + WS-LEG-BLOCK (WS-LEG-IDX)
           END-IF.

        0200-ASK-RANGE.
           DISPLAY "FECHA DESDE AAAAMMDD (ENTER = HOY): ".
           ACCEPT WS-ENT-DESDE.
           DISPLAY "FECHA HASTA AAAAMMDD (ENTER = SOLO ESE DIA): ".
           ACCEPT WS-ENT-HASTA.
           IF WS-ENT-DESDE = SPACES
              MOVE WS-FECHA-HOY TO WS-RNG-DESDE
           ELSE
           IF WS-ENT-DESDE NOT NUMERIC
              DISPLAY "FECHA DESDE INVALIDA (AAAAMMDD)"
           ELSE
              MOVE WS-ENT-DESDE TO WS-RNG-DESDE
              MOVE FUNCTION INTEGER-OF-DATE(WS-RNG-DESDE)
                 TO WS-RNG-INT
              IF WS-RNG-INT = ZERO
                 DISPLAY "FECHA DESDE INVALIDA (AAAAMMDD)"
                 MOVE ZERO TO WS-RNG-DESDE
              END-IF
           END-IF
           END-IF.
           IF WS-RNG-DESDE > ZERO
              IF WS-ENT-HASTA = SPACES
                 MOVE WS-RNG-DESDE TO WS-RNG-HASTA
              ELSE
              IF WS-ENT-HASTA NOT NUMERIC
                 DISPLAY "FECHA HASTA INVALIDA (AAAAMMDD)"
              ELSE
                 MOVE WS-ENT-HASTA TO WS-RNG-HASTA
                 MOVE FUNCTION INTEGER-OF-DATE(WS-RNG-HASTA)
                    TO WS-RNG-INT
                 IF WS-RNG-INT = ZERO
                    DISPLAY "FECHA HASTA INVALIDA (AAAAMMDD)"
                    MOVE ZERO TO WS-RNG-HASTA
                 ELSE
                 IF WS-RNG-HASTA < WS-RNG-DESDE
                    DISPLAY "HASTA NO PUEDE SER MENOR QUE DESDE"
                    MOVE ZERO TO WS-RNG-HASTA
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

        0250-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "ROTACION DIARIA POR MATRICULA  FECHA: "
              WS-FECHA-HOY DELIMITED BY SIZE
              INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RANGO: " WS-RNG-DESDE " - " WS-RNG-HASTA
              "  ESCALA MINIMA: " WS-MIN-TURN " MIN"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      * SE QUITAN LOS TRAMOS DE VUELOS CANCELADOS O QUE YA NO ESTAN EN
      * FLIGHTS.DAT; LOS QUE QUEDAN SE CORREN AL INICIO DE LA TABLA
        0300-DROP-LEGS.
           MOVE ZERO TO WS-LEG-VIVOS.
           PERFORM 0310-KEEP-LEG
              VARYING WS-LEG-IDX FROM 1 BY 1
              UNTIL WS-LEG-IDX > WS-LEG-COUNT.
           MOVE WS-LEG-VIVOS TO WS-LEG-COUNT.

        0310-KEEP-LEG.
           IF WS-LEG-ESTADO (WS-LEG-IDX) = "?"
              ADD 1 TO WS-CNT-SIN-VUELO
              MOVE SPACES TO RPT-LINE
              STRING "** ASIGNACION SIN VUELO EN FLIGHTS.DAT: VUELO "
                 WS-LEG-CODE (WS-LEG-IDX) " MATRICULA "
                 WS-LEG-TAIL (WS-LEG-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
           IF WS-LEG-ESTADO (WS-LEG-IDX) = "C"
              ADD 1 TO WS-CNT-CANCELADOS
           ELSE
              ADD 1 TO WS-LEG-VIVOS
              IF WS-LEG-VIVOS NOT = WS-LEG-IDX
                 MOVE WS-LEG-ENTRY (WS-LEG-IDX)
                    TO WS-LEG-ENTRY (WS-LEG-VIVOS)
              END-IF
           END-IF
           END-IF.

      * ORDEN POR MATRICULA Y MINUTO DE SALIDA (SELECCION DIRECTA)
        0400-SORT-LEGS.
           PERFORM 0410-PLACE-LEG
              VARYING WS-LEG-IDX FROM 1 BY 1
              UNTIL WS-LEG-IDX >= WS-LEG-COUNT.

        0410-PLACE-LEG.
           MOVE WS-LEG-IDX TO WS-LEG-MENOR.
           PERFORM 0420-COMPARE-LEG
              VARYING WS-LEG-IDX2 FROM WS-LEG-IDX BY 1
              UNTIL WS-LEG-IDX2 > WS-LEG-COUNT.
           IF WS-LEG-MENOR NOT = WS-LEG-IDX
              MOVE WS-LEG-ENTRY (WS-LEG-IDX) TO WS-LEG-AUX
              MOVE WS-LEG-ENTRY (WS-LEG-MENOR)
                 TO WS-LEG-ENTRY (WS-LEG-IDX)
              MOVE WS-LEG-AUX TO WS-LEG-ENTRY (WS-LEG-MENOR)
           END-IF.

        0420-COMPARE-LEG.
           IF WS-LEG-CLAVE (WS-LEG-IDX2) < WS-LEG-CLAVE (WS-LEG-MENOR)
              MOVE WS-LEG-IDX2 TO WS-LEG-MENOR
           END-IF.

      * EL SOLAPE SE MIDE CONTRA LA LLEGADA MAS TARDIA DE LOS TRAMOS
      * ANTERIORES DEL AVION; CIUDAD Y ESCALA CONTRA EL TRAMO PREVIO
        0500-CHECK-LEG.
           MOVE ZERO TO WS-PREV-IDX.
           IF WS-LEG-IDX > 1
              IF WS-LEG-TAIL (WS-LEG-IDX - 1) = WS-LEG-TAIL (WS-LEG-IDX)
                 COMPUTE WS-PREV-IDX = WS-LEG-IDX - 1
              END-IF
           END-IF.
           MOVE "N" TO WS-EN-RANGO-SW.
           IF WS-LEG-DATE (WS-LEG-IDX) NOT < WS-RNG-DESDE
              AND WS-LEG-DATE (WS-LEG-IDX) NOT > WS-RNG-HASTA
              MOVE "Y" TO WS-EN-RANGO-SW
              PERFORM 0600-WRITE-DETAIL
           END-IF.
           IF WS-PREV-IDX > ZERO
              COMPUTE WS-ESCALA = WS-LEG-SALE (WS-LEG-IDX)
                 - WS-LEG-LLEGA (WS-PREV-IDX)
              IF WS-LEG-SALE (WS-LEG-IDX) < WS-MAX-LLEGA
                 MOVE SPACES TO WS-OBS
                 STRING "SOLAPE: SALE ANTES DE LLEGAR EL VUELO "
                    WS-MAX-CODE DELIMITED BY SIZE INTO WS-OBS
                 IF WS-EN-RANGO
                    ADD 1 TO WS-CNT-SOLAPES
                 END-IF
                 PERFORM 0650-WRITE-CONFLICT
              ELSE
              IF WS-ESCALA < WS-MIN-TURN
                 MOVE WS-ESCALA TO WS-ESCALA-ED
                 MOVE SPACES TO WS-OBS
                 STRING "ESCALA CORTA: " WS-ESCALA-ED
                    " MIN TRAS EL VUELO " WS-LEG-CODE (WS-PREV-IDX)
                    " (MINIMO " WS-MIN-TURN ")"
                    DELIMITED BY SIZE INTO WS-OBS
                 IF WS-EN-RANGO
                    ADD 1 TO WS-CNT-ESCALA
                 END-IF
                 PERFORM 0650-WRITE-CONFLICT
              END-IF
              END-IF
              IF WS-LEG-DEP (WS-LEG-IDX) NOT = WS-LEG-ARR (WS-PREV-IDX)
                 MOVE SPACES TO WS-OBS
                 STRING "CIUDAD: EL VUELO " WS-LEG-CODE (WS-PREV-IDX)
                    " LLEGO A " WS-LEG-ARR (WS-PREV-IDX)
                    DELIMITED BY SIZE INTO WS-OBS
                 IF WS-EN-RANGO
                    ADD 1 TO WS-CNT-CIUDAD
                 END-IF
                 PERFORM 0650-WRITE-CONFLICT
              END-IF
           END-IF.
           PERFORM 0550-CHECK-TAIL.
           IF WS-PREV-IDX = ZERO
              OR WS-LEG-LLEGA (WS-LEG-IDX) > WS-MAX-LLEGA
              MOVE WS-LEG-LLEGA (WS-LEG-IDX) TO WS-MAX-LLEGA
              MOVE WS-LEG-CODE (WS-LEG-IDX) TO WS-MAX-CODE
           END-IF.

        0550-CHECK-TAIL.
           MOVE ZERO TO WS-TAIL-HIT.
           PERFORM 0560-FIND-TAIL
              VARYING WS-TAIL-IDX FROM 1 BY 1
              UNTIL WS-TAIL-IDX > WS-TAIL-COUNT OR WS-TAIL-HIT > ZERO.
           MOVE SPACES TO WS-OBS.
           IF WS-TAIL-HIT = ZERO
              MOVE "MATRICULA NO REGISTRADA EN TAILREG.DAT" TO WS-OBS
           ELSE
           IF WS-TBL-ACTIVO (WS-TAIL-HIT) NOT = "Y"
              MOVE "MATRICULA FUERA DE SERVICIO" TO WS-OBS
           ELSE
           IF WS-TBL-ACFT (WS-TAIL-HIT) NOT = WS-LEG-ACFT (WS-LEG-IDX)
              STRING "TIPO: EL VUELO ES " WS-LEG-ACFT (WS-LEG-IDX)
                 " Y LA MATRICULA ES " WS-TBL-ACFT (WS-TAIL-HIT)
                 DELIMITED BY SIZE INTO WS-OBS
           ELSE
           IF WS-TBL-AIRLINE (WS-TAIL-HIT) NOT =
              WS-LEG-AIRLINE (WS-LEG-IDX)
              STRING "AEROLINEA: LA MATRICULA ES DE "
                 WS-TBL-AIRLINE (WS-TAIL-HIT)
                 DELIMITED BY SIZE INTO WS-OBS
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-OBS NOT = SPACES
              IF WS-EN-RANGO
                 ADD 1 TO WS-CNT-MATRICULA
              END-IF
              PERFORM 0650-WRITE-CONFLICT
           END-IF.

        0560-FIND-TAIL.
           IF WS-TBL-REG (WS-TAIL-IDX) = WS-LEG-TAIL (WS-LEG-IDX)
              MOVE WS-TAIL-IDX TO WS-TAIL-HIT
           END-IF.

      * CABECERA NUEVA POR CADA MATRICULA Y DIA
        0600-WRITE-DETAIL.
           IF WS-LEG-TAIL (WS-LEG-IDX) NOT = WS-ULT-TAIL
              OR WS-LEG-DATE (WS-LEG-IDX) NOT = WS-ULT-DATE
              MOVE WS-LEG-TAIL (WS-LEG-IDX) TO WS-ULT-TAIL
              MOVE WS-LEG-DATE (WS-LEG-IDX) TO WS-ULT-DATE
              MOVE WS-LEG-TAIL (WS-LEG-IDX) TO ROT-GRP-TAIL
              MOVE WS-LEG-ACFT (WS-LEG-IDX) TO ROT-GRP-ACFT
              MOVE WS-LEG-DATE (WS-LEG-IDX) TO ROT-GRP-DATE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-LIN-GRUPO TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           ADD 1 TO WS-CNT-LISTADOS.
           MOVE WS-LEG-CODE (WS-LEG-IDX)  TO ROT-CODE.
           MOVE WS-LEG-DEP (WS-LEG-IDX)   TO ROT-DEP.
           MOVE WS-LEG-ARR (WS-LEG-IDX)   TO ROT-ARR.
           MOVE WS-LEG-TIME (WS-LEG-IDX)  TO ROT-SALE.
           MOVE WS-LEG-BLOCK (WS-LEG-IDX) TO ROT-BLOCK.
           DIVIDE WS-LEG-LLEGA (WS-LEG-IDX) BY 1440
              GIVING WS-LLEGA-DIA REMAINDER WS-LLEGA-MIN.
           DIVIDE WS-LEG-SALE (WS-LEG-IDX) BY 1440
              GIVING WS-SALE-DIA REMAINDER WS-MIN-DIA.
           DIVIDE WS-LLEGA-MIN BY 60
              GIVING WS-LLEGA-HH REMAINDER WS-LLEGA-MM.
           MOVE WS-LLEGA-HH TO ROT-LLEGA-HH.
           MOVE WS-LLEGA-MM TO ROT-LLEGA-MM.
           MOVE SPACES TO ROT-LLEGA-MAS.
           IF WS-LLEGA-DIA > WS-SALE-DIA
              COMPUTE WS-DIAS-MAS = WS-LLEGA-DIA - WS-SALE-DIA
              STRING " +" WS-DIAS-MAS DELIMITED BY SIZE
                 INTO ROT-LLEGA-MAS
           END-IF.
           IF WS-PREV-IDX = ZERO
              MOVE "   ---" TO ROT-ESCALA
           ELSE
              COMPUTE WS-ESCALA = WS-LEG-SALE (WS-LEG-IDX)
                 - WS-LEG-LLEGA (WS-PREV-IDX)
              MOVE WS-ESCALA TO WS-ESCALA-ED
              MOVE WS-ESCALA-ED TO ROT-ESCALA
           END-IF.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.

      * LOS CONFLICTOS DE TRAMOS FUERA DEL RANGO NO SE LISTAN
        0650-WRITE-CONFLICT.
           IF WS-EN-RANGO
              ADD 1 TO WS-CNT-CONFLICTOS
              MOVE SPACES TO RPT-LINE
              STRING "         ** " WS-OBS DELIMITED BY SIZE
                 INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0700-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RESUMEN" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ASIGNACIONES EN FLTTAIL.DAT"      TO ROT-CTA-TXT.
           MOVE WS-CNT-ASIGNACIONES               TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "ASIGNACIONES SIN VUELO"           TO ROT-CTA-TXT.
           MOVE WS-CNT-SIN-VUELO                  TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "VUELOS CANCELADOS NO REVISADOS"   TO ROT-CTA-TXT.
           MOVE WS-CNT-CANCELADOS                 TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "TRAMOS LISTADOS EN EL RANGO"      TO ROT-CTA-TXT.
           MOVE WS-CNT-LISTADOS                   TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "SOLAPES DE UN MISMO AVION"        TO ROT-CTA-TXT.
           MOVE WS-CNT-SOLAPES                    TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "SALIDAS DESDE OTRA CIUDAD"        TO ROT-CTA-TXT.
           MOVE WS-CNT-CIUDAD                     TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "ESCALAS BAJO EL MINIMO"           TO ROT-CTA-TXT.
           MOVE WS-CNT-ESCALA                     TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "MATRICULA NO VALIDA PARA EL VUELO" TO ROT-CTA-TXT.
           MOVE WS-CNT-MATRICULA                  TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "TOTAL CONFLICTOS EN EL RANGO"     TO ROT-CTA-TXT.
           MOVE WS-CNT-CONFLICTOS                 TO ROT-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.

        0710-WRITE-COUNT.
           MOVE WS-LIN-CUENTA TO RPT-LINE.
           WRITE RPT-LINE.

          END PROGRAM ROTCHK1.
