       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTCAB1.
      * ===============================================================
      * FLTCAB1 = CLASES DE CABINA POR VUELO. MANTIENE FLTCLASS.DAT:
      * POR CADA VUELO DE FLIGHTS.DAT HASTA 3 CLASES (J = EJECUTIVA,
      * Y = ECONOMICA...) CON SUS SILLAS Y SU TARIFA. LAS SILLAS DE
      * LAS CLASES DEBEN SUMAR FLIGHT-CAPACITY, LA CLASE Y ES
      * OBLIGATORIA (LAS RESERVAS SIN CLASE CUENTAN EN ELLA) Y, SI EL
      * TIPO DE AERONAVE DEL VUELO TIENE CONFIGURACION DE CABINA EN
      * ACFTYPE.DAT (ACFMNT1), CADA CLASE DEBE TENER LAS SILLAS DE
      * ESA CONFIGURACION. UN VUELO SIN LINEAS ES DE CABINA UNICA Y.
      * LAS SILLAS SE NUMERAN POR CLASE EN EL ORDEN DADO: LA PRIMERA
      * CLASE TOMA DESDE LA SILLA 1. PSGENT1, PSGSEA1 Y PSGWTL1
      * RESPETAN LA DISPONIBILIDAD POR CLASE. EL ARCHIVO SE CARGA A
      * UNA TABLA, SE TRABAJA EN MEMORIA Y SE REESCRIBE AL SALIR
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
      * MAESTRO DE TIPOS DE AERONAVE (ACFMNT1) - CONFIGURACION DE
      * CABINA CONTRA LA QUE SE VALIDAN LAS CLASES DEL VUELO
            SELECT OPTIONAL ACFTYPE ASSIGN TO "ACFTYPE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CLASES DE CABINA DEL VUELO - UNA LINEA POR VUELO Y CLASE
       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-CLASE                PIC X(1).
            05 FCL-CAPACITY             PIC 9(4).
            05 FCL-FARE                 PIC 9(7)V99.

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

       FD ACFTYPE.
       01 ACF-REC.
            05 ACF-CODE                  PIC X(4).
            05 ACF-DESC                  PIC X(20).
            05 ACF-SEATS                 PIC 9(4).
      * CONFIGURACION DE CABINA: CLASE Y SILLAS DE CADA UNA, EN EL
      * ORDEN DE LA CABINA - EN BLANCO = TIPO SIN CONFIGURACION
            05 ACF-CFG OCCURS 3 TIMES.
               07 ACF-CFG-CLASE          PIC X(1).
               07 ACF-CFG-SEATS          PIC 9(4).

        WORKING-STORAGE SECTION.
        01   WS-FCL-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-ACF-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-SIGUE                   PIC X(01).
             88 WS-SIGUE-SI             VALUE "Y" "y".
        01   WS-CONFIRM                 PIC X(01).
             88 WS-CONFIRM-SI           VALUE "Y" "y".

        01   WS-ENT-CODE                PIC X(05).
        01   WS-CODE-NUM                PIC 9(05).
        01   WS-ENT-CLASE               PIC X(01).
        01   WS-ENT-SEATS               PIC X(04).
        01   WS-ENT-FARE                PIC X(10).

      * VUELO PEDIDO Y CONFIGURACION DE SU TIPO DE AERONAVE
        01   WS-FLT-FOUND-SW            PIC X(01).
             88 WS-FLT-FOUND            VALUE "Y".
        01   WS-FLT-CAP                 PIC 9(04).
        01   WS-FLT-ACFT                PIC X(04).
        01   WS-ACF-FOUND-SW            PIC X(01).
             88 WS-ACF-FOUND            VALUE "Y".
        01   WS-ACF-CFG-TABLA.
             03 WS-ACF-CFG OCCURS 3 TIMES.
                05 WS-ACF-CFG-CLASE     PIC X(1).
                05 WS-ACF-CFG-SEATS     PIC 9(4).

      * CLASES CAPTURADAS PARA EL VUELO, ANTES DE ACEPTARLAS
        01   WS-CAB-COUNT               PIC 9(01).
        01   WS-CAB-IDX                 PIC 9(01).
        01   WS-CAB-IDX2                PIC 9(01).
        01   WS-CAB-SUMA                PIC 9(05).
        01   WS-CAB-FIN-SW              PIC X(01).
             88 WS-CAB-FIN              VALUE "Y".
        01   WS-CAB-OK-SW               PIC X(01).
             88 WS-CAB-OK               VALUE "Y".
        01   WS-CAB-HAY-Y-SW            PIC X(01).
             88 WS-CAB-HAY-Y            VALUE "Y".
        01   WS-CFG-HIT                 PIC 9(01).
        01   WS-CAB-TABLA.
             03 WS-CAB-ENTRY OCCURS 3 TIMES.
                05 WS-CAB-CLASE         PIC X(1).
                05 WS-CAB-SEATS         PIC 9(4).
                05 WS-CAB-FARE          PIC 9(7)V99.
        01   WS-FARE-ED                 PIC Z,ZZZ,ZZ9.99.
        01   WS-CNT-VUELOS              PIC 9(04) VALUE ZERO.

      * FLTCLASS.DAT COMPLETO EN MEMORIA
        01   WS-FCL-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FCL-IDX                 PIC 9(04).
        01   WS-FCL-VIVAS               PIC 9(01).
        01   WS-FCL-TABLA.
             03 WS-FCL-ENTRY OCCURS 3000 TIMES.
                05 WS-FTB-CODE          PIC 9(5).
                05 WS-FTB-CLASE         PIC X(1).
                05 WS-FTB-CAPACITY      PIC 9(4).
                05 WS-FTB-FARE          PIC 9(7)V99.
                05 WS-FTB-BAJA          PIC X(1).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-CLASSES.
           IF WS-CARGA-TRUNCADA
              DISPLAY "FLTCLASS.DAT EXCEDE LA TABLA (3000) - "
                 "NO SE MODIFICA PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Y" TO WS-SIGUE.
           PERFORM 0200-MAINTAIN-ONE
              UNTIL NOT WS-SIGUE-SI.
           IF WS-HAY-CAMBIOS
              PERFORM 0800-REWRITE-CLASSES
              DISPLAY "FLTCLASS.DAT GRABADO - VUELOS CAMBIADOS: "
                 WS-CNT-VUELOS
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-CLASSES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-CLASS
              PERFORM 0120-LOAD-ONE-CLASS
                 UNTIL WS-EOF OR WS-FCL-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTCLASS
           END-IF.

        0110-READ-NEXT-CLASS.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-CLASS.
           ADD 1 TO WS-FCL-COUNT.
           MOVE FCL-FLIGHT-CODE TO WS-FTB-CODE (WS-FCL-COUNT).
           MOVE FCL-CLASE       TO WS-FTB-CLASE (WS-FCL-COUNT).
           MOVE FCL-CAPACITY    TO WS-FTB-CAPACITY (WS-FCL-COUNT).
           MOVE FCL-FARE        TO WS-FTB-FARE (WS-FCL-COUNT).
           MOVE "N"             TO WS-FTB-BAJA (WS-FCL-COUNT).
           PERFORM 0110-READ-NEXT-CLASS.

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
                 PERFORM 0400-SHOW-CLASSES
                 DISPLAY "DEFINIR DE NUEVO LAS CLASES? (Y/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM-SI
                    PERFORM 0500-ENTER-CLASSES
                    IF WS-CAB-OK
                       PERFORM 0600-CHECK-CLASSES
                    END-IF
                    IF WS-CAB-OK
                       PERFORM 0700-REPLACE-CLASSES
                    ELSE
                       DISPLAY "CLASES NO GRABADAS"
                    END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY "OTRO VUELO? (Y/N): ".
           ACCEPT WS-SIGUE.

      * CAPACIDAD Y TIPO DE AERONAVE DEL VUELO, MAS LA CONFIGURACION
      * DE CABINA DE ESE TIPO SI LA TIENE
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
           MOVE "N" TO WS-ACF-FOUND-SW.
           MOVE SPACES TO WS-ACF-CFG-TABLA.
           IF WS-FLT-FOUND AND WS-FLT-ACFT NOT = SPACES
              MOVE "N" TO WS-EOF-SW
              OPEN INPUT ACFTYPE
              IF WS-ACF-STATUS NOT = "00"
                 IF WS-ACF-STATUS = "05" OR WS-ACF-STATUS = "35"
                    CLOSE ACFTYPE
                 END-IF
              ELSE
                 PERFORM 0330-READ-NEXT-ACFT
                 PERFORM 0340-MATCH-ACFT
                    UNTIL WS-EOF OR WS-ACF-FOUND
                 CLOSE ACFTYPE
              END-IF
           END-IF.

        0310-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0320-MATCH-FLIGHT.
           IF FLIGHT-CODE = WS-CODE-NUM
              MOVE "Y" TO WS-FLT-FOUND-SW
              MOVE FLIGHT-CAPACITY TO WS-FLT-CAP
              MOVE FLIGHT-ACFT TO WS-FLT-ACFT
              DISPLAY "VUELO " FLIGHT-CODE " " FLIGHT-AIRLINE
                 " CAPACIDAD " FLIGHT-CAPACITY " TIPO " FLIGHT-ACFT
           ELSE
              PERFORM 0310-READ-NEXT-FLIGHT
           END-IF.

        0330-READ-NEXT-ACFT.
           READ ACFTYPE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0340-MATCH-ACFT.
           IF ACF-CODE = WS-FLT-ACFT
              MOVE "Y" TO WS-ACF-FOUND-SW
              PERFORM 0350-TAKE-ACFT-CFG
                 VARYING WS-CAB-IDX FROM 1 BY 1
                 UNTIL WS-CAB-IDX > 3
           ELSE
              PERFORM 0330-READ-NEXT-ACFT
           END-IF.

      * TIPOS SIN CONFIGURACION LA TRAEN EN BLANCO
        0350-TAKE-ACFT-CFG.
           IF ACF-CFG-CLASE (WS-CAB-IDX) NOT = SPACE
              AND ACF-CFG-SEATS (WS-CAB-IDX) IS NUMERIC
              MOVE ACF-CFG-CLASE (WS-CAB-IDX)
                 TO WS-ACF-CFG-CLASE (WS-CAB-IDX)
              MOVE ACF-CFG-SEATS (WS-CAB-IDX)
                 TO WS-ACF-CFG-SEATS (WS-CAB-IDX)
              DISPLAY "   CONFIGURACION DEL TIPO: CLASE "
                 ACF-CFG-CLASE (WS-CAB-IDX) " SILLAS "
                 ACF-CFG-SEATS (WS-CAB-IDX)
           END-IF.

        0400-SHOW-CLASSES.
           MOVE ZERO TO WS-FCL-VIVAS.
           PERFORM 0410-SHOW-ONE-CLASS
              VARYING WS-FCL-IDX FROM 1 BY 1
              UNTIL WS-FCL-IDX > WS-FCL-COUNT.
           IF WS-FCL-VIVAS = ZERO
              DISPLAY "   SIN CLASES - CABINA UNICA Y DE "
                 WS-FLT-CAP " SILLAS"
           END-IF.

        0410-SHOW-ONE-CLASS.
           IF WS-FTB-CODE (WS-FCL-IDX) = WS-CODE-NUM
              AND WS-FTB-BAJA (WS-FCL-IDX) = "N"
              ADD 1 TO WS-FCL-VIVAS
              MOVE WS-FTB-FARE (WS-FCL-IDX) TO WS-FARE-ED
              DISPLAY "   CLASE " WS-FTB-CLASE (WS-FCL-IDX)
                 " SILLAS " WS-FTB-CAPACITY (WS-FCL-IDX)
                 " TARIFA " WS-FARE-ED
           END-IF.

      * HASTA 3 CLASES EN EL ORDEN DE LA CABINA. ENTER EN LA PRIMERA
      * CLASE DEJA EL VUELO EN CABINA UNICA
        0500-ENTER-CLASSES.
           MOVE SPACES TO WS-CAB-TABLA.
           MOVE ZERO TO WS-CAB-COUNT WS-CAB-SUMA.
           MOVE "N" TO WS-CAB-FIN-SW.
           MOVE "Y" TO WS-CAB-OK-SW.
           DISPLAY "CLASES DEL VUELO (ENTER EN CLASE = FIN)".
           PERFORM 0510-ENTER-ONE-CLASS
              VARYING WS-CAB-IDX FROM 1 BY 1
              UNTIL WS-CAB-IDX > 3 OR WS-CAB-FIN OR NOT WS-CAB-OK.

        0510-ENTER-ONE-CLASS.
           DISPLAY "CLASE " WS-CAB-IDX "  (J, Y...): ".
           ACCEPT WS-ENT-CLASE.
           IF WS-ENT-CLASE = SPACE
              MOVE "Y" TO WS-CAB-FIN-SW
           ELSE
              PERFORM 0520-CHECK-DUP-CLASS
                 VARYING WS-CAB-IDX2 FROM 1 BY 1
                 UNTIL WS-CAB-IDX2 >= WS-CAB-IDX
              DISPLAY "SILLAS DE LA CLASE  : "
              ACCEPT WS-ENT-SEATS
              DISPLAY "TARIFA (EJ 350000.00): "
              ACCEPT WS-ENT-FARE
              IF WS-ENT-SEATS NOT NUMERIC OR WS-ENT-SEATS = ZERO
                 DISPLAY "SILLAS DE LA CLASE DEBE SER NUMERICO "
                    "MAYOR QUE 0"
                 MOVE "N" TO WS-CAB-OK-SW
              ELSE
                 ADD 1 TO WS-CAB-COUNT
                 MOVE WS-ENT-CLASE TO WS-CAB-CLASE (WS-CAB-IDX)
                 MOVE WS-ENT-SEATS TO WS-CAB-SEATS (WS-CAB-IDX)
                 ADD WS-CAB-SEATS (WS-CAB-IDX) TO WS-CAB-SUMA
                 IF WS-ENT-FARE = SPACES
                    MOVE ZERO TO WS-CAB-FARE (WS-CAB-IDX)
                 ELSE
                    COMPUTE WS-CAB-FARE (WS-CAB-IDX) =
                       FUNCTION NUMVAL(WS-ENT-FARE)
                 END-IF
              END-IF
           END-IF.

        0520-CHECK-DUP-CLASS.
           IF WS-CAB-CLASE (WS-CAB-IDX2) = WS-ENT-CLASE
              DISPLAY "CLASE " WS-ENT-CLASE " REPETIDA"
              MOVE "N" TO WS-CAB-OK-SW
           END-IF.

      * LAS CLASES DEBEN SUMAR LA CAPACIDAD, INCLUIR LA Y Y CUADRAR
      * CON LA CONFIGURACION DEL TIPO DE AERONAVE SI LA HAY
        0600-CHECK-CLASSES.
           IF WS-CAB-COUNT > ZERO
              MOVE "N" TO WS-CAB-HAY-Y-SW
              PERFORM 0610-CHECK-ONE-CLASS
                 VARYING WS-CAB-IDX FROM 1 BY 1
                 UNTIL WS-CAB-IDX > WS-CAB-COUNT
              IF NOT WS-CAB-HAY-Y
                 DISPLAY "FALTA LA CLASE Y - LAS RESERVAS SIN CLASE "
                    "CUENTAN EN ELLA"
                 MOVE "N" TO WS-CAB-OK-SW
              END-IF
              IF WS-CAB-SUMA NOT = WS-FLT-CAP
                 DISPLAY "LAS CLASES SUMAN " WS-CAB-SUMA
                    " SILLAS Y EL VUELO TIENE " WS-FLT-CAP
                 MOVE "N" TO WS-CAB-OK-SW
              END-IF
           END-IF.

        0610-CHECK-ONE-CLASS.
           IF WS-CAB-CLASE (WS-CAB-IDX) = "Y"
              MOVE "Y" TO WS-CAB-HAY-Y-SW
           END-IF.
           IF WS-ACF-CFG-CLASE (1) NOT = SPACE
              MOVE ZERO TO WS-CFG-HIT
              PERFORM 0620-FIND-CFG-CLASS
                 VARYING WS-CAB-IDX2 FROM 1 BY 1
                 UNTIL WS-CAB-IDX2 > 3
              IF WS-CFG-HIT = ZERO
                 DISPLAY "CLASE " WS-CAB-CLASE (WS-CAB-IDX)
                    " NO ESTA EN LA CONFIGURACION DEL TIPO "
                    WS-FLT-ACFT
                 MOVE "N" TO WS-CAB-OK-SW
              ELSE
              IF WS-ACF-CFG-SEATS (WS-CFG-HIT) NOT =
                 WS-CAB-SEATS (WS-CAB-IDX)
                 DISPLAY "CLASE " WS-CAB-CLASE (WS-CAB-IDX)
                    ": EL TIPO " WS-FLT-ACFT " TIENE "
                    WS-ACF-CFG-SEATS (WS-CFG-HIT) " SILLAS"
                 MOVE "N" TO WS-CAB-OK-SW
              END-IF
              END-IF
           END-IF.

        0620-FIND-CFG-CLASS.
           IF WS-ACF-CFG-CLASE (WS-CAB-IDX2) =
              WS-CAB-CLASE (WS-CAB-IDX)
              MOVE WS-CAB-IDX2 TO WS-CFG-HIT
           END-IF.

      * LAS LINEAS VIEJAS DEL VUELO SE DAN DE BAJA Y LAS NUEVAS SE
      * AGREGAN AL FINAL DE LA TABLA
        0700-REPLACE-CLASSES.
           IF WS-FCL-COUNT + WS-CAB-COUNT > 3000
              DISPLAY "TABLA DE CLASES LLENA - NO SE GRABA"
           ELSE
              PERFORM 0710-DROP-OLD-CLASS
                 VARYING WS-FCL-IDX FROM 1 BY 1
                 UNTIL WS-FCL-IDX > WS-FCL-COUNT
              PERFORM 0720-ADD-NEW-CLASS
                 VARYING WS-CAB-IDX FROM 1 BY 1
                 UNTIL WS-CAB-IDX > WS-CAB-COUNT
              MOVE "Y" TO WS-CAMBIOS-SW
              ADD 1 TO WS-CNT-VUELOS
              IF WS-CAB-COUNT = ZERO
                 DISPLAY "VUELO EN CABINA UNICA"
              ELSE
                 DISPLAY "CLASES GRABADAS: " WS-CAB-COUNT
              END-IF
           END-IF.

        0710-DROP-OLD-CLASS.
           IF WS-FTB-CODE (WS-FCL-IDX) = WS-CODE-NUM
              MOVE "S" TO WS-FTB-BAJA (WS-FCL-IDX)
           END-IF.

        0720-ADD-NEW-CLASS.
           ADD 1 TO WS-FCL-COUNT.
           MOVE WS-CODE-NUM TO WS-FTB-CODE (WS-FCL-COUNT).
           MOVE WS-CAB-CLASE (WS-CAB-IDX)
              TO WS-FTB-CLASE (WS-FCL-COUNT).
           MOVE WS-CAB-SEATS (WS-CAB-IDX)
              TO WS-FTB-CAPACITY (WS-FCL-COUNT).
           MOVE WS-CAB-FARE (WS-CAB-IDX)
              TO WS-FTB-FARE (WS-FCL-COUNT).
           MOVE "N" TO WS-FTB-BAJA (WS-FCL-COUNT).

        0800-REWRITE-CLASSES.
           OPEN OUTPUT FLTCLASS.
           PERFORM 0810-WRITE-ONE-CLASS
              VARYING WS-FCL-IDX FROM 1 BY 1
              UNTIL WS-FCL-IDX > WS-FCL-COUNT.
           CLOSE FLTCLASS.

        0810-WRITE-ONE-CLASS.
           IF WS-FTB-BAJA (WS-FCL-IDX) = "N"
              MOVE WS-FTB-CODE (WS-FCL-IDX)     TO FCL-FLIGHT-CODE
              MOVE WS-FTB-CLASE (WS-FCL-IDX)    TO FCL-CLASE
              MOVE WS-FTB-CAPACITY (WS-FCL-IDX) TO FCL-CAPACITY
              MOVE WS-FTB-FARE (WS-FCL-IDX)     TO FCL-FARE
              WRITE FCL-REC
           END-IF.
          END PROGRAM FLTCAB1.
