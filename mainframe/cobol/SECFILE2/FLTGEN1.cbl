       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTGEN1.
      * ===============================================================
      * FLTGEN1 = GENERADOR DE VUELOS FECHADOS A PARTIR DE LOS
      * PATRONES DE ITINERARIO SEMANAL (FLTPAT.DAT, FLTPAT1). PARA EL
      * HORIZONTE PEDIDO EXPANDE CADA PATRON EN UN VUELO DE
      * FLIGHTS.DAT POR CADA DIA DE OPERACION DENTRO DE SU VIGENCIA.
      * - UN VUELO QUE YA EXISTE (DEL MISMO PATRON EN ESA FECHA, O
      *   CAPTURADO A MANO CON LA MISMA AEROLINEA, RUTA, FECHA Y
      *   HORA) NO SE VUELVE A CREAR.
      * - LA CAPACIDAD SALE DE LAS SILLAS DEL TIPO DE AERONAVE EN
      *   ACFTYPE.DAT; UN PATRON CON TIPO INEXISTENTE O SIN SILLAS SE
      *   RECHAZA COMPLETO.
      * - CON REGENERACION, LOS VUELOS FUTUROS DEL PATRON DENTRO DEL
      *   HORIZONTE QUE AUN NO TIENEN RESERVAS SE AJUSTAN AL PATRON
      *   VIGENTE: SE ACTUALIZAN SI LA FECHA SIGUE EN EL PATRON Y SE
      *   ELIMINAN SI YA NO. LOS QUE TIENEN PASAJEROS NO SE TOCAN.
      * TODO SE ARMA EN MEMORIA Y SE LISTA EN FLTGEN.RPT COMO VISTA
      * PREVIA; FLIGHTS.DAT SOLO SE REESCRIBE SI SE CONFIRMA. LOS
      * VUELOS GENERADOS LLEVAN EL NUMERO DEL PATRON EN FLIGHT-PATRON
      * Y TOMAN CODIGOS NUEVOS DESPUES DEL MAYOR EXISTENTE
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FLTPAT ASSIGN TO "FLTPAT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAT-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL ACFTYPE ASSIGN TO "ACFTYPE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACF-STATUS.
            SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PSG-STATUS.
      * SOLO PARA NO REPETIR CODIGOS QUE AUN TENGAN CLASES DE CABINA
            SELECT OPTIONAL FLTCLASS ASSIGN TO "FLTCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCL-STATUS.
            SELECT GENRPT ASSIGN TO "FLTGEN.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FLTPAT.
       01 PAT-REC.
            05 PAT-CODE                 PIC 9(5).
            05 PAT-AIRLINE              PIC X(20).
            05 PAT-DEPARTURE            PIC X(20).
            05 PAT-ARRIVAL              PIC X(20).
            05 PAT-ACFT                 PIC X(4).
            05 PAT-TIME                 PIC 9(4).
      * DIAS DE OPERACION, LUNES A DOMINGO: "1234567" = DIARIO
            05 PAT-DIAS                 PIC X(7).
            05 PAT-DESDE                PIC 9(8).
            05 PAT-HASTA                PIC 9(8).
            05 PAT-FILLER               PIC X(4).

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
      * PATRON DE ITINERARIO QUE GENERO EL VUELO - EN BLANCO PARA
      * LOS VUELOS CAPTURADOS A MANO
            05 FLIGHT-PATRON             PIC X(5).

       FD ACFTYPE.
       01 ACF-REC.
            05 ACF-CODE                  PIC X(4).
            05 ACF-DESC                  PIC X(20).
            05 ACF-SEATS                 PIC 9(4).

       FD PSGDTL.
       01 PSG-REC.
            05 PSG-FLIGHT-CODE          PIC 9(5).
            05 PSG-FILLER               PIC X(79).

       FD FLTCLASS.
       01 FCL-REC.
            05 FCL-FLIGHT-CODE          PIC 9(5).
            05 FCL-FILLER               PIC X(14).

       FD GENRPT.
       01  RPT-LINE                     PIC X(120).

        WORKING-STORAGE SECTION.
        01   WS-PAT-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-ACF-STATUS              PIC XX.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-FCL-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-CONFIRM                 PIC X(01).
             88 WS-CONFIRM-SI           VALUE "Y" "y".
        01   WS-REGENERAR               PIC X(01).
             88 WS-REGENERAR-SI         VALUE "Y" "y".
        01   WS-LLENA-SW                PIC X(01) VALUE "N".
             88 WS-TABLA-LLENA          VALUE "Y".
        01   WS-FECHA-HOY               PIC 9(08).

      * PARAMETROS DE LA CORRIDA
        01   WS-ENT-PATRON              PIC X(05).
        01   WS-ENT-DESDE               PIC X(08).
        01   WS-ENT-HASTA               PIC X(08).
        01   WS-HOR-DESDE               PIC 9(08).
        01   WS-HOR-HASTA               PIC 9(08).
        01   WS-HOR-DESDE-INT           PIC 9(07).
        01   WS-HOR-HASTA-INT           PIC 9(07).
        01   WS-HOY-INT                 PIC 9(07).

      * DIAS DEL PATRON EN CURSO
        01   WS-PAT-CODE-X              PIC X(05).
        01   WS-PAT-INI-INT             PIC 9(07).
        01   WS-PAT-FIN-INT             PIC 9(07).
        01   WS-RANGO-INI               PIC 9(07).
        01   WS-RANGO-FIN               PIC 9(07).
        01   WS-GEN-INT                 PIC 9(07).
        01   WS-GEN-FECHA               PIC 9(08).
        01   WS-COCIENTE                PIC 9(07).
        01   WS-DIA-SEMANA              PIC 9(01).
        01   WS-OPERA-SW                PIC X(01).
             88 WS-OPERA                VALUE "Y".
        01   WS-DIFIERE-SW              PIC X(01).
             88 WS-DIFIERE              VALUE "Y".
        01   WS-PAT-SEATS               PIC 9(04).
        01   WS-NEXT-CODE               PIC 9(06) VALUE ZERO.

      * FLIGHTS.DAT COMPLETO EN MEMORIA
        01   WS-FLT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-FLT-IDX                 PIC 9(04).
        01   WS-FLT-HIT                 PIC 9(04).
        01   WS-FLT-REVISAR             PIC 9(04).
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
                05 WS-TBL-PATRON        PIC X(5).
      * POR VUELO: SI TIENE RESERVAS Y QUE HACE ESTA CORRIDA CON EL
      * (N = NUEVO, A = ACTUALIZADO, B = SE ELIMINA)
        01   WS-FLT-MARCAS.
             03 WS-FLT-MARCA OCCURS 1000 TIMES.
                05 WS-FLT-RESERVAS      PIC X(01).
                05 WS-FLT-ACCION        PIC X(01).

        01   WS-ACF-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-ACF-IDX                 PIC 9(03).
        01   WS-ACF-HIT                 PIC 9(03).
        01   WS-ACF-TABLA.
             03 WS-ACF-ENTRY OCCURS 200 TIMES.
                05 WS-ACF-TBL-CODE      PIC X(4).
                05 WS-ACF-TBL-SEATS     PIC 9(4).

        01   WS-PAT-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-PAT-IDX                 PIC 9(03).
        01   WS-PAT-TABLA.
             03 WS-PAT-ENTRY OCCURS 200 TIMES.
                05 WS-PTB-CODE          PIC 9(5).
                05 WS-PTB-AIRLINE       PIC X(20).
                05 WS-PTB-DEP           PIC X(20).
                05 WS-PTB-ARR           PIC X(20).
                05 WS-PTB-ACFT          PIC X(4).
                05 WS-PTB-TIME          PIC 9(4).
                05 WS-PTB-DIAS          PIC X(7).
                05 WS-PTB-DESDE         PIC 9(8).
                05 WS-PTB-HASTA         PIC 9(8).

        01   WS-CNT-PATRONES            PIC 9(04) VALUE ZERO.
        01   WS-CNT-RECHAZADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-NUEVOS              PIC 9(04) VALUE ZERO.
        01   WS-CNT-ACTUALIZADOS        PIC 9(04) VALUE ZERO.
        01   WS-CNT-ELIMINADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-EXISTENTES          PIC 9(04) VALUE ZERO.
        01   WS-CNT-RESERVADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-SIN-LUGAR           PIC 9(04) VALUE ZERO.
        01   WS-CNT-CAMBIOS             PIC 9(04) VALUE ZERO.

        01   WS-LIN-PATRON.
             05 FILLER                  PIC X(08) VALUE 'PATRON: '.
             05 GEN-PAT-CODE            PIC 9(5).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-AIRLINE         PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-DEP             PIC X(20).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 GEN-PAT-ARR             PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-TIME            PIC 9(4).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-DIAS            PIC X(7).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-ACFT            PIC X(4).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 GEN-PAT-DESDE           PIC 9(8).
             05 FILLER                  PIC X(01) VALUE '-'.
             05 GEN-PAT-HASTA           PIC 9(8).

        01   WS-LIN-DETALLE.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 DET-ACCION              PIC X(30).
             05 FILLER                  PIC X(07) VALUE 'VUELO: '.
             05 DET-CODE                PIC 9(5).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-DATE                PIC 9(8).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-TIME                PIC 9(4).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-ACFT                PIC X(4).
             05 FILLER                  PIC X(06) VALUE ' CAP: '.
             05 DET-CAP                 PIC ZZZ9.
             05 FILLER                  PIC X(06) VALUE ' PAX: '.
             05 DET-PAX                 PIC ZZZ9.

        01   WS-LIN-CUENTA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 GEN-CTA-TXT             PIC X(40).
             05 GEN-CTA-VAL             PIC ZZZ9.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-FLIGHTS.
           PERFORM 0150-LOAD-PASSENGERS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "ARCHIVOS EXCEDEN LAS TABLAS - NO SE GENERA "
                 "PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0170-LOAD-AIRCRAFT.
           PERFORM 0180-LOAD-PATTERNS.
           IF WS-PAT-COUNT = ZERO
              DISPLAY "NO HAY PATRONES EN FLTPAT.DAT (FLTPAT1)"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0190-LAST-CODE-IN-CABINS.
           ADD 1 TO WS-NEXT-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) TO WS-HOY-INT.
           PERFORM 0200-ASK-PARAMETERS.
           IF WS-HOR-DESDE-INT = ZERO OR WS-HOR-HASTA-INT = ZERO
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT GENRPT.
           PERFORM 0250-WRITE-HEADER.
           PERFORM 0300-PROCESS-PATTERN
              VARYING WS-PAT-IDX FROM 1 BY 1
              UNTIL WS-PAT-IDX > WS-PAT-COUNT.
           PERFORM 0700-WRITE-SUMMARY.
           CLOSE GENRPT.
           DISPLAY "VISTA PREVIA EN FLTGEN.RPT - NUEVOS: "
              WS-CNT-NUEVOS " ACTUALIZADOS: " WS-CNT-ACTUALIZADOS
              " ELIMINADOS: " WS-CNT-ELIMINADOS.
           IF WS-CNT-CAMBIOS = ZERO
              DISPLAY "NO HAY CAMBIOS PARA FLIGHTS.DAT"
           ELSE
              DISPLAY "GRABAR LOS CAMBIOS EN FLIGHTS.DAT? (Y/N): "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM-SI
                 PERFORM 0800-REWRITE-FLIGHTS
                 DISPLAY "FLIGHTS.DAT GRABADO"
              ELSE
                 DISPLAY "NO SE GRABO NADA - SOLO VISTA PREVIA"
              END-IF
           END-IF.
           IF WS-CNT-RECHAZADOS > ZERO OR WS-CNT-SIN-LUGAR > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        0100-LOAD-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
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
           MOVE SPACE TO WS-FLT-ACCION (WS-FLT-COUNT).
           IF FLIGHT-PASSENGERS IS NUMERIC
              AND FLIGHT-PASSENGERS > ZERO
              MOVE "Y" TO WS-FLT-RESERVAS (WS-FLT-COUNT)
           ELSE
              MOVE "N" TO WS-FLT-RESERVAS (WS-FLT-COUNT)
           END-IF.
           IF FLIGHT-CODE > WS-NEXT-CODE
              MOVE FLIGHT-CODE TO WS-NEXT-CODE
           END-IF.
           PERFORM 0110-READ-NEXT-FLIGHT.

      * UN VUELO CON ALGUN PASAJERO EN PSGDTL TIENE RESERVAS
        0150-LOAD-PASSENGERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
              IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-PSG
              PERFORM 0165-MARK-BOOKED UNTIL WS-EOF
              CLOSE PSGDTL
           END-IF.

        0160-READ-NEXT-PSG.
           READ PSGDTL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0165-MARK-BOOKED.
           PERFORM 0166-COMPARE-BOOKED
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT.
           PERFORM 0160-READ-NEXT-PSG.

        0166-COMPARE-BOOKED.
           IF WS-TBL-CODE (WS-FLT-IDX) = PSG-FLIGHT-CODE
              MOVE "Y" TO WS-FLT-RESERVAS (WS-FLT-IDX)
           END-IF.

        0170-LOAD-AIRCRAFT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ACFTYPE.
           IF WS-ACF-STATUS NOT = "00"
              DISPLAY "ACFTYPE.DAT NO DISPONIBLE - SE RECHAZAN "
                 "TODOS LOS PATRONES"
              IF WS-ACF-STATUS = "05" OR WS-ACF-STATUS = "35"
                 CLOSE ACFTYPE
              END-IF
           ELSE
              PERFORM 0175-READ-NEXT-ACF
              PERFORM 0176-LOAD-ONE-ACF
                 UNTIL WS-EOF OR WS-ACF-COUNT >= 200
              CLOSE ACFTYPE
           END-IF.

        0175-READ-NEXT-ACF.
           READ ACFTYPE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0176-LOAD-ONE-ACF.
           ADD 1 TO WS-ACF-COUNT.
           MOVE ACF-CODE  TO WS-ACF-TBL-CODE (WS-ACF-COUNT).
           MOVE ACF-SEATS TO WS-ACF-TBL-SEATS (WS-ACF-COUNT).
           PERFORM 0175-READ-NEXT-ACF.

        0180-LOAD-PATTERNS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTPAT.
           IF WS-PAT-STATUS NOT = "00"
              IF WS-PAT-STATUS = "05" OR WS-PAT-STATUS = "35"
                 CLOSE FLTPAT
              END-IF
           ELSE
              PERFORM 0185-READ-NEXT-PAT
              PERFORM 0186-LOAD-ONE-PAT
                 UNTIL WS-EOF OR WS-PAT-COUNT >= 200
              CLOSE FLTPAT
           END-IF.

        0185-READ-NEXT-PAT.
           READ FLTPAT
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0186-LOAD-ONE-PAT.
           ADD 1 TO WS-PAT-COUNT.
           MOVE PAT-CODE      TO WS-PTB-CODE (WS-PAT-COUNT).
           MOVE PAT-AIRLINE   TO WS-PTB-AIRLINE (WS-PAT-COUNT).
           MOVE PAT-DEPARTURE TO WS-PTB-DEP (WS-PAT-COUNT).
           MOVE PAT-ARRIVAL   TO WS-PTB-ARR (WS-PAT-COUNT).
           MOVE PAT-ACFT      TO WS-PTB-ACFT (WS-PAT-COUNT).
           MOVE PAT-TIME      TO WS-PTB-TIME (WS-PAT-COUNT).
           MOVE PAT-DIAS      TO WS-PTB-DIAS (WS-PAT-COUNT).
           MOVE PAT-DESDE     TO WS-PTB-DESDE (WS-PAT-COUNT).
           MOVE PAT-HASTA     TO WS-PTB-HASTA (WS-PAT-COUNT).
           PERFORM 0185-READ-NEXT-PAT.

      * UN CODIGO ELIMINADO PUEDE HABER DEJADO CLASES DE CABINA EN
      * FLTCLASS.DAT - LOS CODIGOS NUEVOS ARRANCAN DESPUES DE ELLAS
        0190-LAST-CODE-IN-CABINS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTCLASS.
           IF WS-FCL-STATUS NOT = "00"
              IF WS-FCL-STATUS = "05" OR WS-FCL-STATUS = "35"
                 CLOSE FLTCLASS
              END-IF
           ELSE
              PERFORM 0195-READ-NEXT-CABIN
              PERFORM 0196-CHECK-CABIN-CODE UNTIL WS-EOF
              CLOSE FLTCLASS
           END-IF.

        0195-READ-NEXT-CABIN.
           READ FLTCLASS
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0196-CHECK-CABIN-CODE.
           IF FCL-FLIGHT-CODE IS NUMERIC
              AND FCL-FLIGHT-CODE > WS-NEXT-CODE
              MOVE FCL-FLIGHT-CODE TO WS-NEXT-CODE
           END-IF.
           PERFORM 0195-READ-NEXT-CABIN.

      * EL HORIZONTE ARRANCA HOY O DESPUES: NO SE GENERAN NI SE
      * REGENERAN VUELOS YA SALIDOS
        0200-ASK-PARAMETERS.
           MOVE ZERO TO WS-HOR-DESDE-INT WS-HOR-HASTA-INT.
           DISPLAY "NUMERO DE VUELO DEL PATRON (ENTER = TODOS): ".
           ACCEPT WS-ENT-PATRON.
           DISPLAY "HORIZONTE DESDE AAAAMMDD (ENTER = HOY): ".
           ACCEPT WS-ENT-DESDE.
           DISPLAY "HORIZONTE HASTA AAAAMMDD (ENTER = 4 SEMANAS): ".
           ACCEPT WS-ENT-HASTA.
           DISPLAY "REGENERAR VUELOS FUTUROS SIN RESERVAS? (Y/N): ".
           ACCEPT WS-REGENERAR.
           IF WS-ENT-PATRON NOT = SPACES
              AND WS-ENT-PATRON NOT NUMERIC
              DISPLAY "NUMERO DE VUELO DEBE SER NUMERICO"
           ELSE
           IF WS-ENT-DESDE = SPACES
              MOVE WS-FECHA-HOY TO WS-HOR-DESDE
              MOVE WS-HOY-INT TO WS-HOR-DESDE-INT
           ELSE
           IF WS-ENT-DESDE NOT NUMERIC
              DISPLAY "FECHA DESDE INVALIDA (AAAAMMDD)"
           ELSE
              MOVE WS-ENT-DESDE TO WS-HOR-DESDE
              MOVE FUNCTION INTEGER-OF-DATE(WS-HOR-DESDE)
                 TO WS-HOR-DESDE-INT
              IF WS-HOR-DESDE-INT = ZERO
                 DISPLAY "FECHA DESDE INVALIDA (AAAAMMDD)"
              ELSE
              IF WS-HOR-DESDE < WS-FECHA-HOY
                 DISPLAY "EL HORIZONTE NO PUEDE EMPEZAR ANTES DE HOY"
                 MOVE ZERO TO WS-HOR-DESDE-INT
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-HOR-DESDE-INT > ZERO
              IF WS-ENT-HASTA = SPACES
                 COMPUTE WS-HOR-HASTA-INT = WS-HOR-DESDE-INT + 27
                 MOVE FUNCTION DATE-OF-INTEGER(WS-HOR-HASTA-INT)
                    TO WS-HOR-HASTA
              ELSE
              IF WS-ENT-HASTA NOT NUMERIC
                 DISPLAY "FECHA HASTA INVALIDA (AAAAMMDD)"
              ELSE
                 MOVE WS-ENT-HASTA TO WS-HOR-HASTA
                 MOVE FUNCTION INTEGER-OF-DATE(WS-HOR-HASTA)
                    TO WS-HOR-HASTA-INT
                 IF WS-HOR-HASTA-INT = ZERO
                    DISPLAY "FECHA HASTA INVALIDA (AAAAMMDD)"
                 ELSE
                 IF WS-HOR-HASTA-INT < WS-HOR-DESDE-INT
                    DISPLAY "HASTA NO PUEDE SER MENOR QUE DESDE"
                    MOVE ZERO TO WS-HOR-HASTA-INT
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

        0250-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "GENERACION DE VUELOS DESDE PATRONES - VISTA PREVIA"
              "  FECHA: " WS-FECHA-HOY DELIMITED BY SIZE
              INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HORIZONTE: " WS-HOR-DESDE " - " WS-HOR-HASTA
              "  REGENERAR SIN RESERVAS: " WS-REGENERAR
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

        0300-PROCESS-PATTERN.
           IF WS-ENT-PATRON = SPACES
              OR WS-PTB-CODE (WS-PAT-IDX) =
                 FUNCTION NUMVAL(WS-ENT-PATRON)
              ADD 1 TO WS-CNT-PATRONES
              MOVE WS-PTB-CODE (WS-PAT-IDX)    TO GEN-PAT-CODE
              MOVE WS-PTB-AIRLINE (WS-PAT-IDX) TO GEN-PAT-AIRLINE
              MOVE WS-PTB-DEP (WS-PAT-IDX)     TO GEN-PAT-DEP
              MOVE WS-PTB-ARR (WS-PAT-IDX)     TO GEN-PAT-ARR
              MOVE WS-PTB-TIME (WS-PAT-IDX)    TO GEN-PAT-TIME
              MOVE WS-PTB-DIAS (WS-PAT-IDX)    TO GEN-PAT-DIAS
              MOVE WS-PTB-ACFT (WS-PAT-IDX)    TO GEN-PAT-ACFT
              MOVE WS-PTB-DESDE (WS-PAT-IDX)   TO GEN-PAT-DESDE
              MOVE WS-PTB-HASTA (WS-PAT-IDX)   TO GEN-PAT-HASTA
              MOVE WS-LIN-PATRON TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 0310-FIND-AIRCRAFT
              MOVE ZERO TO WS-PAT-INI-INT WS-PAT-FIN-INT
              IF WS-PTB-DESDE (WS-PAT-IDX) IS NUMERIC
                 AND WS-PTB-HASTA (WS-PAT-IDX) IS NUMERIC
                 MOVE FUNCTION INTEGER-OF-DATE
                    (WS-PTB-DESDE (WS-PAT-IDX)) TO WS-PAT-INI-INT
                 MOVE FUNCTION INTEGER-OF-DATE
                    (WS-PTB-HASTA (WS-PAT-IDX)) TO WS-PAT-FIN-INT
              END-IF
              MOVE SPACES TO RPT-LINE
              IF WS-ACF-HIT = ZERO
                 MOVE "   ** RECHAZADO - TIPO NO EXISTE EN ACFTYPE.DAT"
                    TO RPT-LINE
              ELSE
              IF WS-PAT-SEATS = ZERO
                 MOVE "   ** RECHAZADO - EL TIPO NO TIENE SILLAS"
                    TO RPT-LINE
              ELSE
              IF WS-PAT-INI-INT = ZERO OR WS-PAT-FIN-INT = ZERO
                 MOVE "   ** RECHAZADO - VIGENCIA INVALIDA" TO RPT-LINE
              END-IF
              END-IF
              END-IF
              IF RPT-LINE NOT = SPACES
                 WRITE RPT-LINE
                 ADD 1 TO WS-CNT-RECHAZADOS
              ELSE
                 PERFORM 0320-EXPAND-PATTERN
              END-IF
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0310-FIND-AIRCRAFT.
           MOVE ZERO TO WS-ACF-HIT WS-PAT-SEATS.
           PERFORM 0315-COMPARE-AIRCRAFT
              VARYING WS-ACF-IDX FROM 1 BY 1
              UNTIL WS-ACF-IDX > WS-ACF-COUNT OR WS-ACF-HIT > ZERO.
           IF WS-ACF-HIT > ZERO
              AND WS-ACF-TBL-SEATS (WS-ACF-HIT) IS NUMERIC
              MOVE WS-ACF-TBL-SEATS (WS-ACF-HIT) TO WS-PAT-SEATS
           END-IF.

        0315-COMPARE-AIRCRAFT.
           IF WS-ACF-TBL-CODE (WS-ACF-IDX) = WS-PTB-ACFT (WS-PAT-IDX)
              MOVE WS-ACF-IDX TO WS-ACF-HIT
           END-IF.

      * PRIMERO SE REVISAN LOS VUELOS QUE EL PATRON YA GENERO (SI SE
      * PIDIO REGENERAR) Y LUEGO SE CREAN LOS DIAS QUE FALTAN
        0320-EXPAND-PATTERN.
           MOVE WS-PTB-CODE (WS-PAT-IDX) TO WS-PAT-CODE-X.
           IF WS-REGENERAR-SI
              MOVE WS-FLT-COUNT TO WS-FLT-REVISAR
              PERFORM 0400-REVIEW-INSTANCE
                 VARYING WS-FLT-IDX FROM 1 BY 1
                 UNTIL WS-FLT-IDX > WS-FLT-REVISAR
           END-IF.
           IF WS-PAT-INI-INT > WS-HOR-DESDE-INT
              MOVE WS-PAT-INI-INT TO WS-RANGO-INI
           ELSE
              MOVE WS-HOR-DESDE-INT TO WS-RANGO-INI
           END-IF.
           IF WS-PAT-FIN-INT < WS-HOR-HASTA-INT
              MOVE WS-PAT-FIN-INT TO WS-RANGO-FIN
           ELSE
              MOVE WS-HOR-HASTA-INT TO WS-RANGO-FIN
           END-IF.
           IF WS-RANGO-INI > WS-RANGO-FIN
              MOVE "   SIN DIAS DE VIGENCIA DENTRO DEL HORIZONTE"
                 TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 0500-GENERATE-DAY
                 VARYING WS-GEN-INT FROM WS-RANGO-INI BY 1
                 UNTIL WS-GEN-INT > WS-RANGO-FIN
           END-IF.

      * VUELO FUTURO DEL PATRON DENTRO DEL HORIZONTE: SIN RESERVAS SE
      * AJUSTA O SE ELIMINA; CON RESERVAS SOLO SE AVISA SI YA NO
      * CORRESPONDE AL PATRON
        0400-REVIEW-INSTANCE.
           IF WS-TBL-PATRON (WS-FLT-IDX) = WS-PAT-CODE-X
              AND WS-FLT-ACCION (WS-FLT-IDX) = SPACE
              AND WS-TBL-ESTADO (WS-FLT-IDX) NOT = "C"
              AND WS-TBL-DATE (WS-FLT-IDX) > WS-FECHA-HOY
              AND WS-TBL-DATE (WS-FLT-IDX) NOT < WS-HOR-DESDE
              AND WS-TBL-DATE (WS-FLT-IDX) NOT > WS-HOR-HASTA
              MOVE FUNCTION INTEGER-OF-DATE(WS-TBL-DATE (WS-FLT-IDX))
                 TO WS-GEN-INT
              PERFORM 0420-CHECK-OPERATING-DAY
              PERFORM 0430-CHECK-DIFFERENCES
              IF WS-FLT-RESERVAS (WS-FLT-IDX) = "Y"
                 IF NOT WS-OPERA OR WS-DIFIERE
                    ADD 1 TO WS-CNT-RESERVADOS
                    MOVE "CON RESERVAS - NO SE TOCA" TO DET-ACCION
                    PERFORM 0600-WRITE-DETAIL
                 END-IF
              ELSE
              IF NOT WS-OPERA
                 MOVE "B" TO WS-FLT-ACCION (WS-FLT-IDX)
                 ADD 1 TO WS-CNT-ELIMINADOS WS-CNT-CAMBIOS
                 MOVE "ELIMINAR - FUERA DEL PATRON" TO DET-ACCION
                 PERFORM 0600-WRITE-DETAIL
              ELSE
              IF WS-DIFIERE
                 PERFORM 0440-REFRESH-INSTANCE
                 MOVE "A" TO WS-FLT-ACCION (WS-FLT-IDX)
                 ADD 1 TO WS-CNT-ACTUALIZADOS WS-CNT-CAMBIOS
                 MOVE "ACTUALIZAR AL PATRON" TO DET-ACCION
                 PERFORM 0600-WRITE-DETAIL
              END-IF
              END-IF
              END-IF
           END-IF.

      * EL DIA WS-GEN-INT OPERA SI CAE EN LA VIGENCIA Y SU DIA DE LA
      * SEMANA ESTA EN LOS DIAS DEL PATRON (EL DIA 1 DEL CALENDARIO
      * ENTERO, 1601-01-01, FUE LUNES)
        0420-CHECK-OPERATING-DAY.
           MOVE "N" TO WS-OPERA-SW.
           DIVIDE WS-GEN-INT BY 7 GIVING WS-COCIENTE
              REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = ZERO
              MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           IF WS-GEN-INT NOT < WS-PAT-INI-INT
              AND WS-GEN-INT NOT > WS-PAT-FIN-INT
              AND WS-PTB-DIAS (WS-PAT-IDX) (WS-DIA-SEMANA:1) =
                 WS-DIA-SEMANA
              MOVE "Y" TO WS-OPERA-SW
           END-IF.

        0430-CHECK-DIFFERENCES.
           MOVE "N" TO WS-DIFIERE-SW.
           IF WS-TBL-AIRLINE (WS-FLT-IDX) NOT = WS-PTB-AIRLINE
                                                (WS-PAT-IDX)
              OR WS-TBL-DEP (WS-FLT-IDX) NOT = WS-PTB-DEP (WS-PAT-IDX)
              OR WS-TBL-ARR (WS-FLT-IDX) NOT = WS-PTB-ARR (WS-PAT-IDX)
              OR WS-TBL-TIME (WS-FLT-IDX) NOT = WS-PTB-TIME
                                                (WS-PAT-IDX)
              OR WS-TBL-ACFT (WS-FLT-IDX) NOT = WS-PTB-ACFT
                                                (WS-PAT-IDX)
              OR WS-TBL-CAP (WS-FLT-IDX) NOT = WS-PAT-SEATS
              MOVE "Y" TO WS-DIFIERE-SW
           END-IF.

        0440-REFRESH-INSTANCE.
           MOVE WS-PTB-AIRLINE (WS-PAT-IDX) TO WS-TBL-AIRLINE
                                               (WS-FLT-IDX).
           MOVE WS-PTB-DEP (WS-PAT-IDX)  TO WS-TBL-DEP (WS-FLT-IDX).
           MOVE WS-PTB-ARR (WS-PAT-IDX)  TO WS-TBL-ARR (WS-FLT-IDX).
           MOVE WS-PTB-TIME (WS-PAT-IDX) TO WS-TBL-TIME (WS-FLT-IDX).
           MOVE WS-PTB-ACFT (WS-PAT-IDX) TO WS-TBL-ACFT (WS-FLT-IDX).
           MOVE WS-PAT-SEATS             TO WS-TBL-CAP (WS-FLT-IDX).

        0500-GENERATE-DAY.
           PERFORM 0420-CHECK-OPERATING-DAY.
           IF WS-OPERA
              MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
                 TO WS-GEN-FECHA
              MOVE ZERO TO WS-FLT-HIT
              PERFORM 0510-FIND-INSTANCE
                 VARYING WS-FLT-IDX FROM 1 BY 1
                 UNTIL WS-FLT-IDX > WS-FLT-COUNT
                    OR WS-FLT-HIT > ZERO
              IF WS-FLT-HIT > ZERO
                 ADD 1 TO WS-CNT-EXISTENTES
                 MOVE WS-FLT-HIT TO WS-FLT-IDX
                 MOVE "YA EXISTE" TO DET-ACCION
                 PERFORM 0600-WRITE-DETAIL
              ELSE
              IF WS-FLT-COUNT >= 1000 OR WS-NEXT-CODE > 99999
                 ADD 1 TO WS-CNT-SIN-LUGAR
                 MOVE "** SIN LUGAR EN FLIGHTS.DAT" TO RPT-LINE
                 IF NOT WS-TABLA-LLENA
                    MOVE "Y" TO WS-LLENA-SW
                    WRITE RPT-LINE
                 END-IF
              ELSE
                 PERFORM 0520-ADD-INSTANCE
                 MOVE WS-FLT-COUNT TO WS-FLT-IDX
                 MOVE "NUEVO" TO DET-ACCION
                 PERFORM 0600-WRITE-DETAIL
              END-IF
              END-IF
           END-IF.

      * YA EXISTE SI EL PATRON LO GENERO PARA ESA FECHA (AUNQUE ESTE
      * CANCELADO) O SI SE CAPTURO A MANO EL MISMO VUELO
        0510-FIND-INSTANCE.
           IF WS-FLT-ACCION (WS-FLT-IDX) NOT = "B"
              AND WS-TBL-DATE (WS-FLT-IDX) = WS-GEN-FECHA
              IF WS-TBL-PATRON (WS-FLT-IDX) = WS-PAT-CODE-X
                 MOVE WS-FLT-IDX TO WS-FLT-HIT
              ELSE
              IF WS-TBL-AIRLINE (WS-FLT-IDX) =
                 WS-PTB-AIRLINE (WS-PAT-IDX)
                 AND WS-TBL-DEP (WS-FLT-IDX) = WS-PTB-DEP (WS-PAT-IDX)
                 AND WS-TBL-ARR (WS-FLT-IDX) = WS-PTB-ARR (WS-PAT-IDX)
                 AND WS-TBL-TIME (WS-FLT-IDX) =
                    WS-PTB-TIME (WS-PAT-IDX)
                 MOVE WS-FLT-IDX TO WS-FLT-HIT
              END-IF
              END-IF
           END-IF.

        0520-ADD-INSTANCE.
           ADD 1 TO WS-FLT-COUNT.
           MOVE SPACES TO WS-FLT-IMAGEN (WS-FLT-COUNT).
           MOVE WS-NEXT-CODE TO WS-TBL-CODE (WS-FLT-COUNT).
           ADD 1 TO WS-NEXT-CODE.
           MOVE WS-FLT-COUNT TO WS-FLT-IDX.
           PERFORM 0440-REFRESH-INSTANCE.
           MOVE ZERO         TO WS-TBL-PAX (WS-FLT-COUNT).
           MOVE ZERO         TO WS-TBL-TOTAL (WS-FLT-COUNT).
           MOVE WS-GEN-FECHA TO WS-TBL-DATE (WS-FLT-COUNT).
           MOVE "A"          TO WS-TBL-ESTADO (WS-FLT-COUNT).
           MOVE WS-PAT-CODE-X TO WS-TBL-PATRON (WS-FLT-COUNT).
           MOVE "N" TO WS-FLT-RESERVAS (WS-FLT-COUNT).
           MOVE "N" TO WS-FLT-ACCION (WS-FLT-COUNT).
           ADD 1 TO WS-CNT-NUEVOS WS-CNT-CAMBIOS.

        0600-WRITE-DETAIL.
           MOVE WS-TBL-CODE (WS-FLT-IDX) TO DET-CODE.
           MOVE WS-TBL-DATE (WS-FLT-IDX) TO DET-DATE.
           MOVE WS-TBL-TIME (WS-FLT-IDX) TO DET-TIME.
           MOVE WS-TBL-ACFT (WS-FLT-IDX) TO DET-ACFT.
           MOVE WS-TBL-CAP (WS-FLT-IDX)  TO DET-CAP.
           MOVE WS-TBL-PAX (WS-FLT-IDX)  TO DET-PAX.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.

        0700-WRITE-SUMMARY.
           MOVE "RESUMEN" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PATRONES PROCESADOS"           TO GEN-CTA-TXT.
           MOVE WS-CNT-PATRONES                 TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "PATRONES RECHAZADOS"           TO GEN-CTA-TXT.
           MOVE WS-CNT-RECHAZADOS               TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "VUELOS NUEVOS"                 TO GEN-CTA-TXT.
           MOVE WS-CNT-NUEVOS                   TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "VUELOS ACTUALIZADOS AL PATRON"  TO GEN-CTA-TXT.
           MOVE WS-CNT-ACTUALIZADOS             TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "VUELOS ELIMINADOS"             TO GEN-CTA-TXT.
           MOVE WS-CNT-ELIMINADOS               TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "VUELOS QUE YA EXISTIAN"        TO GEN-CTA-TXT.
           MOVE WS-CNT-EXISTENTES               TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "CON RESERVAS FUERA DEL PATRON" TO GEN-CTA-TXT.
           MOVE WS-CNT-RESERVADOS               TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "DIAS SIN LUGAR EN FLIGHTS.DAT" TO GEN-CTA-TXT.
           MOVE WS-CNT-SIN-LUGAR                TO GEN-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.

        0710-WRITE-COUNT.
           MOVE WS-LIN-CUENTA TO RPT-LINE.
           WRITE RPT-LINE.

      * LOS MARCADOS PARA ELIMINAR NO SE ESCRIBEN
        0800-REWRITE-FLIGHTS.
           OPEN OUTPUT FFILE.
           PERFORM 0810-WRITE-ONE-FLIGHT
              VARYING WS-FLT-IDX FROM 1 BY 1
              UNTIL WS-FLT-IDX > WS-FLT-COUNT.
           CLOSE FFILE.

        0810-WRITE-ONE-FLIGHT.
           IF WS-FLT-ACCION (WS-FLT-IDX) NOT = "B"
              MOVE WS-FLT-IMAGEN (WS-FLT-IDX) TO FLIGHTDETAILS
              WRITE FLIGHTDETAILS
           END-IF.

          END PROGRAM FLTGEN1.
