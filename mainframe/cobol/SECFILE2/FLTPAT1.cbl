       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTPAT1.
      * ===============================================================
      * FLTPAT1 = MANTENIMIENTO DE PATRONES DE ITINERARIO SEMANAL
      * (FLTPAT.DAT). CADA PATRON ES UN VUELO QUE SE REPITE: NUMERO
      * DE VUELO, AEROLINEA, RUTA, TIPO DE AERONAVE, HORA DE SALIDA,
      * DIAS DE OPERACION Y VIGENCIA DESDE/HASTA. LOS DIAS VAN COMO
      * EN LOS ITINERARIOS DE LAS AEROLINEAS: 7 POSICIONES DE LUNES A
      * DOMINGO, EL NUMERO DEL DIA SI OPERA Y PUNTO SI NO (1.3.5..
      * = LUNES, MIERCOLES Y VIERNES). FLTGEN1 EXPANDE LOS PATRONES
      * EN VUELOS FECHADOS DE FLIGHTS.DAT. EL TIPO DE AERONAVE DEBE
      * EXISTIR EN ACFTYPE.DAT (ACFMNT1): DE AHI SALE LA CAPACIDAD.
      * EL ARCHIVO SE CARGA A UNA TABLA, SE TRABAJA EN MEMORIA Y SE
      * REESCRIBE AL SALIR
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
      * MAESTRO DE TIPOS DE AERONAVE (ACFMNT1)
            SELECT OPTIONAL ACFTYPE ASSIGN TO "ACFTYPE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PATRON DE ITINERARIO - UNA LINEA POR NUMERO DE VUELO
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
      * VIGENCIA DEL PATRON (AAAAMMDD), AMBOS DIAS INCLUIDOS
            05 PAT-DESDE                PIC 9(8).
            05 PAT-HASTA                PIC 9(8).
            05 PAT-FILLER               PIC X(4).

       FD ACFTYPE.
       01 ACF-REC.
            05 ACF-CODE                  PIC X(4).
            05 ACF-DESC                  PIC X(20).
            05 ACF-SEATS                 PIC 9(4).

        WORKING-STORAGE SECTION.
        01   WS-PAT-STATUS              PIC XX.
        01   WS-ACF-STATUS              PIC XX.
        01   WS-OPCION                  PIC 9(01).
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".

        01   WS-ENT-CODE                PIC X(05).
        01   WS-ENT-AIRLINE             PIC X(20).
        01   WS-ENT-DEPARTURE           PIC X(20).
        01   WS-ENT-ARRIVAL             PIC X(20).
        01   WS-ENT-ACFT                PIC X(04).
        01   WS-ENT-TIME                PIC X(04).
        01   WS-ENT-DIAS                PIC X(07).
        01   WS-ENT-DESDE               PIC X(08).
        01   WS-ENT-HASTA               PIC X(08).
        01   WS-ENT-OK-SW               PIC X(01).
             88 WS-ENT-OK               VALUE "Y".
        01   WS-DIA-IDX                 PIC 9(01).
        01   WS-DIA-NUM                 PIC 9(01).
        01   WS-DIAS-MALOS              PIC 9(01).
        01   WS-DIAS-ACTIVOS            PIC 9(01).

        01   WS-ACF-EOF-SW              PIC X(01).
             88 WS-ACF-EOF              VALUE "Y".
        01   WS-ACF-FOUND-SW            PIC X(01).
             88 WS-ACF-FOUND            VALUE "Y".
        01   WS-ACF-LOADED-SW           PIC X(01).
             88 WS-ACF-LOADED           VALUE "Y".
        01   WS-ACF-SEATS               PIC 9(04).

        01   WS-PAT-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-PAT-IDX                 PIC 9(03).
        01   WS-PAT-HIT                 PIC 9(03).
        01   WS-PAT-TABLA.
             03 WS-PAT-ENTRY OCCURS 200 TIMES.
                05 WS-TBL-CODE          PIC 9(5).
                05 WS-TBL-AIRLINE       PIC X(20).
                05 WS-TBL-DEPARTURE     PIC X(20).
                05 WS-TBL-ARRIVAL       PIC X(20).
                05 WS-TBL-ACFT          PIC X(4).
                05 WS-TBL-TIME          PIC 9(4).
                05 WS-TBL-DIAS          PIC X(7).
                05 WS-TBL-DESDE         PIC 9(8).
                05 WS-TBL-HASTA         PIC 9(8).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-FILE.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE FLTPAT.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 0800-REWRITE-FILE
                 DISPLAY "FLTPAT.DAT GRABADO: " WS-PAT-COUNT
                    " PATRONES"
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-FILE.
           OPEN INPUT FLTPAT.
           IF WS-PAT-STATUS NOT = "00"
              IF WS-PAT-STATUS = "05" OR WS-PAT-STATUS = "35"
                 CLOSE FLTPAT
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 0110-READ-NEXT
              PERFORM 0120-LOAD-ONE
                 UNTIL WS-EOF OR WS-PAT-COUNT >= 200
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
                 DISPLAY "FLTPAT.DAT EXCEDE LA TABLA (200) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE FLTPAT
           END-IF.

        0110-READ-NEXT.
           READ FLTPAT
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE.
           ADD 1 TO WS-PAT-COUNT.
           MOVE PAT-CODE       TO WS-TBL-CODE (WS-PAT-COUNT).
           MOVE PAT-AIRLINE    TO WS-TBL-AIRLINE (WS-PAT-COUNT).
           MOVE PAT-DEPARTURE  TO WS-TBL-DEPARTURE (WS-PAT-COUNT).
           MOVE PAT-ARRIVAL    TO WS-TBL-ARRIVAL (WS-PAT-COUNT).
           MOVE PAT-ACFT       TO WS-TBL-ACFT (WS-PAT-COUNT).
           MOVE PAT-TIME       TO WS-TBL-TIME (WS-PAT-COUNT).
           MOVE PAT-DIAS       TO WS-TBL-DIAS (WS-PAT-COUNT).
           MOVE PAT-DESDE      TO WS-TBL-DESDE (WS-PAT-COUNT).
           MOVE PAT-HASTA      TO WS-TBL-HASTA (WS-PAT-COUNT).
           PERFORM 0110-READ-NEXT.

        0200-MENU.
           DISPLAY "***** PATRONES DE ITINERARIO (FLTPAT.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-ADD-PATTERN
              WHEN 2 PERFORM 0400-LIST-PATTERNS
              WHEN 3 PERFORM 0500-CHANGE-PATTERN
              WHEN 4 PERFORM 0600-DELETE-PATTERN
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

        0250-ENTER-FIELDS.
           DISPLAY "AEROLINEA           : ".
           ACCEPT WS-ENT-AIRLINE.
           DISPLAY "CIUDAD DE SALIDA    : ".
           ACCEPT WS-ENT-DEPARTURE.
           DISPLAY "CIUDAD DE LLEGADA   : ".
           ACCEPT WS-ENT-ARRIVAL.
           DISPLAY "TIPO DE AERONAVE    : ".
           ACCEPT WS-ENT-ACFT.
           DISPLAY "HORA SALIDA HHMM    : ".
           ACCEPT WS-ENT-TIME.
           DISPLAY "DIAS LUNES-DOMINGO (EJ 1.3.5.. ): ".
           ACCEPT WS-ENT-DIAS.
           DISPLAY "VIGENTE DESDE AAAAMMDD: ".
           ACCEPT WS-ENT-DESDE.
           DISPLAY "VIGENTE HASTA AAAAMMDD: ".
           ACCEPT WS-ENT-HASTA.

        0260-VALIDATE-FIELDS.
           MOVE "Y" TO WS-ENT-OK-SW.
           PERFORM 0265-CHECK-DAYS.
           IF WS-ENT-AIRLINE = SPACES
              DISPLAY "AEROLINEA OBLIGATORIA"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-ENT-DEPARTURE = SPACES OR WS-ENT-ARRIVAL = SPACES
              DISPLAY "SALIDA Y LLEGADA SON OBLIGATORIAS"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-ENT-TIME NOT NUMERIC
              OR WS-ENT-TIME (1:2) > "23"
              OR WS-ENT-TIME (3:2) > "59"
              DISPLAY "HORA DE SALIDA INVALIDA (HHMM)"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-DIAS-MALOS > ZERO OR WS-DIAS-ACTIVOS = ZERO
              DISPLAY "DIAS INVALIDOS - EL NUMERO DEL DIA O PUNTO "
                 "EN CADA POSICION, AL MENOS UN DIA"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-ENT-DESDE NOT NUMERIC
              OR WS-ENT-DESDE (5:2) < "01"
              OR WS-ENT-DESDE (5:2) > "12"
              OR WS-ENT-DESDE (7:2) < "01"
              OR WS-ENT-DESDE (7:2) > "31"
              OR WS-ENT-HASTA NOT NUMERIC
              OR WS-ENT-HASTA (5:2) < "01"
              OR WS-ENT-HASTA (5:2) > "12"
              OR WS-ENT-HASTA (7:2) < "01"
              OR WS-ENT-HASTA (7:2) > "31"
              DISPLAY "VIGENCIA INVALIDA (AAAAMMDD)"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-ENT-DESDE > WS-ENT-HASTA
              DISPLAY "VIGENTE DESDE NO PUEDE SER MAYOR QUE HASTA"
              MOVE "N" TO WS-ENT-OK-SW.
      * EL TIPO DEBE EXISTIR EN EL MAESTRO: LA CAPACIDAD DE LOS
      * VUELOS GENERADOS SALE DE SUS SILLAS
           IF WS-ENT-OK
              PERFORM 0270-CHECK-ACFT-TYPE
              IF NOT WS-ACF-LOADED
                 DISPLAY "ACFTYPE.DAT NO DISPONIBLE - CARGUE LOS "
                    "TIPOS EN ACFMNT1"
                 MOVE "N" TO WS-ENT-OK-SW
              ELSE
              IF NOT WS-ACF-FOUND
                 DISPLAY "TIPO DE AERONAVE NO EXISTE EN ACFTYPE.DAT"
                 MOVE "N" TO WS-ENT-OK-SW
              ELSE
              IF WS-ACF-SEATS = ZERO
                 DISPLAY "EL TIPO DE AERONAVE NO TIENE SILLAS"
                 MOVE "N" TO WS-ENT-OK-SW
              END-IF
              END-IF
              END-IF
           END-IF.

        0265-CHECK-DAYS.
           MOVE ZERO TO WS-DIAS-MALOS WS-DIAS-ACTIVOS.
           PERFORM 0266-CHECK-ONE-DAY
              VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > 7.

        0266-CHECK-ONE-DAY.
           MOVE WS-DIA-IDX TO WS-DIA-NUM.
           IF WS-ENT-DIAS (WS-DIA-IDX:1) = WS-DIA-NUM
              ADD 1 TO WS-DIAS-ACTIVOS
           ELSE
           IF WS-ENT-DIAS (WS-DIA-IDX:1) NOT = "."
              ADD 1 TO WS-DIAS-MALOS
           END-IF
           END-IF.

        0270-CHECK-ACFT-TYPE.
           MOVE "N" TO WS-ACF-LOADED-SW.
           MOVE "N" TO WS-ACF-FOUND-SW.
           MOVE "N" TO WS-ACF-EOF-SW.
           MOVE ZERO TO WS-ACF-SEATS.
           OPEN INPUT ACFTYPE.
           IF WS-ACF-STATUS NOT = "00"
              IF WS-ACF-STATUS = "05" OR WS-ACF-STATUS = "35"
                 CLOSE ACFTYPE
              END-IF
           ELSE
              MOVE "Y" TO WS-ACF-LOADED-SW
              PERFORM 0280-READ-NEXT-ACF
              PERFORM 0290-MATCH-ACF
                 UNTIL WS-ACF-EOF OR WS-ACF-FOUND
              CLOSE ACFTYPE
           END-IF.

        0280-READ-NEXT-ACF.
           READ ACFTYPE
              AT END MOVE "Y" TO WS-ACF-EOF-SW
           END-READ.

        0290-MATCH-ACF.
           IF ACF-CODE = WS-ENT-ACFT
              MOVE "Y" TO WS-ACF-FOUND-SW
              MOVE ACF-SEATS TO WS-ACF-SEATS
           ELSE
              PERFORM 0280-READ-NEXT-ACF
           END-IF.

        0300-ADD-PATTERN.
           DISPLAY "NUMERO DE VUELO DEL PATRON (5 DIGITOS): ".
           ACCEPT WS-ENT-CODE.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "NUMERO DE VUELO DEBE SER NUMERICO"
           ELSE
              PERFORM 0700-FIND-PATTERN
              IF WS-PAT-HIT > ZERO
                 DISPLAY "EL PATRON YA EXISTE"
              ELSE
                 IF WS-PAT-COUNT >= 200
                    DISPLAY "TABLA DE PATRONES LLENA"
                 ELSE
                    PERFORM 0250-ENTER-FIELDS
                    PERFORM 0260-VALIDATE-FIELDS
                    IF WS-ENT-OK
                       ADD 1 TO WS-PAT-COUNT
                       MOVE WS-PAT-COUNT TO WS-PAT-HIT
                       MOVE WS-ENT-CODE
                          TO WS-TBL-CODE (WS-PAT-HIT)
                       PERFORM 0310-MOVE-FIELDS-TO-TABLE
                       MOVE "Y" TO WS-CAMBIOS-SW
                       DISPLAY "PATRON AGREGADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.

        0310-MOVE-FIELDS-TO-TABLE.
           MOVE WS-ENT-AIRLINE    TO WS-TBL-AIRLINE (WS-PAT-HIT).
           MOVE WS-ENT-DEPARTURE  TO WS-TBL-DEPARTURE (WS-PAT-HIT).
           MOVE WS-ENT-ARRIVAL    TO WS-TBL-ARRIVAL (WS-PAT-HIT).
           MOVE WS-ENT-ACFT       TO WS-TBL-ACFT (WS-PAT-HIT).
           MOVE WS-ENT-TIME       TO WS-TBL-TIME (WS-PAT-HIT).
           MOVE WS-ENT-DIAS       TO WS-TBL-DIAS (WS-PAT-HIT).
           MOVE WS-ENT-DESDE      TO WS-TBL-DESDE (WS-PAT-HIT).
           MOVE WS-ENT-HASTA      TO WS-TBL-HASTA (WS-PAT-HIT).

        0400-LIST-PATTERNS.
           IF WS-PAT-COUNT = ZERO
              DISPLAY "NO HAY PATRONES EN FLTPAT.DAT"
           ELSE
              PERFORM 0410-LIST-ONE
                 VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > WS-PAT-COUNT
           END-IF.

        0410-LIST-ONE.
           DISPLAY WS-TBL-CODE (WS-PAT-IDX) " "
                   WS-TBL-AIRLINE (WS-PAT-IDX) " "
                   WS-TBL-DEPARTURE (WS-PAT-IDX) "-"
                   WS-TBL-ARRIVAL (WS-PAT-IDX) " "
                   WS-TBL-ACFT (WS-PAT-IDX) " "
                   WS-TBL-TIME (WS-PAT-IDX) " "
                   WS-TBL-DIAS (WS-PAT-IDX) " "
                   WS-TBL-DESDE (WS-PAT-IDX) "-"
                   WS-TBL-HASTA (WS-PAT-IDX).

      * EL CAMBIO SOLO TOCA EL PATRON - LOS VUELOS YA GENERADOS SE
      * AJUSTAN CORRIENDO FLTGEN1 CON REGENERACION
        0500-CHANGE-PATTERN.
           DISPLAY "NUMERO DE VUELO DEL PATRON A MODIFICAR: ".
           ACCEPT WS-ENT-CODE.
           PERFORM 0700-FIND-PATTERN.
           IF WS-PAT-HIT = ZERO
              DISPLAY "PATRON NO EXISTE"
           ELSE
              MOVE WS-PAT-HIT TO WS-PAT-IDX
              PERFORM 0410-LIST-ONE
              PERFORM 0250-ENTER-FIELDS
              PERFORM 0260-VALIDATE-FIELDS
              IF WS-ENT-OK
                 PERFORM 0310-MOVE-FIELDS-TO-TABLE
                 MOVE "Y" TO WS-CAMBIOS-SW
                 DISPLAY "PATRON ACTUALIZADO - CORRA FLTGEN1 CON "
                    "REGENERACION PARA AJUSTAR LOS VUELOS FUTUROS"
              END-IF
           END-IF.

        0600-DELETE-PATTERN.
           DISPLAY "NUMERO DE VUELO DEL PATRON A BORRAR: ".
           ACCEPT WS-ENT-CODE.
           PERFORM 0700-FIND-PATTERN.
           IF WS-PAT-HIT = ZERO
              DISPLAY "PATRON NO EXISTE"
           ELSE
      * SE COMPACTA LA TABLA CORRIENDO LA ULTIMA ENTRADA AL HUECO
              MOVE WS-PAT-ENTRY (WS-PAT-COUNT)
                 TO WS-PAT-ENTRY (WS-PAT-HIT)
              SUBTRACT 1 FROM WS-PAT-COUNT
              MOVE "Y" TO WS-CAMBIOS-SW
              DISPLAY "PATRON BORRADO - LOS VUELOS YA GENERADOS "
                 "QUEDAN EN FLIGHTS.DAT"
           END-IF.

        0700-FIND-PATTERN.
           MOVE ZERO TO WS-PAT-HIT.
           IF WS-ENT-CODE NOT NUMERIC
              CONTINUE
           ELSE
              PERFORM 0710-COMPARE-PATTERN
                 VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > WS-PAT-COUNT
                    OR WS-PAT-HIT > ZERO
           END-IF.

        0710-COMPARE-PATTERN.
           IF WS-TBL-CODE (WS-PAT-IDX) = FUNCTION NUMVAL(WS-ENT-CODE)
              MOVE WS-PAT-IDX TO WS-PAT-HIT
           END-IF.

        0800-REWRITE-FILE.
           OPEN OUTPUT FLTPAT.
           PERFORM 0810-WRITE-ONE
              VARYING WS-PAT-IDX FROM 1 BY 1
              UNTIL WS-PAT-IDX > WS-PAT-COUNT.
           CLOSE FLTPAT.

        0810-WRITE-ONE.
           MOVE WS-TBL-CODE (WS-PAT-IDX)       TO PAT-CODE.
           MOVE WS-TBL-AIRLINE (WS-PAT-IDX)    TO PAT-AIRLINE.
           MOVE WS-TBL-DEPARTURE (WS-PAT-IDX)  TO PAT-DEPARTURE.
           MOVE WS-TBL-ARRIVAL (WS-PAT-IDX)    TO PAT-ARRIVAL.
           MOVE WS-TBL-ACFT (WS-PAT-IDX)       TO PAT-ACFT.
           MOVE WS-TBL-TIME (WS-PAT-IDX)       TO PAT-TIME.
           MOVE WS-TBL-DIAS (WS-PAT-IDX)       TO PAT-DIAS.
           MOVE WS-TBL-DESDE (WS-PAT-IDX)      TO PAT-DESDE.
           MOVE WS-TBL-HASTA (WS-PAT-IDX)      TO PAT-HASTA.
           MOVE SPACES TO PAT-FILLER.
           WRITE PAT-REC.

          END PROGRAM FLTPAT1.
