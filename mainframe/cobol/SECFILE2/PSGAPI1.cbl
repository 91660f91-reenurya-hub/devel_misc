       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSGAPI1.
      * ===============================================================
      * PSGAPI1 = INFORMACION ANTICIPADA DE PASAJEROS PARA MIGRACION.
      * PARA UN CODIGO DE VUELO Y SU FECHA DE SALIDA ESCRIBE APIS.DAT
      * EN EL FORMATO FIJO DE LA AUTORIDAD: UN REGISTRO H CON EL
      * VUELO, LA AEROLINEA, LA RUTA Y LA FECHA Y HORA DE SALIDA DE
      * FLIGHTS.DAT, UN REGISTRO D POR CADA PASAJERO RESERVADO O
      * CHEQUEADO EN PSGDTL.DAT (NOMBRE Y DOCUMENTO) Y UN REGISTRO T
      * CON LOS CONTEOS. LOS DENEGADOS AL CIERRE (PSG-OVB = D) NO
      * VIAJAN Y NO SE ENVIAN.
      * ANTES DE ESCRIBIR SE REVISA CADA PASAJERO: NOMBRE O DOCUMENTO
      * EN BLANCO O MAL FORMADOS SALEN EN LA LISTA DE EXCEPCIONES DE
      * APIS.RPT PARA CORREGIRLOS; CON EXCEPCIONES EL ENVIO QUEDA
      * RETENIDO SALVO QUE SE CONFIRME ENVIAR SIN ESOS PASAJEROS.
      * CADA CORRIDA QUEDA EN EL LOG DE TRANSMISIONES APILOG.DAT. UN
      * VUELO YA ENVIADO SOLO SE VUELVE A MANDAR EN MODO REENVIO
      * (MENSAJE R CON LA LISTA COMPLETA Y LA SECUENCIA SIGUIENTE),
      * PARA CUANDO CAMBIAN LOS PASAJEROS DESPUES DEL PRIMER ENVIO
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
      * ARCHIVO PARA LA AUTORIDAD MIGRATORIA
            SELECT APIS ASSIGN TO "APIS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-API-STATUS.
      * LOG DE TRANSMISIONES - UNA LINEA POR CORRIDA
            SELECT OPTIONAL APILOG ASSIGN TO "APILOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-STATUS.
            SELECT APIRPT ASSIGN TO "APIS.RPT"
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
      * ESTADO DEL VUELO: A O BLANCO = ACTIVO, C = CANCELADO
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD PSGDTL.
       01 PSG-REC.
            05 PSG-FLIGHT-CODE          PIC 9(5).
            05 PSG-NAME                 PIC X(40).
            05 PSG-DOC                  PIC X(20).
            05 PSG-FARE                 PIC 9(7)V99.
      * C = CHEQUEADO/ABORDO, BLANCO = SOLO RESERVADO (PSGCHK1)
            05 PSG-CHECKIN              PIC X(01).
            05 PSG-SEAT                 PIC 9(03).
      * O = SOBREVENTA, D = EMBARQUE DENEGADO AL CIERRE (PSGCLS1)
            05 PSG-OVB                  PIC X(01).
            05 PSG-FILLER               PIC X(05).

      * FORMATO FIJO DE LA AUTORIDAD, 100 POSICIONES: H = ENCABEZADO,
      * D = PASAJERO, T = CIERRE CON CONTEOS
       FD APIS.
       01 API-HDR.
            05 APH-TIPO                 PIC X(1).
      * O = ENVIO ORIGINAL, R = REENVIO POR CAMBIOS
            05 APH-MENSAJE              PIC X(1).
            05 APH-SECUENCIA            PIC 9(3).
            05 APH-FLIGHT-CODE          PIC 9(5).
            05 APH-AIRLINE              PIC X(20).
            05 APH-DEPARTURE            PIC X(20).
            05 APH-ARRIVAL              PIC X(20).
            05 APH-DATE                 PIC 9(8).
            05 APH-TIME                 PIC 9(4).
            05 APH-GEN-FECHA            PIC 9(8).
            05 APH-GEN-HORA             PIC 9(6).
            05 APH-FILLER               PIC X(4).
       01 API-DET.
            05 APD-TIPO                 PIC X(1).
            05 APD-SEQ                  PIC 9(4).
            05 APD-FLIGHT-CODE          PIC 9(5).
            05 APD-NAME                 PIC X(40).
            05 APD-DOC                  PIC X(20).
      * R = RESERVADO, C = CHEQUEADO
            05 APD-ESTADO               PIC X(1).
            05 APD-SEAT                 PIC 9(3).
            05 APD-FILLER               PIC X(26).
       01 API-TRL.
            05 APT-TIPO                 PIC X(1).
            05 APT-FLIGHT-CODE          PIC 9(5).
            05 APT-PASAJEROS            PIC 9(4).
            05 APT-CHEQUEADOS           PIC 9(4).
            05 APT-RESERVADOS           PIC 9(4).
      * REGISTROS DEL ARCHIVO INCLUIDOS EL H Y EL T
            05 APT-REGISTROS            PIC 9(5).
            05 APT-FILLER               PIC X(77).

       FD APILOG.
       01 APL-REC.
            05 APL-FECHA                PIC 9(8).
            05 APL-HORA                 PIC 9(6).
            05 APL-FLIGHT-CODE          PIC 9(5).
            05 APL-FLIGHT-DATE          PIC 9(8).
            05 APL-MENSAJE              PIC X(1).
            05 APL-SECUENCIA            PIC 9(3).
            05 APL-PASAJEROS            PIC 9(4).
            05 APL-EXCLUIDOS            PIC 9(4).
      * E = APIS.DAT GENERADO PARA ENVIO, R = RETENIDO POR EXCEPCIONES
            05 APL-ESTADO               PIC X(1).

       FD APIRPT.
       01  RPT-LINE                     PIC X(100).

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-PSG-STATUS              PIC XX.
        01   WS-API-STATUS              PIC XX.
        01   WS-LOG-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-FOUND-SW                PIC X(01).
             88 WS-FOUND                VALUE "Y".
        01   WS-CONFIRM                 PIC X(01).
             88 WS-CONFIRM-SI           VALUE "Y" "y".
        01   WS-REENVIO                 PIC X(01).
             88 WS-REENVIO-SI           VALUE "Y" "y".

        01   WS-ENT-CODE                PIC X(05).
        01   WS-ENT-DATE                PIC X(08).
        01   WS-CODE-NUM                PIC 9(05).
        01   WS-FECHA-HOY               PIC 9(08).
        01   WS-HORA-HOY                PIC 9(08).
        01   WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
             05 WS-HORA-HHMMSS          PIC 9(06).
             05 FILLER                  PIC 9(02).

      * VUELO PEDIDO
        01   WS-FLT-AIRLINE             PIC X(20).
        01   WS-FLT-DEP                 PIC X(20).
        01   WS-FLT-ARR                 PIC X(20).
        01   WS-FLT-DATE                PIC 9(08).
        01   WS-FLT-TIME                PIC 9(04).
        01   WS-FLT-ESTADO              PIC X(01).

      * ENVIOS ANTERIORES DEL VUELO SEGUN EL LOG
        01   WS-ENVIOS                  PIC 9(03) VALUE ZERO.
        01   WS-SECUENCIA               PIC 9(03) VALUE ZERO.
        01   WS-MENSAJE                 PIC X(01).
        01   WS-LOG-ESTADO              PIC X(01).

      * REVISION DEL PASAJERO
        01   WS-VALIDO-SW               PIC X(01).
             88 WS-VALIDO               VALUE "Y".
        01   WS-MOTIVO                  PIC X(36).
        01   WS-CHK-NAME                PIC X(40).
        01   WS-CHK-DOC                 PIC X(20).
        01   WS-CHR-IDX                 PIC 9(02).
        01   WS-CHR                     PIC X(01).
        01   WS-CHR-MALOS               PIC 9(02).
        01   WS-CHR-LARGO               PIC 9(02).
        01   WS-CHR-BLANCO-SW           PIC X(01).
             88 WS-CHR-HUBO-BLANCO      VALUE "Y".
        01   WS-CHR-HUECOS              PIC 9(02).
        01   WS-PALABRAS                PIC 9(02).

        01   WS-CNT-PASAJEROS           PIC 9(04) VALUE ZERO.
        01   WS-CNT-EXCEPCIONES         PIC 9(04) VALUE ZERO.
        01   WS-CNT-ENVIADOS            PIC 9(04) VALUE ZERO.
        01   WS-CNT-CHEQUEADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-RESERVADOS          PIC 9(04) VALUE ZERO.
        01   WS-CNT-DENEGADOS           PIC 9(04) VALUE ZERO.
        01   WS-CNT-REGISTROS           PIC 9(05) VALUE ZERO.

        01   WS-LIN-EXCEPCION.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 EXC-DOC                 PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 EXC-NAME                PIC X(40).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 EXC-MOTIVO              PIC X(35).

        01   WS-LIN-CUENTA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 API-CTA-TXT             PIC X(36).
             05 API-CTA-VAL             PIC ZZZ9.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           DISPLAY "CODIGO DE VUELO: ".
           ACCEPT WS-ENT-CODE.
           DISPLAY "FECHA DE SALIDA AAAAMMDD: ".
           ACCEPT WS-ENT-DATE.
           DISPLAY "REENVIO POR CAMBIOS? (Y/N): ".
           ACCEPT WS-REENVIO.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "CODIGO DE VUELO DEBE SER NUMERICO"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENT-CODE) TO WS-CODE-NUM.
           PERFORM 0100-FIND-FLIGHT.
           IF NOT WS-FOUND
              DISPLAY "CODIGO DE VUELO NO EXISTE"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-ENT-DATE NOT = WS-FLT-DATE
              DISPLAY "EL VUELO " WS-CODE-NUM " SALE EL " WS-FLT-DATE
                 " - NO EN ESA FECHA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-FLT-ESTADO = "C"
              DISPLAY "EL VUELO ESTA CANCELADO - NO SE ENVIA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0150-READ-LOG.
           IF WS-REENVIO-SI
              IF WS-ENVIOS = ZERO
                 DISPLAY "EL VUELO NO TIENE ENVIO ANTERIOR - ENVIE "
                    "SIN REENVIO"
                 MOVE 4 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "R" TO WS-MENSAJE
           ELSE
              IF WS-ENVIOS > ZERO
                 DISPLAY "EL VUELO YA SE ENVIO " WS-ENVIOS
                    " VEZ/VECES - USE REENVIO"
                 MOVE 4 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "O" TO WS-MENSAJE
           END-IF.
           ADD 1 TO WS-SECUENCIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN OUTPUT APIRPT.
           PERFORM 0250-WRITE-HEADER.
           PERFORM 0300-CHECK-PASSENGERS.
           IF WS-CNT-EXCEPCIONES > ZERO
              DISPLAY WS-CNT-EXCEPCIONES " PASAJEROS CON NOMBRE O "
                 "DOCUMENTO INVALIDO - VER APIS.RPT"
              DISPLAY "ENVIAR SIN ESOS PASAJEROS? (Y/N): "
              ACCEPT WS-CONFIRM
           END-IF.
           IF WS-CNT-EXCEPCIONES > ZERO AND NOT WS-CONFIRM-SI
              MOVE "ENVIO RETENIDO - CORRIJA LAS EXCEPCIONES"
                 TO RPT-LINE
              WRITE RPT-LINE
              MOVE "R" TO WS-LOG-ESTADO
              DISPLAY "ENVIO RETENIDO - NO SE GENERO APIS.DAT"
           ELSE
              PERFORM 0500-WRITE-APIS
              MOVE "E" TO WS-LOG-ESTADO
              DISPLAY "APIS.DAT GENERADO - MENSAJE " WS-MENSAJE
                 " SECUENCIA " WS-SECUENCIA " PASAJEROS "
                 WS-CNT-ENVIADOS
           END-IF.
           PERFORM 0700-WRITE-SUMMARY.
           CLOSE APIRPT.
           PERFORM 0800-WRITE-LOG.
           IF WS-CNT-EXCEPCIONES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        0100-FIND-FLIGHT.
           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0110-READ-NEXT-FLIGHT
              PERFORM 0120-MATCH-FLIGHT
                 UNTIL WS-EOF OR WS-FOUND
              CLOSE FFILE
           END-IF.

        0110-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-MATCH-FLIGHT.
           IF FLIGHT-CODE = WS-CODE-NUM
              MOVE "Y" TO WS-FOUND-SW
              MOVE FLIGHT-AIRLINE   TO WS-FLT-AIRLINE
              MOVE FLIGHT-DEPARTURE TO WS-FLT-DEP
              MOVE FLIGHT-ARRIVAL   TO WS-FLT-ARR
              MOVE FLIGHT-DATE      TO WS-FLT-DATE
              MOVE FLIGHT-TIME      TO WS-FLT-TIME
              MOVE FLIGHT-ESTADO    TO WS-FLT-ESTADO
           ELSE
              PERFORM 0110-READ-NEXT-FLIGHT
           END-IF.

      * ENVIOS ANTERIORES: LOS RETENIDOS NO CUENTAN COMO ENVIADOS
        0150-READ-LOG.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APILOG.
           IF WS-LOG-STATUS NOT = "00"
              IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                 CLOSE APILOG
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-LOG
              PERFORM 0170-CHECK-ONE-LOG UNTIL WS-EOF
              CLOSE APILOG
           END-IF.

        0160-READ-NEXT-LOG.
           READ APILOG
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0170-CHECK-ONE-LOG.
           IF APL-FLIGHT-CODE = WS-CODE-NUM
              AND APL-FLIGHT-DATE = WS-FLT-DATE
              AND APL-ESTADO = "E"
              ADD 1 TO WS-ENVIOS
              IF APL-SECUENCIA > WS-SECUENCIA
                 MOVE APL-SECUENCIA TO WS-SECUENCIA
              END-IF
           END-IF.
           PERFORM 0160-READ-NEXT-LOG.

        0250-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "INFORMACION ANTICIPADA DE PASAJEROS  FECHA: "
              WS-FECHA-HOY "  MENSAJE: " WS-MENSAJE
              "  SECUENCIA: " WS-SECUENCIA
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "VUELO: " WS-CODE-NUM "  " WS-FLT-AIRLINE " "
              WS-FLT-DEP "-" WS-FLT-ARR " " WS-FLT-DATE " "
              WS-FLT-TIME DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EXCEPCIONES - CORREGIR ANTES DE ENVIAR" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "   DOCUMENTO            PASAJERO                  "
              "               MOTIVO"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * PRIMERA PASADA: CONTAR Y REVISAR LOS PASAJEROS DEL VUELO
        0300-CHECK-PASSENGERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
              IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              PERFORM 0310-READ-NEXT-PSG
              PERFORM 0320-CHECK-ONE-PSG UNTIL WS-EOF
              CLOSE PSGDTL
           END-IF.
           IF WS-CNT-EXCEPCIONES = ZERO
              MOVE "   NINGUNA" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0310-READ-NEXT-PSG.
           READ PSGDTL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0320-CHECK-ONE-PSG.
           IF PSG-FLIGHT-CODE = WS-CODE-NUM
              IF PSG-OVB = "D"
                 ADD 1 TO WS-CNT-DENEGADOS
              ELSE
                 ADD 1 TO WS-CNT-PASAJEROS
                 PERFORM 0400-VALIDATE-PASSENGER
                 IF NOT WS-VALIDO
                    ADD 1 TO WS-CNT-EXCEPCIONES
                    MOVE PSG-DOC   TO EXC-DOC
                    MOVE PSG-NAME  TO EXC-NAME
                    MOVE WS-MOTIVO TO EXC-MOTIVO
                    MOVE WS-LIN-EXCEPCION TO RPT-LINE
                    WRITE RPT-LINE
                 END-IF
              END-IF
           END-IF.
           PERFORM 0310-READ-NEXT-PSG.

      * NOMBRE: LETRAS, ESPACIO, GUION, APOSTROFO O PUNTO, SIN
      * BLANCOS AL INICIO Y CON AL MENOS NOMBRE Y APELLIDO.
      * DOCUMENTO: LETRAS Y DIGITOS SEGUIDOS, DE 5 O MAS POSICIONES,
      * SIN BLANCOS AL INICIO NI EN MEDIO
        0400-VALIDATE-PASSENGER.
           MOVE "Y" TO WS-VALIDO-SW.
           MOVE SPACES TO WS-MOTIVO.
           MOVE PSG-NAME TO WS-CHK-NAME.
           MOVE PSG-DOC  TO WS-CHK-DOC.
           INSPECT WS-CHK-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CHK-DOC CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CHK-NAME = SPACES
              MOVE "N" TO WS-VALIDO-SW
              MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO
           ELSE
           IF WS-CHK-DOC = SPACES
              MOVE "N" TO WS-VALIDO-SW
              MOVE "DOCUMENTO EN BLANCO" TO WS-MOTIVO
           ELSE
              PERFORM 0410-SCAN-NAME
              IF WS-CHK-NAME (1:1) = SPACE
                 MOVE "N" TO WS-VALIDO-SW
                 MOVE "NOMBRE CON BLANCOS AL INICIO" TO WS-MOTIVO
              ELSE
              IF WS-CHR-MALOS > ZERO
                 MOVE "N" TO WS-VALIDO-SW
                 MOVE "NOMBRE CON CARACTERES INVALIDOS" TO WS-MOTIVO
              ELSE
              IF WS-PALABRAS < 2
                 MOVE "N" TO WS-VALIDO-SW
                 MOVE "NOMBRE SIN APELLIDO" TO WS-MOTIVO
              ELSE
                 PERFORM 0430-SCAN-DOC
                 IF WS-CHK-DOC (1:1) = SPACE OR WS-CHR-HUECOS > ZERO
                    MOVE "N" TO WS-VALIDO-SW
                    MOVE "DOCUMENTO CON BLANCOS" TO WS-MOTIVO
                 ELSE
                 IF WS-CHR-MALOS > ZERO
                    MOVE "N" TO WS-VALIDO-SW
                    MOVE "DOCUMENTO CON CARACTERES INVALIDOS"
                       TO WS-MOTIVO
                 ELSE
                 IF WS-CHR-LARGO < 5
                    MOVE "N" TO WS-VALIDO-SW
                    MOVE "DOCUMENTO MUY CORTO" TO WS-MOTIVO
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

        0410-SCAN-NAME.
           MOVE ZERO TO WS-CHR-MALOS WS-PALABRAS.
           MOVE "Y" TO WS-CHR-BLANCO-SW.
           PERFORM 0420-SCAN-NAME-CHAR
              VARYING WS-CHR-IDX FROM 1 BY 1
              UNTIL WS-CHR-IDX > 40.

        0420-SCAN-NAME-CHAR.
           MOVE WS-CHK-NAME (WS-CHR-IDX:1) TO WS-CHR.
           IF WS-CHR = SPACE
              MOVE "Y" TO WS-CHR-BLANCO-SW
           ELSE
              IF WS-CHR-HUBO-BLANCO
                 ADD 1 TO WS-PALABRAS
              END-IF
              MOVE "N" TO WS-CHR-BLANCO-SW
              IF (WS-CHR < "A" OR WS-CHR > "Z")
                 AND WS-CHR NOT = "-"
                 AND WS-CHR NOT = "'"
                 AND WS-CHR NOT = "."
                 ADD 1 TO WS-CHR-MALOS
              END-IF
           END-IF.

        0430-SCAN-DOC.
           MOVE ZERO TO WS-CHR-MALOS WS-CHR-LARGO WS-CHR-HUECOS.
           MOVE "N" TO WS-CHR-BLANCO-SW.
           PERFORM 0440-SCAN-DOC-CHAR
              VARYING WS-CHR-IDX FROM 1 BY 1
              UNTIL WS-CHR-IDX > 20.

        0440-SCAN-DOC-CHAR.
           MOVE WS-CHK-DOC (WS-CHR-IDX:1) TO WS-CHR.
           IF WS-CHR = SPACE
              MOVE "Y" TO WS-CHR-BLANCO-SW
           ELSE
              IF WS-CHR-HUBO-BLANCO
                 ADD 1 TO WS-CHR-HUECOS
              END-IF
              ADD 1 TO WS-CHR-LARGO
              IF (WS-CHR < "A" OR WS-CHR > "Z")
                 AND (WS-CHR < "0" OR WS-CHR > "9")
                 ADD 1 TO WS-CHR-MALOS
              END-IF
           END-IF.

      * SEGUNDA PASADA: ENCABEZADO, PASAJEROS VALIDOS Y CIERRE
        0500-WRITE-APIS.
           OPEN OUTPUT APIS.
           MOVE SPACES          TO API-HDR.
           MOVE "H"             TO APH-TIPO.
           MOVE WS-MENSAJE      TO APH-MENSAJE.
           MOVE WS-SECUENCIA    TO APH-SECUENCIA.
           MOVE WS-CODE-NUM     TO APH-FLIGHT-CODE.
           MOVE WS-FLT-AIRLINE  TO APH-AIRLINE.
           MOVE WS-FLT-DEP      TO APH-DEPARTURE.
           MOVE WS-FLT-ARR      TO APH-ARRIVAL.
           MOVE WS-FLT-DATE     TO APH-DATE.
           MOVE WS-FLT-TIME     TO APH-TIME.
           MOVE WS-FECHA-HOY    TO APH-GEN-FECHA.
           MOVE WS-HORA-HHMMSS  TO APH-GEN-HORA.
           WRITE API-HDR.
           ADD 1 TO WS-CNT-REGISTROS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PSGDTL.
           IF WS-PSG-STATUS NOT = "00"
              IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                 CLOSE PSGDTL
              END-IF
           ELSE
              PERFORM 0310-READ-NEXT-PSG
              PERFORM 0510-WRITE-ONE-PSG UNTIL WS-EOF
              CLOSE PSGDTL
           END-IF.
           MOVE SPACES            TO API-TRL.
           MOVE "T"               TO APT-TIPO.
           MOVE WS-CODE-NUM       TO APT-FLIGHT-CODE.
           MOVE WS-CNT-ENVIADOS   TO APT-PASAJEROS.
           MOVE WS-CNT-CHEQUEADOS TO APT-CHEQUEADOS.
           MOVE WS-CNT-RESERVADOS TO APT-RESERVADOS.
           ADD 1 TO WS-CNT-REGISTROS.
           MOVE WS-CNT-REGISTROS  TO APT-REGISTROS.
           WRITE API-TRL.
           CLOSE APIS.

        0510-WRITE-ONE-PSG.
           IF PSG-FLIGHT-CODE = WS-CODE-NUM AND PSG-OVB NOT = "D"
              PERFORM 0400-VALIDATE-PASSENGER
              IF WS-VALIDO
                 ADD 1 TO WS-CNT-ENVIADOS
                 MOVE SPACES          TO API-DET
                 MOVE "D"             TO APD-TIPO
                 MOVE WS-CNT-ENVIADOS TO APD-SEQ
                 MOVE WS-CODE-NUM     TO APD-FLIGHT-CODE
                 MOVE WS-CHK-NAME     TO APD-NAME
                 MOVE WS-CHK-DOC      TO APD-DOC
                 IF PSG-CHECKIN = "C"
                    MOVE "C" TO APD-ESTADO
                    ADD 1 TO WS-CNT-CHEQUEADOS
                 ELSE
                    MOVE "R" TO APD-ESTADO
                    ADD 1 TO WS-CNT-RESERVADOS
                 END-IF
                 IF PSG-SEAT IS NUMERIC
                    MOVE PSG-SEAT TO APD-SEAT
                 ELSE
                    MOVE ZERO TO APD-SEAT
                 END-IF
                 WRITE API-DET
                 ADD 1 TO WS-CNT-REGISTROS
              END-IF
           END-IF.
           PERFORM 0310-READ-NEXT-PSG.

        0700-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RESUMEN" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PASAJEROS DEL VUELO"           TO API-CTA-TXT.
           MOVE WS-CNT-PASAJEROS                TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "CON EXCEPCIONES"               TO API-CTA-TXT.
           MOVE WS-CNT-EXCEPCIONES              TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "ENVIADOS EN APIS.DAT"          TO API-CTA-TXT.
           MOVE WS-CNT-ENVIADOS                 TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "   CHEQUEADOS"                 TO API-CTA-TXT.
           MOVE WS-CNT-CHEQUEADOS               TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "   SOLO RESERVADOS"            TO API-CTA-TXT.
           MOVE WS-CNT-RESERVADOS               TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.
           MOVE "DENEGADOS AL CIERRE (NO VIAJAN)" TO API-CTA-TXT.
           MOVE WS-CNT-DENEGADOS                TO API-CTA-VAL.
           PERFORM 0710-WRITE-COUNT.

        0710-WRITE-COUNT.
           MOVE WS-LIN-CUENTA TO RPT-LINE.
           WRITE RPT-LINE.

        0800-WRITE-LOG.
           OPEN EXTEND APILOG.
           IF WS-LOG-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR APILOG.DAT"
           ELSE
              MOVE WS-FECHA-HOY     TO APL-FECHA
              MOVE WS-HORA-HHMMSS   TO APL-HORA
              MOVE WS-CODE-NUM      TO APL-FLIGHT-CODE
              MOVE WS-FLT-DATE      TO APL-FLIGHT-DATE
              MOVE WS-MENSAJE       TO APL-MENSAJE
              MOVE WS-SECUENCIA     TO APL-SECUENCIA
              MOVE WS-CNT-ENVIADOS  TO APL-PASAJEROS
              MOVE WS-CNT-EXCEPCIONES TO APL-EXCLUIDOS
              MOVE WS-LOG-ESTADO    TO APL-ESTADO
              WRITE APL-REC
              CLOSE APILOG
           END-IF.

          END PROGRAM PSGAPI1.
