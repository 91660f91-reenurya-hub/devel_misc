      * EMPRESAS. LEE EMPAUDIT.DAT (GRABADO POR CRSFEMP EN CADA
      * CREACION, MODIFICACION Y BORRADO) Y LISTA LOS MOVIMIENTOS
      * FILTRADOS POR EMP-ID Y/O RANGO DE FECHAS, MOSTRANDO CAMPO A
      * CAMPO EL VALOR ANTES Y DESPUES. A PEDIDO LISTA PRIMERO LOS
      * MOVIMIENTOS DEL ARCHIVO HISTORICO DEL ANO QUE SE INDIQUE
      * (EMPAUDIT.A SEGUIDO DEL ANO, QUE DEJA ARCPRG1 AL CIERRE),
      * SALTANDO SUS LINEAS DE CONTROL
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL EMPAUDIT ASSIGN TO "EMPAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL AUDARC ASSIGN TO DYNAMIC WS-ARC-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.
           SELECT AUDRPT ASSIGN TO "EMPAUDIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       FD AUDARC.
       01 ARC-LINE             PIC X(2045).
      *
       FD AUDRPT.
       01 RPT-LINE             PIC X(141).
       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS          PIC XX.
       01  WS-RPT-STATUS          PIC XX.
       01  WS-ARC-STATUS          PIC XX.
       01  WS-INCLUIR-ARC         PIC X(01) VALUE 'N'.
           88 WS-INCLUIR-ARCHIVO      VALUE 'S' 's'.
       01  WS-EN-ARCHIVO-SW       PIC X(01) VALUE 'N'.
           88 WS-EN-ARCHIVO           VALUE 'Y'.
       01  WS-ARC-CONTROL-SW      PIC X(01).
           88 WS-ARC-CONTROL          VALUE 'Y'.
       01  WS-ARC-ANIO            PIC X(04).
       01  WS-ARC-NOMBRE          PIC X(20).
       01  WS-END-AUDIT           PIC X(01) VALUE 'N'.
           88 WS-NO-MORE-AUDIT        VALUE 'Y'.
       01  WS-FILTRO-EMP-ID       PIC X(20).
           03 MOV-HORA         PIC 9(06).
           03 FILLER           PIC X(09) VALUE '  EMP-ID '.
           03 MOV-EMP-ID       PIC X(20).
           03 FILLER           PIC X(10) VALUE '  USUARIO '.
           03 MOV-USUARIO      PIC X(08).
      *
       01  WS-CMP-LINE.
           03 FILLER           PIC X(03) VALUE SPACES.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "FECHA HASTA AAAAMMDD (VACIO = SIN LIMITE): ".
           ACCEPT WS-FECHA-HASTA.
           DISPLAY "INCLUIR ARCHIVO HISTORICO? (S/N): ".
           ACCEPT WS-INCLUIR-ARC.
           IF WS-INCLUIR-ARCHIVO
               DISPLAY "ANO DEL ARCHIVO (AAAA): "
               ACCEPT WS-ARC-ANIO
               IF WS-ARC-ANIO IS NUMERIC
                   MOVE SPACES TO WS-ARC-NOMBRE
                   STRING "EMPAUDIT.A" WS-ARC-ANIO DELIMITED BY SIZE
                      INTO WS-ARC-NOMBRE
               ELSE
                   DISPLAY "ANO INVALIDO - SOLO EMPAUDIT.DAT"
                   MOVE 'N' TO WS-INCLUIR-ARC
               END-IF
           END-IF.
           OPEN INPUT EMPAUDIT.
           IF WS-AUD-STATUS > "07"
               DISPLAY "NO SE ENCONTRO EMPAUDIT.DAT"
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               IF WS-INCLUIR-ARCHIVO
                   PERFORM 0150-LEER-ARCHIVO-HIST
               END-IF
               MOVE 'N' TO WS-END-AUDIT
               PERFORM 0200-LEER-AUDIT
               PERFORM 0300-PROCESAR-MOVIMIENTO
                   UNTIL WS-NO-MORE-AUDIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      *
      * LOS MOVIMIENTOS ARCHIVADOS PASAN POR EL MISMO FILTRO Y VAN
      * ANTES DE LOS VIGENTES, BAJO SU PROPIO TITULO
       0150-LEER-ARCHIVO-HIST.
           OPEN INPUT AUDARC.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO " WS-ARC-NOMBRE
               IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                   CLOSE AUDARC
               END-IF
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "MOVIMIENTOS ARCHIVADOS EN " WS-ARC-NOMBRE
                  DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EN-ARCHIVO-SW
               MOVE 'N' TO WS-END-AUDIT
               PERFORM 0200-LEER-AUDIT
               PERFORM 0300-PROCESAR-MOVIMIENTO
                   UNTIL WS-NO-MORE-AUDIT
               MOVE 'N' TO WS-EN-ARCHIVO-SW
               CLOSE AUDARC
               MOVE SPACES TO RPT-LINE
               STRING "MOVIMIENTOS VIGENTES EN EMPAUDIT.DAT"
                  DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       0200-LEER-AUDIT.
           IF WS-EN-ARCHIVO
               MOVE 'Y' TO WS-ARC-CONTROL-SW
               PERFORM 0210-LEER-ARCHIVO
                   UNTIL WS-NO-MORE-AUDIT OR NOT WS-ARC-CONTROL
           ELSE
               READ EMPAUDIT
                   AT END SET WS-NO-MORE-AUDIT TO TRUE
               END-READ
           END-IF.
      *
      * LAS LINEAS DE CONTROL DE ARCPRG1 NO SON MOVIMIENTOS
       0210-LEER-ARCHIVO.
           READ AUDARC
               AT END SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END
                   IF ARC-LINE (1:9) NOT = "*ARCPRG1*"
                       MOVE 'N' TO WS-ARC-CONTROL-SW
                       MOVE ARC-LINE TO AUD-REC
                   END-IF
           END-READ.
      *
       0300-PROCESAR-MOVIMIENTO.
           MOVE AUD-FECHA  TO MOV-FECHA.
           MOVE AUD-HORA   TO MOV-HORA.
           MOVE AUD-EMP-ID TO MOV-EMP-ID.
           MOVE AUD-USUARIO TO MOV-USUARIO.
           MOVE WS-MOV-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE AUD-ANTES   TO WS-IMG-ANTES.
