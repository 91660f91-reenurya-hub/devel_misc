      *
      * EMPINQ1 = CONSULTA 360 DE UNA EMPRESA. SE TECLEA UN EMP-ID Y
      * EN UNA SOLA PANTALLA SALE TODO LO QUE EL SISTEMA SABE DE LA
      * EMPRESA: EL MAESTRO EMPRESA.DAT, SUS PERSONAS DE CONTACTO
      * (EMPCONT.DAT), SUS VENDEDORES (SLSCIA.DAT)
      * CON EL TOTAL DE VENTAS DEL PERIODO EN CURSO (SALES.DAT), SUS
      * CLIENTES (CLTCIA.DAT) Y SUS JUGADORES (PLAYERS.DAT). ES LA
      * VERSION EN LINEA DEL CRUCE QUE XRFEMP1 SACA POR LOTES
           SELECT OPTIONAL SALES ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAL-STATUS.
           SELECT OPTIONAL EMPCONT ASSIGN TO "EMPCONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-LLAVE
           FILE STATUS IS WS-CON-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03 SLSMAN-ID        PIC 9(4).
           03 DIA-SALES        PIC 9(8) OCCURS 24 TIMES.
           03 COMMISSION       PIC 9(3).
      *
       FD EMPCONT.
       01 REG-CONTACTO.
           03 CON-LLAVE.
              05 CON-EMP-ID    PIC X(20).
              05 CON-SEQ       PIC 9(03).
           03 CON-NOMBRE       PIC X(40).
           03 CON-ROL          PIC X(01).
           03 CON-TEL          PIC X(20).
           03 CON-EMAIL        PIC X(30).
           03 CON-ACTIVO       PIC X(01).
           03 CON-PRINCIPAL    PIC X(01).
           03 CON-FEC-CREA     PIC 9(08).
           03 CON-FEC-MOD      PIC 9(08).
           03 CON-FEC-BAJA     PIC 9(08).
           03 CON-FILLER       PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-CLT-STATUS          PIC XX.
       01  WS-PLY-STATUS          PIC XX.
       01  WS-SAL-STATUS          PIC XX.
       01  WS-CON-STATUS          PIC XX.
       01  WS-END-BROWSE          PIC X(01) VALUE 'N'.
           88 WS-NO-MORE-REGS         VALUE 'Y'.
      *
       01  WS-VENTAS-FMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-CNT-CLIENTES        PIC 9(05) VALUE ZERO.
       01  WS-CNT-JUGADORES       PIC 9(05) VALUE ZERO.
       01  WS-CNT-CONTACTOS       PIC 9(05) VALUE ZERO.
       01  WS-CON-ROL-DESC        PIC X(11).
       01  WS-CON-MARCA           PIC X(11).
      *
       PROCEDURE DIVISION.
       0100-START.
                       DISPLAY "EMPRESA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM 0310-PINTAR-MAESTRO
                       PERFORM 0350-LISTAR-CONTACTOS
                       PERFORM 0400-LISTAR-VENDEDORES
                       PERFORM 0500-TOTAL-VENTAS
                       PERFORM 0600-LISTAR-CLIENTES
           DISPLAY "CREADA    : " EMP-FEC-CREA
              "  MODIFICADA: " EMP-FEC-MOD.
           DISPLAY "------------------------------------------".
      *
      * TODOS LOS CONTACTOS DE LA EMPRESA, ACTIVOS E HISTORICOS, EN
      * ORDEN DE SECUENCIA. LOS INACTIVOS SALEN CON SU FECHA DE BAJA
       0350-LISTAR-CONTACTOS.
           MOVE ZERO TO WS-CNT-CONTACTOS.
           DISPLAY "CONTACTOS (EMPCONT.DAT):".
           OPEN INPUT EMPCONT.
           IF WS-CON-STATUS NOT = "00"
               IF WS-CON-STATUS = "05" OR WS-CON-STATUS = "35"
                   CLOSE EMPCONT
               END-IF
               DISPLAY "   (SIN ARCHIVO DE CONTACTOS)"
           ELSE
               MOVE 'N' TO WS-END-BROWSE
               MOVE WS-EMP-BUSCADA TO CON-EMP-ID
               MOVE ZERO TO CON-SEQ
               START EMPCONT KEY IS NOT LESS THAN CON-LLAVE
                   INVALID KEY SET WS-NO-MORE-REGS TO TRUE
               END-START
               IF NOT WS-NO-MORE-REGS
                   PERFORM 0360-LEER-CONTACTO
               END-IF
               PERFORM 0370-MOSTRAR-CONTACTO
                   UNTIL WS-NO-MORE-REGS
               CLOSE EMPCONT
               IF WS-CNT-CONTACTOS = ZERO
                   DISPLAY "   (NINGUNO)"
               END-IF
           END-IF.
      *
       0360-LEER-CONTACTO.
           READ EMPCONT NEXT RECORD
               AT END SET WS-NO-MORE-REGS TO TRUE
           END-READ.
           IF NOT WS-NO-MORE-REGS AND CON-EMP-ID NOT = WS-EMP-BUSCADA
               SET WS-NO-MORE-REGS TO TRUE
           END-IF.
      *
       0370-MOSTRAR-CONTACTO.
           ADD 1 TO WS-CNT-CONTACTOS.
           IF CON-ROL = 'F'
               MOVE "FACTURACION" TO WS-CON-ROL-DESC
           ELSE
           IF CON-ROL = 'L'
               MOVE "LEGAL"       TO WS-CON-ROL-DESC
           ELSE
               MOVE "OPERACIONES" TO WS-CON-ROL-DESC
           END-IF
           END-IF.
           MOVE SPACES TO WS-CON-MARCA.
           IF CON-ACTIVO NOT = 'A'
               MOVE "INACTIVO"    TO WS-CON-MARCA
           ELSE
           IF CON-PRINCIPAL = 'S'
               MOVE "PRINCIPAL"   TO WS-CON-MARCA
           END-IF
           END-IF.
           DISPLAY "   " CON-SEQ " " WS-CON-ROL-DESC " "
              CON-NOMBRE " " WS-CON-MARCA.
           DISPLAY "       TEL: " CON-TEL " EMAIL: " CON-EMAIL.
           IF CON-ACTIVO NOT = 'A'
               DISPLAY "       DE BAJA EL " CON-FEC-BAJA
           END-IF.
           PERFORM 0360-LEER-CONTACTO.
      *
       0400-LISTAR-VENDEDORES.
           MOVE ZERO TO WS-VND-COUNT.
