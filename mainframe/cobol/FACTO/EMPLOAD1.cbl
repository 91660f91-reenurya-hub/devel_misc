           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       FD ALERTS.
       01 ALR-REC.
       01  WS-LOAD-STATUS         PIC XX.
       01  WS-RPT-STATUS          PIC XX.
       01  WS-AUD-STATUS          PIC XX.
      * USUARIO DE LA SESION (USRSES1) - CORRIENDO EN BATCH LA MARCA
      * BATCH QUEDA EN LA LINEA DE AUDITORIA
       01  WS-SES-REQ.
           03  WS-SES-FUNCION     PIC X(01).
           03  WS-SES-USUARIO     PIC X(08).
           03  WS-SES-RESULT      PIC X(01).
               88 WS-SES-OK           VALUE "S".
       01  WS-SWITCH.
           05  WS-FILE-STATUS     PIC XX.
               88  WS-EMP-NOTFND      VALUE '23' '35'.
       01  WS-MOTIVO              PIC X(40).
       01  WS-TIP-ID-CHECK        PIC X(20).
           88 WS-TIP-ID-VALIDO        VALUE 'NIT' 'CC' 'CE' 'TI' 'PA'.
           88 WS-TIP-ID-NIT           VALUE 'NIT'.
      * DIGITO DE VERIFICACION DEL NIT - VER NITVAL1
       01  WS-NIT-REQ.
           03  WS-NIT-ID          PIC X(20).
           03  WS-NIT-RESULT      PIC X(01).
               88 WS-NIT-FORMATO      VALUE 'F'.
               88 WS-NIT-MAL-DV       VALUE 'N'.
           03  WS-NIT-DV-CALC     PIC X(01).
      *
       01  WS-ALERT-STATUS        PIC XX.
      * MODO SIMULACRO: TODO EL REPORTE DE ACEPTADAS/RECHAZADAS,
      *
       PROCEDURE DIVISION.
       0100-START.
           MOVE "B" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           PERFORM 0040-CHECK-SIMULATE.
           OPEN INPUT EMPLOAD.
           IF WS-LOAD-STATUS NOT = "00"
      *
      * MISMAS REGLAS QUE LA CAPTURA POR PANTALLA DE CRSFEMP: TIPO ID
      * DEL CATALOGO, CAMPOS OBLIGATORIOS NO VACIOS Y EMAIL 1 CON
      * FORMATO NOMBRE@DOMINIO.ALGO; UN EMP-ID TIPO NIT CON SU DIGITO
      * DE VERIFICACION CORRECTO
       0400-VALIDAR-LINEA.
           MOVE LD-TIP-ID TO WS-TIP-ID-CHECK.
           PERFORM 0420-VAL-NIT.
           IF NOT WS-TIP-ID-VALIDO
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'TIPO ID INVALIDO' TO WS-MOTIVO
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'EMP-ID VACIO' TO WS-MOTIVO
           ELSE
           IF WS-NIT-FORMATO
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'NIT CON FORMATO INVALIDO' TO WS-MOTIVO
           ELSE
           IF WS-NIT-MAL-DV
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'NIT CON DIGITO DE VERIFICACION INVALIDO'
                   TO WS-MOTIVO
           ELSE
           IF LD-RSOCIAL = SPACES
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'RAZON SOCIAL VACIA' TO WS-MOTIVO
                   MOVE 'YES' TO WS-EMAIL-SWITCH
               END-IF
           END-IF.
      *
      * MISMA REGLA 0136-VAL-NIT DE CRSFEMP - LOS DEMAS TIPOS DE ID
      * SALEN COMO CORRECTOS
       0420-VAL-NIT.
           MOVE 'Y' TO WS-NIT-RESULT.
           IF WS-TIP-ID-NIT AND LD-ID NOT = SPACES
               MOVE LD-ID TO WS-NIT-ID
               CALL "NITVAL1" USING WS-NIT-REQ
           END-IF.
      *
       0500-GRABAR-EMPRESA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE LD-ID             TO AUD-EMP-ID
               MOVE SPACES            TO AUD-ANTES
               MOVE REG-EMPRESA       TO AUD-DESPUES
               MOVE WS-SES-USUARIO    TO AUD-USUARIO
               WRITE AUD-REC
               CLOSE EMPAUDIT
           END-IF.
