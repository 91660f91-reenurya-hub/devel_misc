       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHIST1.
      *
      * EMPHIST1 = RECONSTRUCCION DE UNA EMPRESA A UNA FECHA. CON UN
      * EMP-ID Y UNA FECHA DE CORTE REHACE, A PARTIR DE LA PISTA
      * EMPAUDIT.DAT, LA IMAGEN DE REG-EMPRESA VIGENTE AL FINAL DE ESE
      * DIA: LA IMAGEN DESPUES DEL ULTIMO CRE/MOD/MRG HASTA EL CORTE,
      * O NINGUNA SI LO ULTIMO FUE UN DEL. SI EL PRIMER MOVIMIENTO DE
      * LA EMPRESA ES POSTERIOR AL CORTE Y NO ES SU CREACION, VALE LA
      * IMAGEN ANTES DE ESE MOVIMIENTO (LA EMPRESA ES ANTERIOR A LA
      * PISTA); SIN NINGUN MOVIMIENTO VALE EL REGISTRO ACTUAL DEL
      * MAESTRO. UNA EMPRESA BORRADA O FUSIONADA POR EMPMRG1 SE
      * RECONSTRUYE IGUAL PARA FECHAS ANTERIORES A SU DESAPARICION.
      * LO QUE ARCPRG1 SACA DE LA PISTA AL CIERRE QUEDA EN EL ARCHIVO
      * HISTORICO DEL ANO (EMPAUDIT.A SEGUIDO DEL ANO); A PEDIDO SE
      * REPITE ESE ARCHIVO ANTES DE EMPAUDIT.DAT, SALTANDO SUS LINEAS
      * DE CONTROL, PARA CORTES ANTERIORES A LA PISTA VIGENTE.
      * LA IMAGEN SALE CAMPO A CAMPO EN PANTALLA Y EN EMPHIST.RPT COMO
      * CONSTANCIA CON ESPACIO PARA FIRMAS, PARA EL ARCHIVO DE JURIDICA
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL EMPAUDIT ASSIGN TO "EMPAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL AUDARC ASSIGN TO DYNAMIC WS-ARC-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.
           SELECT HISTRPT ASSIGN TO "EMPHIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMP-TIP-ID       PIC X(20).
           03 EMP-ID           PIC X(20).
           03 EMP-RSOCIAL      PIC X(30).
           03 EMP-RCCIAL       PIC X(30).
           03 EMP-SIGLA        PIC X(10).
           03 EMP-DIR1         PIC X(30).
           03 EMP-DIR2         PIC X(30).
           03 EMP-DIR3         PIC X(30).
           03 EMP-TEL1         PIC X(20).
           03 EMP-TEL2         PIC X(20).
           03 EMP-TEL3         PIC X(20).
           03 EMP-CIUDAD       PIC X(20).
           03 EMP-DEPTO        PIC X(20).
           03 EMP-EMAIL1       PIC X(30).
           03 EMP-EMAIL2       PIC X(30).
           03 EMP-EMAIL3       PIC X(30).
           03 EMP-WEB1         PIC X(30).
           03 EMP-WEB2         PIC X(30).
           03 EMP-RLEGAL       PIC X(60).
           03 EMP-FEC-CREA     PIC 9(08).
           03 EMP-FEC-MOD      PIC 9(08).
           03 EMP-ESTADO       PIC X(01).
           03 EMP-PADRE-ID     PIC X(20).
           03 EMP-FEC-RENOV    PIC 9(08).
           03 EMP-FILLER       PIC X(455).
      *
       FD EMPAUDIT.
       01 AUD-REC.
           03 AUD-ACCION       PIC X(03).
           03 AUD-FECHA        PIC 9(08).
           03 AUD-HORA         PIC 9(06).
           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       FD AUDARC.
       01 ARC-LINE             PIC X(2045).
      *
       FD HISTRPT.
       01 RPT-LINE             PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
           88  WS-EMP-NOFILE          VALUE '00'.
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
      *
       01  WS-EMP-BUSCADA         PIC X(20).
       01  WS-FECHA-CORTE         PIC X(08).
       01  WS-CORTE-NUM REDEFINES WS-FECHA-CORTE PIC 9(08).
       01  WS-CORTE-DET REDEFINES WS-FECHA-CORTE.
           03 WS-COR-AAAA         PIC 9(04).
           03 WS-COR-MM           PIC 9(02).
           03 WS-COR-DD           PIC 9(02).
       01  WS-FECHA-HOY           PIC 9(08).
       01  WS-HORA-HOY            PIC 9(08).
      *
      * RESULTADO DE LA REPETICION DE LA PISTA
       01  WS-EXISTE-SW           PIC X(01) VALUE 'N'.
           88 WS-EXISTE               VALUE 'S'.
       01  WS-HUBO-MOV-SW         PIC X(01) VALUE 'N'.
           88 WS-HUBO-MOV             VALUE 'S'.
       01  WS-CNT-MOVS            PIC 9(05) VALUE ZERO.
       01  WS-CNT-APLICADOS       PIC 9(05) VALUE ZERO.
       01  WS-PRIMERA-ACCION      PIC X(03).
       01  WS-PRIMERA-FECHA       PIC 9(08).
       01  WS-PRIMERA-ANTES       PIC X(1000).
       01  WS-ULT-ACCION          PIC X(03) VALUE SPACES.
       01  WS-ULT-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-ULT-HORA            PIC 9(06) VALUE ZERO.
       01  WS-FEC-BAJA-POST       PIC 9(08) VALUE ZERO.
       01  WS-FUENTE              PIC X(60).
       01  WS-MOTIVO-NO           PIC X(60).
      *
       01  WS-IMAGEN.
           03 I-TIP-ID         PIC X(20).
           03 I-ID             PIC X(20).
           03 I-RSOCIAL        PIC X(30).
           03 I-RCCIAL         PIC X(30).
           03 I-SIGLA          PIC X(10).
           03 I-DIR1           PIC X(30).
           03 I-DIR2           PIC X(30).
           03 I-DIR3           PIC X(30).
           03 I-TEL1           PIC X(20).
           03 I-TEL2           PIC X(20).
           03 I-TEL3           PIC X(20).
           03 I-CIUDAD         PIC X(20).
           03 I-DEPTO          PIC X(20).
           03 I-EMAIL1         PIC X(30).
           03 I-EMAIL2         PIC X(30).
           03 I-EMAIL3         PIC X(30).
           03 I-WEB1           PIC X(30).
           03 I-WEB2           PIC X(30).
           03 I-RLEGAL         PIC X(60).
           03 I-FEC-CREA       PIC X(08).
           03 I-FEC-MOD        PIC X(08).
           03 I-ESTADO         PIC X(01).
           03 I-PADRE-ID       PIC X(20).
           03 I-FEC-RENOV      PIC X(08).
           03 FILLER           PIC X(455).
      *
       01  WS-CMP-LINE.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 CMP-LABEL        PIC X(16).
           03 CMP-VALOR        PIC X(60).
      *
       01  WS-FIRMA-1          PIC X(70) VALUE
           'ELABORADO POR: ____________________  FIRMA: ______________'.
       01  WS-FIRMA-2          PIC X(70) VALUE
           'REVISADO POR : ____________________  FIRMA: ______________'.
       01  WS-FIRMA-3          PIC X(70) VALUE
           'FECHA        : ____ / __ / __'.
      *
       PROCEDURE DIVISION.
       0100-START.
           DISPLAY "***** EMPRESA A UNA FECHA (PISTA AUDITORIA) *****".
           DISPLAY "EMP-ID: ".
           ACCEPT WS-EMP-BUSCADA.
           IF WS-EMP-BUSCADA = SPACES
               DISPLAY "EMP-ID OBLIGATORIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FECHA DE CORTE AAAAMMDD: ".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA, USE AAAAMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COR-MM < 1 OR WS-COR-MM > 12
              OR WS-COR-DD < 1 OR WS-COR-DD > 31
               DISPLAY "FECHA INVALIDA, USE AAAAMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO WS-IMAGEN WS-FUENTE WS-MOTIVO-NO.
           PERFORM 0200-REPETIR-PISTA.
           PERFORM 0300-DECIDIR-IMAGEN.
           PERFORM 0400-EMITIR-CONSTANCIA.
           IF WS-EXISTE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * RECORRE TODA LA PISTA; LOS MOVIMIENTOS HASTA EL CORTE SE
      * APLICAN EN ORDEN Y LOS POSTERIORES SOLO SE ANOTAN. EL ARCHIVO
      * HISTORICO ES MAS ANTIGUO QUE LA PISTA VIGENTE Y VA PRIMERO
       0200-REPETIR-PISTA.
           IF WS-INCLUIR-ARCHIVO
               PERFORM 0205-REPETIR-ARCHIVO
           END-IF.
           MOVE 'N' TO WS-END-AUDIT.
           OPEN INPUT EMPAUDIT.
           IF WS-AUD-STATUS NOT = "00"
               IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
                   CLOSE EMPAUDIT
               END-IF
           ELSE
               PERFORM 0210-LEER-AUDIT
               PERFORM 0220-UN-MOVIMIENTO
                   UNTIL WS-NO-MORE-AUDIT
               CLOSE EMPAUDIT
           END-IF.
      *
       0205-REPETIR-ARCHIVO.
           OPEN INPUT AUDARC.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO " WS-ARC-NOMBRE
               IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                   CLOSE AUDARC
               END-IF
               MOVE 'N' TO WS-INCLUIR-ARC
           ELSE
               MOVE 'Y' TO WS-EN-ARCHIVO-SW
               MOVE 'N' TO WS-END-AUDIT
               PERFORM 0210-LEER-AUDIT
               PERFORM 0220-UN-MOVIMIENTO
                   UNTIL WS-NO-MORE-AUDIT
               MOVE 'N' TO WS-EN-ARCHIVO-SW
               CLOSE AUDARC
           END-IF.
      *
       0210-LEER-AUDIT.
           IF WS-EN-ARCHIVO
               MOVE 'Y' TO WS-ARC-CONTROL-SW
               PERFORM 0215-LEER-ARCHIVO
                   UNTIL WS-NO-MORE-AUDIT OR NOT WS-ARC-CONTROL
           ELSE
               READ EMPAUDIT
                   AT END SET WS-NO-MORE-AUDIT TO TRUE
               END-READ
           END-IF.
      *
      * LAS LINEAS DE CONTROL DE ARCPRG1 NO SON MOVIMIENTOS
       0215-LEER-ARCHIVO.
           READ AUDARC
               AT END SET WS-NO-MORE-AUDIT TO TRUE
               NOT AT END
                   IF ARC-LINE (1:9) NOT = "*ARCPRG1*"
                       MOVE 'N' TO WS-ARC-CONTROL-SW
                       MOVE ARC-LINE TO AUD-REC
                   END-IF
           END-READ.
      *
       0220-UN-MOVIMIENTO.
           IF AUD-EMP-ID = WS-EMP-BUSCADA
              AND (AUD-ACCION = 'CRE' OR 'MOD' OR 'MRG' OR 'DEL')
               ADD 1 TO WS-CNT-MOVS
               IF NOT WS-HUBO-MOV
                   MOVE 'S' TO WS-HUBO-MOV-SW
                   MOVE AUD-ACCION TO WS-PRIMERA-ACCION
                   MOVE AUD-FECHA  TO WS-PRIMERA-FECHA
                   MOVE AUD-ANTES  TO WS-PRIMERA-ANTES
               END-IF
               IF AUD-FECHA NOT > WS-CORTE-NUM
                   PERFORM 0230-APLICAR-MOVIMIENTO
               ELSE
                   IF AUD-ACCION = 'DEL' AND WS-FEC-BAJA-POST = ZERO
                       MOVE AUD-FECHA TO WS-FEC-BAJA-POST
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LEER-AUDIT.
      *
       0230-APLICAR-MOVIMIENTO.
           ADD 1 TO WS-CNT-APLICADOS.
           MOVE AUD-ACCION TO WS-ULT-ACCION.
           MOVE AUD-FECHA  TO WS-ULT-FECHA.
           MOVE AUD-HORA   TO WS-ULT-HORA.
           IF AUD-ACCION = 'DEL'
               MOVE 'N' TO WS-EXISTE-SW
               MOVE SPACES TO WS-IMAGEN
           ELSE
               MOVE 'S' TO WS-EXISTE-SW
               MOVE AUD-DESPUES TO WS-IMAGEN
           END-IF.
      *
       0300-DECIDIR-IMAGEN.
           IF WS-CNT-APLICADOS > ZERO
               IF WS-EXISTE
                   MOVE 'IMAGEN DESPUES DEL ULTIMO MOVIMIENTO AL CORTE'
                       TO WS-FUENTE
               ELSE
                   STRING 'BORRADA DEL MAESTRO EL ' WS-ULT-FECHA
                       ' (ANTES DEL CORTE)'
                       DELIMITED BY SIZE INTO WS-MOTIVO-NO
               END-IF
           ELSE
           IF WS-HUBO-MOV
               IF WS-PRIMERA-ACCION = 'CRE'
                   STRING 'CREADA DESPUES DEL CORTE, EL '
                       WS-PRIMERA-FECHA
                       DELIMITED BY SIZE INTO WS-MOTIVO-NO
               ELSE
                   MOVE WS-PRIMERA-ANTES TO WS-IMAGEN
                   PERFORM 0310-VERIFICAR-CREACION
                   IF WS-EXISTE
                       MOVE 'IMAGEN ANTES DEL PRIMER MOVIMIENTO DE LA P'
                           & 'ISTA' TO WS-FUENTE
                   END-IF
               END-IF
           ELSE
               PERFORM 0320-LEER-MAESTRO.
      *
      * UNA IMAGEN TOMADA FUERA DE LA PISTA SOLO VALE SI LA EMPRESA YA
      * ESTABA CREADA AL CORTE (FECHA DE CREACION EN CERO = NO SE SABE,
      * SE ACEPTA)
       0310-VERIFICAR-CREACION.
           IF I-FEC-CREA IS NUMERIC AND I-FEC-CREA NOT = ZERO
              AND I-FEC-CREA > WS-FECHA-CORTE
               STRING 'CREADA DESPUES DEL CORTE, EL ' I-FEC-CREA
                   DELIMITED BY SIZE INTO WS-MOTIVO-NO
               MOVE SPACES TO WS-IMAGEN
           ELSE
               MOVE 'S' TO WS-EXISTE-SW
           END-IF.
      *
      * SIN MOVIMIENTOS EN LA PISTA EL REGISTRO NO HA CAMBIADO: VALE
      * EL ACTUAL DEL MAESTRO
       0320-LEER-MAESTRO.
           OPEN INPUT EMPRESA.
           IF NOT WS-EMP-NOFILE
               CLOSE EMPRESA
               MOVE 'SIN MOVIMIENTOS EN LA PISTA Y SIN EMPRESA.DAT'
                   TO WS-MOTIVO-NO
           ELSE
               MOVE WS-EMP-BUSCADA TO EMP-ID
               READ EMPRESA
                   INVALID KEY
                       MOVE 'SIN MOVIMIENTOS EN LA PISTA NI REGISTRO EN'
                          & ' EL MAESTRO' TO WS-MOTIVO-NO
                   NOT INVALID KEY
                       MOVE REG-EMPRESA TO WS-IMAGEN
                       PERFORM 0310-VERIFICAR-CREACION
                       IF WS-EXISTE
                           MOVE 'REGISTRO ACTUAL DEL MAESTRO (SIN MOVIM'
                              & 'IENTOS EN LA PISTA)' TO WS-FUENTE
                       END-IF
               END-READ
               CLOSE EMPRESA
           END-IF.
      *
       0400-EMITIR-CONSTANCIA.
           OPEN OUTPUT HISTRPT.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CONSTANCIA DEL REGISTRO DE EMPRESA A UNA FECHA'
               TO RPT-LINE.
           PERFORM 0500-LINEA.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0500-LINEA.
           MOVE SPACES TO RPT-LINE.
           STRING 'EMP-ID: ' WS-EMP-BUSCADA
               '  AL CIERRE DEL DIA: ' WS-FECHA-CORTE
               DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM 0500-LINEA.
           MOVE SPACES TO RPT-LINE.
           STRING 'EXPEDIDA EL ' WS-FECHA-HOY ' A LAS '
               WS-HORA-HOY (1:6) ' - MOVIMIENTOS EN LA PISTA: '
               WS-CNT-MOVS ', APLICADOS AL CORTE: ' WS-CNT-APLICADOS
               DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM 0500-LINEA.
           IF WS-INCLUIR-ARCHIVO
               MOVE SPACES TO RPT-LINE
               STRING 'INCLUYE EL ARCHIVO HISTORICO ' WS-ARC-NOMBRE
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 0500-LINEA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0500-LINEA.
           IF WS-EXISTE
               MOVE SPACES TO RPT-LINE
               STRING 'FUENTE: ' WS-FUENTE
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 0500-LINEA
               IF WS-CNT-APLICADOS > ZERO
                   MOVE SPACES TO RPT-LINE
                   STRING 'ULTIMO MOVIMIENTO: ' WS-ULT-ACCION
                       ' DEL ' WS-ULT-FECHA ' ' WS-ULT-HORA
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 0500-LINEA
               END-IF
               MOVE SPACES TO RPT-LINE
               PERFORM 0500-LINEA
               PERFORM 0410-CAMPOS
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING 'LA EMPRESA NO EXISTIA AL CORTE: ' WS-MOTIVO-NO
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 0500-LINEA
           END-IF.
           IF WS-FEC-BAJA-POST NOT = ZERO
               MOVE SPACES TO RPT-LINE
               PERFORM 0500-LINEA
               MOVE SPACES TO RPT-LINE
               STRING 'NOTA: BORRADA O FUSIONADA DESPUES DEL CORTE, EL '
                   WS-FEC-BAJA-POST
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 0500-LINEA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0500-LINEA.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0500-LINEA.
           MOVE WS-FIRMA-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FIRMA-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FIRMA-3 TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE HISTRPT.
           DISPLAY "CONSTANCIA GENERADA: EMPHIST.RPT".
      *
       0410-CAMPOS.
           MOVE "Tipo Id         " TO CMP-LABEL.
           MOVE I-TIP-ID  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Emp-Id          " TO CMP-LABEL.
           MOVE I-ID      TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Razon Social    " TO CMP-LABEL.
           MOVE I-RSOCIAL TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Razon Cial.     " TO CMP-LABEL.
           MOVE I-RCCIAL  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Siglas          " TO CMP-LABEL.
           MOVE I-SIGLA   TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Direccion 1     " TO CMP-LABEL.
           MOVE I-DIR1    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Direccion 2     " TO CMP-LABEL.
           MOVE I-DIR2    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Direccion 3     " TO CMP-LABEL.
           MOVE I-DIR3    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Telefono 1      " TO CMP-LABEL.
           MOVE I-TEL1    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Telefono 2      " TO CMP-LABEL.
           MOVE I-TEL2    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Telefono 3      " TO CMP-LABEL.
           MOVE I-TEL3    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Ciudad          " TO CMP-LABEL.
           MOVE I-CIUDAD  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Departamento    " TO CMP-LABEL.
           MOVE I-DEPTO   TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Email 1         " TO CMP-LABEL.
           MOVE I-EMAIL1  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Email 2         " TO CMP-LABEL.
           MOVE I-EMAIL2  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Email 3         " TO CMP-LABEL.
           MOVE I-EMAIL3  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Web 1           " TO CMP-LABEL.
           MOVE I-WEB1    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Web 2           " TO CMP-LABEL.
           MOVE I-WEB2    TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Rep. Legal      " TO CMP-LABEL.
           MOVE I-RLEGAL  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Fecha Creacion  " TO CMP-LABEL.
           MOVE I-FEC-CREA TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Fecha Modif.    " TO CMP-LABEL.
           MOVE I-FEC-MOD TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Estado          " TO CMP-LABEL.
           MOVE I-ESTADO  TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Empresa Padre   " TO CMP-LABEL.
           MOVE I-PADRE-ID TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
           MOVE "Renov. Matricula" TO CMP-LABEL.
           MOVE I-FEC-RENOV TO CMP-VALOR.
           PERFORM 0510-LINEA-CAMPO.
      *
      * CADA LINEA DE LA CONSTANCIA SALE TAMBIEN EN PANTALLA
       0500-LINEA.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.
      *
       0510-LINEA-CAMPO.
           MOVE WS-CMP-LINE TO RPT-LINE.
           PERFORM 0500-LINEA.
       END PROGRAM EMPHIST1.
