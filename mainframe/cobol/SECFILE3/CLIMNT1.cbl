      * CHECKED AGAINST THE SAME VALRULES.DAT LIMITS VLDTFSQ1
      * ENFORCES (ENTER = KEEP THE CURRENT VALUE), AND EVERY CHANGE
      * LEAVES BEFORE/AFTER IMAGES IN CLIAUDIT.DAT, THE WAY CRSFEMP
      * WRITES EMPAUDIT.DAT. A CHANGED NAME IS SCREENED AGAINST THE
      * RESTRICTED-PARTIES LIST (WCHCHK1) BEFORE IT IS SAVED.
      * OPTION 3 KEEPS THE CONTACT AND DATA-PROCESSING CONSENT
      * SIDECAR CLICONT.DAT (KEYED ON CLIENT-ID LIKE CLISEG.DAT -
      * THE 141-BYTE MASTER HAS NO ROOM): ADDRESS, CITY FROM
      * CIUDCAT.DAT, PHONE, EMAIL AND THE HABEAS DATA CONSENT WITH
      * ITS DATE AND CHANNEL. NO CLIENT CAMPAIGN MAY USE A CLIENT
      * WITHOUT CONSENT 'S'. ITS CHANGES GO TO CLIAUDIT.DAT AS
      * CTA/CTM/CTD LINES WITH THE 141-BYTE CONTACT IMAGES
      * ===============================================================
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SELECT OPTIONAL CLIAUDIT ASSIGN TO "CLIAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.
            SELECT OPTIONAL CLICONT ASSIGN TO "CLICONT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CLIENT-ID
                FILE STATUS IS WS-CLICONT-STATUS.
            SELECT OPTIONAL CIUDCAT ASSIGN TO "CIUDCAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
            03 AUD-CLIENT-ID                       PIC X(20).
            03 AUD-ANTES                           PIC X(141).
            03 AUD-DESPUES                         PIC X(141).
            03 AUD-USUARIO                         PIC X(8).

      * CONTACTO Y CONSENTIMIENTO DEL CLIENTE - ARCHIVO LATERAL
        FD CLICONT.
        01 REG-CLICONT.
            03 CC-CLIENT-ID                        PIC X(20).
            03 CC-DATOS.
                05 CC-DIRECCION                    PIC X(40).
                05 CC-CIUDAD                       PIC X(20).
                05 CC-TELEFONO                     PIC X(15).
                05 CC-EMAIL                        PIC X(50).
      * S = AUTORIZA EL TRATAMIENTO, N = NO AUTORIZA O REVOCO,
      * BLANCO = SIN REGISTRO
                05 CC-CONSENT                      PIC X(1).
                05 CC-CONS-FECHA                   PIC 9(8).
      * E = ESCRITO, W = WEB, T = TELEFONICO, C = CORREO
                05 CC-CONS-CANAL                   PIC X(1).
                05 FILLER                          PIC X(6).

        FD CIUDCAT.
        01 CAT-REC.
            03 CAT-CIUDAD                          PIC X(20).
            03 CAT-DEPTO                           PIC X(20).

        WORKING-STORAGE SECTION.
        01  WS-CLIMAST-STATUS                      PIC XX.
            88 WS-CLIMAST-NOTFND                   VALUE '23' '35'.
        01  WS-RULES-STATUS                        PIC XX.
        01  WS-AUD-STATUS                          PIC XX.
        01  WS-CLICONT-STATUS                      PIC XX.
        01  WS-CAT-STATUS                          PIC XX.
        01  WS-RULES-EOF-SW                        PIC X(01).
            88 WS-RULES-EOF                        VALUE 'Y'.
        01  WS-OPCION                              PIC 9(01).
        01  WS-CODE-FOUND-SW                       PIC X(01).
            88 WS-CODE-FOUND                       VALUE 'Y'.

      * CONTACTO Y CONSENTIMIENTO
        01  WS-CC-ANTES                            PIC X(141).
        01  WS-CC-NUEVO-SW                         PIC X(01).
            88 WS-CC-NUEVO                         VALUE 'Y'.
        01  WS-CC-OK-SW                            PIC X(01).
            88 WS-CC-OK                            VALUE 'Y'.
        01  WS-CC-CLIENTE-SW                       PIC X(01).
            88 WS-CC-CLIENTE                       VALUE 'Y'.
        01  WS-CANAL-CODES                         PIC X(10)
            VALUE 'EWTC'.
        01  WS-CAT-EOF-SW                          PIC X(01).
            88 WS-CAT-EOF                          VALUE 'Y'.
        01  WS-CAT-FOUND-SW                        PIC X(01).
            88 WS-CAT-FOUND                        VALUE 'Y'.
        01  WS-CONS-FECHA-X                        PIC X(08).
        01  WS-CONS-FECHA                          PIC 9(08).
        01  WS-CONS-FECHA-DET REDEFINES WS-CONS-FECHA.
            03 WS-CONS-AAAA                        PIC 9(04).
            03 WS-CONS-MM                          PIC 9(02).
            03 WS-CONS-DD                          PIC 9(02).
        01  WS-POS                                 PIC 9(02).
        01  WS-DIGITOS                             PIC 9(02).
        01  WS-ARROBAS                             PIC 9(02).
        01  WS-ARROBA-POS                          PIC 9(02).
        01  WS-PUNTO-POS                           PIC 9(02).
        01  WS-EMAIL-LEN                           PIC 9(02).
        01  WS-CARACTER                            PIC X(01).
        01  WS-TEL-MALO-SW                         PIC X(01).
            88 WS-TEL-MALO                         VALUE 'Y'.

      * SAME DEFAULTS VLDTFSQ1 AND VRLMNT1 CARRY WHEN THE RULES
      * FILE IS ABSENT
        01  WS-MIN-SALARY                          PIC 9(9) VALUE
            03  WS-LCK-PROGRAMA PIC X(08).
            03  WS-LCK-RESULT   PIC X(01).

      * CRUCE CONTRA LA LISTA DE PARTES RESTRINGIDAS - VER WCHCHK1
        01  WS-WCH-REQ.
            03  WS-WCH-ID                          PIC X(20).
            03  WS-WCH-NOMBRE1                     PIC X(60).
            03  WS-WCH-NOMBRE2                     PIC X(60).
            03  WS-WCH-PROGRAMA                    PIC X(08).
            03  WS-WCH-RESULT                      PIC X(01).
                88 WS-WCH-HIT                      VALUE 'Y'.
            03  WS-WCH-CAMPO                       PIC X(01).
            03  WS-WCH-LISTA-NOM                   PIC X(60).
            03  WS-WCH-FUENTE                      PIC X(10).
            03  WS-WCH-FECHA                       PIC 9(08).
        01  WS-NRM-REQ.
            03  WS-NRM-IN                          PIC X(60).
            03  WS-NRM-OUT                         PIC X(60).
        01  WS-LNAME-NORM                          PIC X(60).
        01  WS-NAME-NORM                           PIC X(60).

      * USUARIO DE LA SESION (USRSES1) PARA LAS LINEAS DE AUDITORIA
        01  WS-SES-REQ.
            03  WS-SES-FUNCION                     PIC X(01).
            03  WS-SES-USUARIO                     PIC X(08).
            03  WS-SES-RESULT                      PIC X(01).
                88 WS-SES-OK                       VALUE "S".

        01  WS-SYSDATE.
           05  WS-SYS-YEAR PIC 9(4).
           05  WS-SYS-MONTH PIC 99.

        PROCEDURE DIVISION.
        0050-MAINLINE.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "SIGN-ON FALLIDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "CLIMAST.DAT " TO WS-LCK-ARCHIVO.
              GOBACK
           END-IF.
           PERFORM 0100-READ-RULES.
           PERFORM 0200-MENU UNTIL WS-OPCION = 4.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE 0 TO RETURN-CODE.

        0200-MENU.
           DISPLAY "***** MANTENIMIENTO DE CLIENTES (CLIMAST) *****".
           DISPLAY "1=MODIFICAR 2=BORRAR 3=CONTACTO Y CONSENTIMIENTO "
              "4=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-MODIFICAR
              WHEN 2 PERFORM 0600-BORRAR
              WHEN 3 PERFORM 0800-CONTACTO
              WHEN 4 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

                    MOVE REG-CLIMAST TO WS-ANTES
                    PERFORM 0400-CAPTURE-FIELDS
                    PERFORM 0500-VALIDATE-FIELDS
                    IF WS-CAMPOS-OK
                       PERFORM 0450-CHECK-WATCHLIST
                    END-IF
                    IF WS-CAMPOS-OK
                       REWRITE REG-CLIMAST
                       MOVE 'MOD' TO WS-AUD-ACCION
              MOVE WS-REPLY (1:9) TO CM-CLIENT-SALARY
           END-IF.

      * UN NOMBRE NUEVO SE CRUZA CONTRA LA LISTA DE PARTES
      * RESTRINGIDAS (WCHCHK1, EL MISMO CRUCE DEL BARRIDO WCHSCR1) COMO
      * APELLIDO+NOMBRE Y NOMBRE+APELLIDO. SI COINCIDE SE AVISA Y SOLO
      * SE GRABA CON CONFIRMACION; LA ALERTA PARA CUMPLIMIENTO QUEDA
      * EN ALERTS.DAT EN CUALQUIER CASO
        0450-CHECK-WATCHLIST.
           IF CM-CLIENT-LNAME NOT = WS-ANTES (21:50)
              OR CM-CLIENT-NAME NOT = WS-ANTES (71:50)
              MOVE CM-CLIENT-LNAME TO WS-NRM-IN
              CALL "NOMNRM1" USING WS-NRM-REQ
              MOVE WS-NRM-OUT TO WS-LNAME-NORM
              MOVE CM-CLIENT-NAME TO WS-NRM-IN
              CALL "NOMNRM1" USING WS-NRM-REQ
              MOVE WS-NRM-OUT TO WS-NAME-NORM
              MOVE SPACES TO WS-WCH-NOMBRE1 WS-WCH-NOMBRE2
              STRING WS-LNAME-NORM DELIMITED BY SPACE
                 WS-NAME-NORM DELIMITED BY SPACE
                 INTO WS-WCH-NOMBRE1
              STRING WS-NAME-NORM DELIMITED BY SPACE
                 WS-LNAME-NORM DELIMITED BY SPACE
                 INTO WS-WCH-NOMBRE2
              MOVE CM-CLIENT-ID TO WS-WCH-ID
              MOVE "CLIMNT1 " TO WS-WCH-PROGRAMA
              CALL "WCHCHK1" USING WS-WCH-REQ
              IF WS-WCH-HIT
                 DISPLAY "*** ATENCION: COINCIDE CON LISTA RESTRINGIDA"
                    " ***"
                 DISPLAY "EN LISTA: " WS-WCH-LISTA-NOM
                 DISPLAY "FUENTE  : " WS-WCH-FUENTE
                    "  FECHA: " WS-WCH-FECHA
                 DISPLAY "GRABAR DE TODAS FORMAS? (S/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
                    MOVE 'N' TO WS-CAMPOS-OK-SW
                 END-IF
              END-IF
           END-IF.

      * MISMAS REGLAS QUE VLDTFSQ1 APLICA EN EL LOTE: NOMBRES NO
      * VACIOS, FECHA SENSATA, CODIGOS EN SUS CONJUNTOS, SALARIO EN
      * RANGO Y EDAD BAJO EL TOPE
                       MOVE SPACES TO REG-CLIMAST
                       PERFORM 0700-WRITE-AUDIT
                       DISPLAY "CLIENTE BORRADO"
                       PERFORM 0890-BORRAR-CONTACTO
                    ELSE
                       DISPLAY "BORRADO CANCELADO"
                    END-IF
              MOVE WS-ENT-ID TO AUD-CLIENT-ID
              MOVE WS-ANTES TO AUD-ANTES
              MOVE REG-CLIMAST TO AUD-DESPUES
              MOVE WS-SES-USUARIO TO AUD-USUARIO
              WRITE AUD-REC
              CLOSE CLIAUDIT
           END-IF.

      * CONTACTO DE UN CLIENTE DEL MAESTRO: SE MUESTRA LO QUE HAY EN
      * CLICONT.DAT Y SE CAPTURA CON ENTER = MANTENER
        0800-CONTACTO.
           DISPLAY "CLIENT-ID DEL CONTACTO: ".
           ACCEPT WS-ENT-ID.
           MOVE 'N' TO WS-CC-CLIENTE-SW.
           OPEN INPUT CLIMAST.
           IF WS-CLIMAST-NOTFND
              DISPLAY "NO HAY CLIMAST.DAT - CORRA CLIAPLY1"
              CLOSE CLIMAST
           ELSE
              MOVE WS-ENT-ID TO CM-CLIENT-ID
              READ CLIMAST
                 INVALID KEY
                    DISPLAY "CLIENT-ID NO EXISTE"
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CC-CLIENTE-SW
                    DISPLAY "CLIENTE: " CM-CLIENT-LNAME
              END-READ
              CLOSE CLIMAST
           END-IF.
           IF WS-CC-CLIENTE
              OPEN I-O CLICONT
              IF WS-CLICONT-STATUS = "35"
                 OPEN OUTPUT CLICONT
                 CLOSE CLICONT
                 OPEN I-O CLICONT
              END-IF
              MOVE WS-ENT-ID TO CC-CLIENT-ID
              READ CLICONT
                 INVALID KEY
                    MOVE 'Y' TO WS-CC-NUEVO-SW
                    MOVE SPACES TO CC-DATOS
                    MOVE ZERO TO CC-CONS-FECHA
                 NOT INVALID KEY
                    MOVE 'N' TO WS-CC-NUEVO-SW
              END-READ
              MOVE CC-DATOS TO WS-CC-ANTES
              PERFORM 0810-CAPTURE-CONTACT
              PERFORM 0830-VALIDATE-CONTACT
              IF NOT WS-CC-OK
                 DISPLAY "CONTACTO RECHAZADO - NO SE GRABA"
              ELSE
              IF CC-DATOS = WS-CC-ANTES
                 DISPLAY "SIN CAMBIOS EN EL CONTACTO"
              ELSE
                 IF WS-CC-NUEVO
                    WRITE REG-CLICONT
                    MOVE 'CTA' TO WS-AUD-ACCION
                 ELSE
                    REWRITE REG-CLICONT
                    MOVE 'CTM' TO WS-AUD-ACCION
                 END-IF
                 PERFORM 0850-WRITE-CONTACT-AUDIT
                 DISPLAY "CONTACTO ACTUALIZADO"
              END-IF
              END-IF
              CLOSE CLICONT
           END-IF.

      * UN CAMBIO DEL CONSENTIMIENTO PIDE SU FECHA Y SU CANAL
        0810-CAPTURE-CONTACT.
           DISPLAY "DIRECCION ACTUAL: " CC-DIRECCION.
           DISPLAY "NUEVA (ENTER = MANTENER): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = SPACES
              MOVE WS-REPLY TO CC-DIRECCION
           END-IF.
           DISPLAY "CIUDAD ACTUAL   : " CC-CIUDAD.
           DISPLAY "NUEVA (ENTER = MANTENER): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = SPACES
              MOVE WS-REPLY TO CC-CIUDAD
           END-IF.
           DISPLAY "TELEFONO ACTUAL : " CC-TELEFONO.
           DISPLAY "NUEVO (ENTER = MANTENER): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = SPACES
              MOVE WS-REPLY TO CC-TELEFONO
           END-IF.
           DISPLAY "EMAIL ACTUAL    : " CC-EMAIL.
           DISPLAY "NUEVO (ENTER = MANTENER): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = SPACES
              MOVE WS-REPLY TO CC-EMAIL
           END-IF.
           DISPLAY "CONSENTIMIENTO ACTUAL: " CC-CONSENT
              " FECHA " CC-CONS-FECHA " CANAL " CC-CONS-CANAL.
           DISPLAY "AUTORIZA TRATAMIENTO DE DATOS S/N "
              "(ENTER = MANTENER): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = SPACES
              MOVE WS-REPLY (1:1) TO CC-CONSENT
              IF CC-CONSENT = 's'
                 MOVE 'S' TO CC-CONSENT
              END-IF
              IF CC-CONSENT = 'n'
                 MOVE 'N' TO CC-CONSENT
              END-IF
              DISPLAY "FECHA DEL CONSENTIMIENTO AAAAMMDD "
                 "(ENTER = HOY): "
              ACCEPT WS-CONS-FECHA-X
              IF WS-CONS-FECHA-X = SPACES
                 MOVE WS-SYSDATE TO CC-CONS-FECHA
              ELSE
              IF WS-CONS-FECHA-X IS NUMERIC
                 MOVE WS-CONS-FECHA-X TO CC-CONS-FECHA
              ELSE
                 MOVE ZERO TO CC-CONS-FECHA
              END-IF
              END-IF
              DISPLAY "CANAL E=ESCRITO W=WEB T=TELEFONICO C=CORREO: "
              ACCEPT WS-REPLY
              MOVE WS-REPLY (1:1) TO CC-CONS-CANAL
           END-IF.

      * CIUDAD DEL CATALOGO, TELEFONO CON AL MENOS 7 DIGITOS, EMAIL
      * CON UNA ARROBA Y UN PUNTO DESPUES, CONSENTIMIENTO CON FECHA
      * VALIDA NO FUTURA Y CANAL CONOCIDO
        0830-VALIDATE-CONTACT.
           MOVE 'Y' TO WS-CC-OK-SW.
           IF CC-CIUDAD NOT = SPACES
              PERFORM 0835-CHECK-CIUDAD
              IF NOT WS-CAT-FOUND
                 DISPLAY "CIUDAD NO ESTA EN CIUDCAT.DAT"
                 MOVE 'N' TO WS-CC-OK-SW
              END-IF
           END-IF.
           IF CC-TELEFONO NOT = SPACES
              MOVE ZERO TO WS-DIGITOS
              MOVE 'N' TO WS-TEL-MALO-SW
              PERFORM 0840-CHECK-PHONE-CHAR
                 VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > 15 OR WS-TEL-MALO
              IF WS-DIGITOS < 7 OR WS-TEL-MALO
                 DISPLAY "TELEFONO INVALIDO - SOLO DIGITOS, ESPACIO, "
                    "+ - ( ) Y AL MENOS 7 DIGITOS"
                 MOVE 'N' TO WS-CC-OK-SW
              END-IF
           END-IF.
           IF CC-EMAIL NOT = SPACES
              PERFORM 0845-CHECK-EMAIL
           END-IF.
           IF CC-CONSENT NOT = SPACE
              IF CC-CONSENT NOT = 'S' AND CC-CONSENT NOT = 'N'
                 DISPLAY "CONSENTIMIENTO DEBE SER S O N"
                 MOVE 'N' TO WS-CC-OK-SW
              END-IF
              MOVE CC-CONS-FECHA TO WS-CONS-FECHA
              IF WS-CONS-FECHA = ZERO
                 OR WS-CONS-FECHA > WS-SYSDATE
                 OR WS-CONS-MM < 1 OR WS-CONS-MM > 12
                 OR WS-CONS-DD < 1 OR WS-CONS-DD > 31
                 DISPLAY "FECHA DEL CONSENTIMIENTO INVALIDA O FUTURA"
                 MOVE 'N' TO WS-CC-OK-SW
              END-IF
              MOVE CC-CONS-CANAL TO WS-CODE-BUSCADO
              MOVE WS-CANAL-CODES TO WS-CODE-SET
              PERFORM 0550-CHECK-CODE-SET
              IF NOT WS-CODE-FOUND
                 DISPLAY "CANAL FUERA DEL CONJUNTO " WS-CANAL-CODES
                 MOVE 'N' TO WS-CC-OK-SW
              END-IF
           END-IF.

      * SIN CATALOGO EN DISCO SE ACEPTA, COMO EN CRSFEMP
        0835-CHECK-CIUDAD.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           OPEN INPUT CIUDCAT.
           IF WS-CAT-STATUS NOT = "00"
              MOVE 'Y' TO WS-CAT-FOUND-SW
              IF WS-CAT-STATUS = "05" OR WS-CAT-STATUS = "35"
                 CLOSE CIUDCAT
              END-IF
           ELSE
              MOVE 'N' TO WS-CAT-EOF-SW
              PERFORM 0836-READ-CATALOG
              PERFORM 0837-MATCH-CIUDAD
                 UNTIL WS-CAT-EOF OR WS-CAT-FOUND
              CLOSE CIUDCAT
           END-IF.

        0836-READ-CATALOG.
           READ CIUDCAT
              AT END MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ.

        0837-MATCH-CIUDAD.
           IF CAT-CIUDAD = CC-CIUDAD
              MOVE 'Y' TO WS-CAT-FOUND-SW
           ELSE
              PERFORM 0836-READ-CATALOG
           END-IF.

        0840-CHECK-PHONE-CHAR.
           MOVE CC-TELEFONO (WS-POS:1) TO WS-CARACTER.
           IF WS-CARACTER IS NUMERIC
              ADD 1 TO WS-DIGITOS
           ELSE
              IF WS-CARACTER NOT = SPACE AND WS-CARACTER NOT = '+'
                 AND WS-CARACTER NOT = '-' AND WS-CARACTER NOT = '('
                 AND WS-CARACTER NOT = ')'
                 MOVE 'Y' TO WS-TEL-MALO-SW
              END-IF
           END-IF.

        0845-CHECK-EMAIL.
           MOVE ZERO TO WS-ARROBAS WS-ARROBA-POS WS-PUNTO-POS
              WS-EMAIL-LEN.
           PERFORM 0846-SCAN-EMAIL-CHAR
              VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50.
           MOVE ZERO TO WS-DIGITOS.
           INSPECT CC-EMAIL (1:WS-EMAIL-LEN) TALLYING WS-DIGITOS
              FOR ALL SPACE.
           IF CC-EMAIL (1:1) = SPACE
              OR WS-DIGITOS > ZERO
              OR WS-ARROBAS NOT = 1
              OR WS-ARROBA-POS < 2
              OR WS-PUNTO-POS < WS-ARROBA-POS + 2
              OR WS-PUNTO-POS = WS-EMAIL-LEN
              DISPLAY "EMAIL INVALIDO - UNA ARROBA, SIN ESPACIOS Y "
                 "CON DOMINIO (EJ NOMBRE@DOMINIO.COM)"
              MOVE 'N' TO WS-CC-OK-SW
           END-IF.

      * LARGO UTIL, ARROBAS Y ULTIMO PUNTO DEL EMAIL
        0846-SCAN-EMAIL-CHAR.
           MOVE CC-EMAIL (WS-POS:1) TO WS-CARACTER.
           IF WS-CARACTER NOT = SPACE
              MOVE WS-POS TO WS-EMAIL-LEN
           END-IF.
           IF WS-CARACTER = '@'
              ADD 1 TO WS-ARROBAS
              MOVE WS-POS TO WS-ARROBA-POS
           END-IF.
           IF WS-CARACTER = '.'
              MOVE WS-POS TO WS-PUNTO-POS
           END-IF.

        0850-WRITE-CONTACT-AUDIT.
           ACCEPT WS-SYSTIME FROM TIME.
           OPEN EXTEND CLIAUDIT.
           IF WS-AUD-STATUS > "07"
              DISPLAY "NO SE PUDO ABRIR CLIAUDIT.DAT"
           ELSE
              MOVE WS-AUD-ACCION TO AUD-ACCION
              MOVE WS-SYSDATE TO AUD-FECHA
              MOVE WS-SYSTIME (1:6) TO AUD-HORA
              MOVE WS-ENT-ID TO AUD-CLIENT-ID
              MOVE WS-CC-ANTES TO AUD-ANTES
              MOVE CC-DATOS TO AUD-DESPUES
              MOVE WS-SES-USUARIO TO AUD-USUARIO
              WRITE AUD-REC
              CLOSE CLIAUDIT
           END-IF.

      * EL CONTACTO SE VA CON EL CLIENTE BORRADO DEL MAESTRO
        0890-BORRAR-CONTACTO.
           OPEN I-O CLICONT.
           IF WS-CLICONT-STATUS = "00"
              MOVE WS-ENT-ID TO CC-CLIENT-ID
              READ CLICONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CC-DATOS TO WS-CC-ANTES
                    DELETE CLICONT RECORD
                    MOVE 'CTD' TO WS-AUD-ACCION
                    MOVE SPACES TO CC-DATOS
                    PERFORM 0850-WRITE-CONTACT-AUDIT
                    DISPLAY "CONTACTO DEL CLIENTE BORRADO"
              END-READ
              CLOSE CLICONT
           ELSE
              IF WS-CLICONT-STATUS = "05"
                 CLOSE CLICONT
              END-IF
           END-IF.

        END PROGRAM CLIMNT1.
