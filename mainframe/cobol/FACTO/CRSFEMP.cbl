           SELECT OPTIONAL CIUDCAT ASSIGN TO "CIUDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
      * PERSONAS DE CONTACTO DE CADA EMPRESA (VARIAS POR EMP-ID),
      * LLAVE EMP-ID + SECUENCIA
           SELECT OPTIONAL EMPCONT ASSIGN TO "EMPCONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-LLAVE
           FILE STATUS IS WS-CON-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01 RPT-LINE             PIC X(80).
      *
       FD EMPEXP.
       01 EXP-LINE             PIC X(900).
      *
       FD CIUDCAT.
       01 CAT-REC.
           03 AUD-EMP-ID       PIC X(20).
           03 AUD-ANTES        PIC X(1000).
           03 AUD-DESPUES      PIC X(1000).
           03 AUD-USUARIO      PIC X(08).
      *
       FD EMPCONT.
       01 REG-CONTACTO.
           03 CON-LLAVE.
              05 CON-EMP-ID    PIC X(20).
              05 CON-SEQ       PIC 9(03).
           03 CON-NOMBRE       PIC X(40).
      * ROL: F=FACTURACION, L=LEGAL, O=OPERACIONES
           03 CON-ROL          PIC X(01).
           03 CON-TEL          PIC X(20).
           03 CON-EMAIL        PIC X(30).
      * A=ACTIVO, I=INACTIVO. EL CONTACTO QUE SE VA NO SE BORRA: SE
      * DESACTIVA CON SU FECHA DE BAJA Y QUEDA COMO HISTORIA
           03 CON-ACTIVO       PIC X(01).
      * S = CONTACTO PRINCIPAL DE SU ROL (UNO SOLO POR ROL Y EMPRESA)
           03 CON-PRINCIPAL    PIC X(01).
           03 CON-FEC-CREA     PIC 9(08).
           03 CON-FEC-MOD      PIC 9(08).
           03 CON-FEC-BAJA     PIC 9(08).
           03 CON-FILLER       PIC X(60).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-AUD-ACCION          PIC X(03).
       01  WS-AUD-ANTES           PIC X(1000).
       01  WS-AUD-DESPUES         PIC X(1000).
      * USUARIO DE LA SESION (USRSES1) PARA LA LINEA DE AUDITORIA
       01  WS-SES-REQ.
           03  WS-SES-FUNCION     PIC X(01).
           03  WS-SES-USUARIO     PIC X(08).
           03  WS-SES-RESULT      PIC X(01).
               88 WS-SES-OK           VALUE "S".
       01  WS-AUD-HORA.
           05  WS-AUD-HH          PIC 9(02).
           05  WS-AUD-MN          PIC 9(02).
           03  WS-LCK-ARCHIVO     PIC X(12).
           03  WS-LCK-PROGRAMA    PIC X(08).
           03  WS-LCK-RESULT      PIC X(01).
      * DIGITO DE VERIFICACION DEL NIT - VER NITVAL1
       01  WS-NIT-REQ.
           03  WS-NIT-ID          PIC X(20).
           03  WS-NIT-RESULT      PIC X(01).
               88 WS-NIT-OK           VALUE 'Y'.
               88 WS-NIT-FORMATO      VALUE 'F'.
           03  WS-NIT-DV-CALC     PIC X(01).
      * CRUCE CONTRA LA LISTA DE PARTES RESTRINGIDAS - VER WCHCHK1
       01  WS-WCH-REQ.
           03  WS-WCH-ID          PIC X(20).
           03  WS-WCH-NOMBRE1     PIC X(60).
           03  WS-WCH-NOMBRE2     PIC X(60).
           03  WS-WCH-PROGRAMA    PIC X(08).
           03  WS-WCH-RESULT      PIC X(01).
               88 WS-WCH-HIT          VALUE 'Y'.
           03  WS-WCH-CAMPO       PIC X(01).
           03  WS-WCH-LISTA-NOM   PIC X(60).
           03  WS-WCH-FUENTE      PIC X(10).
           03  WS-WCH-FECHA       PIC 9(08).
       01  WS-WCH-GRABAR-SW       PIC X(01).
           88 WS-WCH-GRABAR           VALUE 'S'.
       01 WS-EMPRESA.
           03 WS-EMP-TIP-ID       PIC X(20).
               88 WS-TIP-ID-BLANK     VALUE SPACE.
               88 WS-TIP-ID-VALIDO    VALUE 'NIT' 'CC' 'CE' 'TI' 'PA'.
               88 WS-TIP-ID-NIT       VALUE 'NIT'.
           03 WS-EMP-ID           PIC X(20).
               88 WS-EMP-ID-BLANK     VALUE SPACE.
           03 WS-EMP-RSOCIAL      PIC X(30).
           VALUE 'Ingrese opcion [ ]'.
           03  OPCIONES1          PIC X(78)
           VALUE '1=LIST 2=CREA 3=MODI 4=SALIR 5=BORRA 6=REPOR'
           & ' 7=EXPOR 8=ESTADO 9=BUSCAR 0=CONT'.
           03  MSG-NO-FILE        PIC X(30)
           VALUE 'NO HAY UNA EMPRESA CREADA.    '.
           03  MSG-EMPTY-FIELD    PIC X(30)
           VALUE 'ENTER=SIGUIENTE EMPRESA'.
           03  MSG-BAD-TIP-ID     PIC X(30)
           VALUE 'TIPO ID INVALIDO: NIT,CC,CE...'.
           03  MSG-BAD-NIT        PIC X(30)
           VALUE 'NIT CON DIGITO VERIF. INVALIDO'.
           03  MSG-BAD-NIT-FMT    PIC X(30)
           VALUE 'NIT: SOLO DIGITOS Y -DV AL FIN'.
           03  MSG-WCH-HIT        PIC X(30)
           VALUE 'COINCIDE CON LISTA RESTRINGIDA'.
           03  MSG-WCH-CONFIRM    PIC X(30)
           VALUE 'GRABAR DE TODAS FORMAS? (S/N):'.
           03  MSG-WCH-NO-GRABA   PIC X(30)
           VALUE 'EMPRESA NO GRABADA (LISTA).   '.
           03  MSG-CONFIRM-DEL    PIC X(30)
           VALUE 'BORRAR EMPRESA? (S/N):'.
           03  MSG-DEL-OK         PIC X(30)
           VALUE 'PADRE NO EXISTE O HACE CICLO  '.
           03  MSG-BAD-RENOV      PIC X(30)
           VALUE 'FECHA RENOV AAAAMMDD O VACIA  '.
           03  MSG-CON-OK         PIC X(30)
           VALUE 'CONTACTO GRABADO.             '.
           03  MSG-CON-NOTFND     PIC X(30)
           VALUE 'CONTACTO NO ENCONTRADO.       '.
           03  MSG-CON-INACT      PIC X(30)
           VALUE 'CONTACTO INACTIVO (HISTORIA). '.
           03  MSG-CON-BAJA       PIC X(30)
           VALUE 'CONTACTO DESACTIVADO.         '.
           03  MSG-CON-CONFIRM    PIC X(30)
           VALUE 'DESACTIVAR CONTACTO? (S/N):'.
           03  MSG-CON-SEQ        PIC X(30)
           VALUE 'SECUENCIA DEL CONTACTO:'.
           03  MSG-CON-LLENO      PIC X(30)
           VALUE 'EMPRESA CON 999 CONTACTOS.    '.
           03  MSG-BAD-ROL        PIC X(30)
           VALUE 'ROL INVALIDO: F,L,O           '.
           03  MSG-BAD-SN         PIC X(30)
           VALUE 'RESPONDA S O N                '.
           03  MSG-CON-MEDIO      PIC X(30)
           VALUE 'TELEFONO O EMAIL REQUERIDO    '.
           03  OPCIONES-CON       PIC X(78)
           VALUE 'A=AGREGA C=CAMBIA D=DESACTIVA M=MAS S=SALIR'
           & '   (P=* PRINCIPAL, E=A/I ESTADO)'.
           03  WS-CONFIRM         PIC X(01).
           03  MSG-SP             PIC X(30) VALUE SPACES.
           03  HEADER1    PIC X(20)
           88 WS-BUSCA-MATCH          VALUE 'S'.
       01  WS-BUSCA-HITS          PIC 9(05).

      * MANTENIMIENTO DE CONTACTOS (OPCION 0). LA LISTA MUESTRA 10
      * CONTACTOS POR PAGINA EN LAS LINEAS 07 A 16
       01  WS-CON-STATUS          PIC XX.
       01  WS-CON-FIN-SW          PIC X(01).
           88 WS-CON-FIN              VALUE 'S'.
       01  WS-CON-MAS-SW          PIC X(01).
           88 WS-CON-HAY-MAS          VALUE 'S'.
       01  WS-CON-OPC             PIC X(01).
       01  WS-CON-SEQ-ENT         PIC X(03).
       01  WS-CON-SEQ             PIC 9(03).
       01  WS-CON-MAX-SEQ         PIC 9(03).
       01  WS-CON-DESDE           PIC 9(03).
       01  WS-CON-SIGUIENTE       PIC 9(03).
       01  WS-CON-FILA            PIC 9(02).
       01  WS-CONTACTO.
           03 WS-CON-NOMBRE       PIC X(40).
               88 WS-CON-NOM-BNK      VALUE SPACE.
           03 WS-CON-ROL          PIC X(01).
               88 WS-CON-ROL-VALIDO   VALUE 'F' 'L' 'O'.
           03 WS-CON-TEL          PIC X(20).
           03 WS-CON-EMAIL        PIC X(30).
           03 WS-CON-PRINCIPAL    PIC X(01).
               88 WS-CON-PRI-VALIDO   VALUE 'S' 'N'.
       01  WS-CON-LIN.
           03 WS-CL-SEQ           PIC ZZ9.
           03 FILLER              PIC X(01).
           03 WS-CL-ROL           PIC X(01).
           03 FILLER              PIC X(01).
           03 WS-CL-PRI           PIC X(01).
           03 FILLER              PIC X(01).
           03 WS-CL-ACT           PIC X(01).
           03 FILLER              PIC X(01).
           03 WS-CL-NOMBRE        PIC X(25).
           03 FILLER              PIC X(01).
           03 WS-CL-TEL           PIC X(15).
           03 FILLER              PIC X(01).
           03 WS-CL-EMAIL         PIC X(24).

      * CONTACTO PRINCIPAL POR ROL PARA EL EXTRACTO: EL MARCADO COMO
      * PRINCIPAL Y, SI NO HAY, EL PRIMER ACTIVO DEL ROL
       01  WS-PRI-IDX             PIC 9(01).
       01  WS-CON-ABIERTO-SW      PIC X(01).
           88 WS-CON-ABIERTO          VALUE 'S'.
       01  WS-PRI-TABLA.
           03 WS-PRI-ENT OCCURS 3 TIMES.
              05 WS-PRI-ROL       PIC X(01).
              05 WS-PRI-TIPO      PIC X(01).
              05 WS-PRI-NOMBRE    PIC X(40).
              05 WS-PRI-TEL       PIC X(20).
              05 WS-PRI-EMAIL     PIC X(30).

       PROCEDURE DIVISION.
       0100-START.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "EMPRESA.DAT " TO WS-LCK-ARCHIVO.
           MOVE "CRSFEMP " TO WS-LCK-PROGRAMA.
                   PERFORM 0270-BUSCAR
                   PERFORM 0100-SHOW-DISPLAY
                   GO TO 0110-OPCIONES
               WHEN 0
                   PERFORM 0280-CONTACTOS
                   PERFORM 0100-SHOW-DISPLAY
                   GO TO 0110-OPCIONES
               WHEN OTHER
                   GO TO 0110-OPCIONES
           END-EVALUATE.
               DISPLAY MSG-EMPTY-FIELD    LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               GO TO 0135-ENT-WS-EMP-ID.
      * UN EMP-ID DE TIPO NIT DEBE TRAER SU DIGITO DE VERIFICACION
      * CORRECTO - SOLO EN LA CREACION, LAS CONSULTAS POR 0135 NO
      * PASAN POR AQUI
       0136-VAL-NIT.
           IF WS-TIP-ID-NIT
               MOVE WS-EMP-ID TO WS-NIT-ID
               CALL "NITVAL1" USING WS-NIT-REQ
               IF NOT WS-NIT-OK
                   IF WS-NIT-FORMATO
                       DISPLAY MSG-BAD-NIT-FMT LINE 02 COL 41
                   ELSE
                       DISPLAY MSG-BAD-NIT     LINE 02 COL 41
                   END-IF
                   ACCEPT X LINE 02 COL 40 PROMPT
                   GO TO 0135-ENT-WS-EMP-ID.
       0140-ENT-WS-EMP-RSOC.
           DISPLAY MSG-SP LINE 02 COL 41
           SET WS-EMP-RSOC-BNK TO TRUE
           PERFORM 0228-STAMP-FECHA-CREA.
           MOVE WS-FECHA-SISTEMA TO WS-EMP-FEC-MOD.
           PERFORM 0221-MOVE-WS-TO-REG.
           PERFORM 0223-VAL-LISTA-RESTR.
           IF WS-WCH-GRABAR
               WRITE REG-EMPRESA
                   INVALID KEY
                       DISPLAY MSG-DUP-ID     LINE 02 COL 41
                   NOT INVALID KEY
                       MOVE 'CRE' TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REG-EMPRESA TO WS-AUD-DESPUES
                       PERFORM 0250-GRABAR-AUDITORIA
                       DISPLAY MSG-REG-OK     LINE 02 COL 41
               END-WRITE
           ELSE
               DISPLAY MSG-WCH-NO-GRABA   LINE 02 COL 41
           END-IF.
           ACCEPT  X                      LINE 02 COL 40 PROMPT.
           DISPLAY MSG-SP                 LINE 02 COL 41.

               MOVE 'S' TO WS-PAT-FOUND-SW
           END-IF.

      * CONTACTOS DE LA EMPRESA (EMPCONT.DAT) - VARIAS PERSONAS POR
      * EMP-ID CON ROL, TELEFONO, EMAIL, MARCA DE PRINCIPAL DEL ROL Y
      * ESTADO. EL CONTACTO QUE DEJA LA EMPRESA SE DESACTIVA, NO SE
      * SOBREESCRIBE, ASI QUE EL REPRESENTANTE ANTERIOR QUEDA EN LA
      * HISTORIA. EMP-ID EN BLANCO REGRESA AL MENU
       0280-CONTACTOS.
           DISPLAY MSG-SP LINE 02 COL 41.
           MOVE SPACES TO WS-EMP-ID.
           ACCEPT WS-EMP-ID LINE 05 COL 51 PROMPT.
           IF WS-EMP-ID-BLANK
               CONTINUE
           ELSE
           OPEN INPUT EMPRESA
           IF NOT WS-EMP-NOFILE
               DISPLAY MSG-NO-FILE       LINE 02 COL 41
               CLOSE EMPRESA
               ACCEPT  X                 LINE 02 COL 40 PROMPT
               DISPLAY MSG-SP            LINE 02 COL 41
           ELSE
               MOVE WS-EMP-ID TO EMP-ID
               READ EMPRESA
                   INVALID KEY
                       DISPLAY MSG-NOT-FOUND   LINE 02 COL 41
                       ACCEPT  X               LINE 02 COL 40 PROMPT
                       DISPLAY MSG-SP          LINE 02 COL 41
                   NOT INVALID KEY
                       PERFORM 0226-MOVE-REG-TO-WS
                       PERFORM 0281-ABRIR-CONTACTOS
                       MOVE 1 TO WS-CON-DESDE
                       MOVE SPACE TO WS-CON-OPC
                       PERFORM 0282-PANTALLA-CONTACTOS
                           UNTIL WS-CON-OPC = 'S'
                       CLOSE EMPCONT
               END-READ
               CLOSE EMPRESA
           END-IF.

       0281-ABRIR-CONTACTOS.
           OPEN I-O EMPCONT.
           IF WS-CON-STATUS = '35'
               OPEN OUTPUT EMPCONT
               CLOSE EMPCONT
               OPEN I-O EMPCONT
           END-IF.

       0282-PANTALLA-CONTACTOS.
           PERFORM 0283-PINTAR-CONTACTOS.
           DISPLAY INS_OPCION            LINE 02 COL 01
                   OPCIONES-CON          LINE 23 COL 01.
           MOVE SPACE TO WS-CON-OPC.
           ACCEPT WS-CON-OPC LINE 02 COL 17 PROMPT.
           EVALUATE WS-CON-OPC
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0286-AGREGAR-CONTACTO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0287-CAMBIAR-CONTACTO
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0288-DESACTIVAR-CONTACTO
               WHEN 'M'
               WHEN 'm'
                   IF WS-CON-HAY-MAS
                       MOVE WS-CON-SIGUIENTE TO WS-CON-DESDE
                   ELSE
                       MOVE 1 TO WS-CON-DESDE
                   END-IF
               WHEN 's'
                   MOVE 'S' TO WS-CON-OPC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0283-PINTAR-CONTACTOS.
                   DISPLAY " "           LINE 01 COL 01 ERASE EOS
                   HEADER1               LINE 03 COL 30
                   GUIONES               LINE 04 COL 01
                   "Empresa    :"    LINE 05 COL 03
                   WS-EMP-ID             LINE 05 COL 15
                   WS-EMP-RSOCIAL        LINE 05 COL 39
                   "SEQ"                 LINE 06 COL 02
                   "R"                   LINE 06 COL 06
                   "P"                   LINE 06 COL 08
                   "E"                   LINE 06 COL 10
                   "NOMBRE"              LINE 06 COL 12
                   "TELEFONO"            LINE 06 COL 38
                   "EMAIL"               LINE 06 COL 54
                   GUIONES               LINE 17 COL 01
                   "Nombre     :"    LINE 18 COL 03
                   "Rol F/L/O  :"    LINE 19 COL 03
                   "Principal  :"    LINE 19 COL 39
                   "Telefono   :"    LINE 20 COL 03
                   "Email      :"    LINE 21 COL 03
                   GUIONES               LINE 22 COL 01.
           MOVE 'N' TO WS-CON-MAS-SW.
           MOVE 7 TO WS-CON-FILA.
           MOVE WS-CON-DESDE TO WS-CON-SEQ.
           PERFORM 0289-INICIO-CONTACTOS.
           PERFORM 0285-LINEA-CONTACTO UNTIL WS-CON-FIN.
           IF WS-CON-FILA = 7
               DISPLAY "(SIN CONTACTOS)"     LINE 07 COL 12
           END-IF.
           IF WS-CON-HAY-MAS
               DISPLAY " M=MAS "             LINE 17 COL 70
           END-IF.

       0284-LEER-CONTACTO.
           READ EMPCONT NEXT RECORD
               AT END SET WS-CON-FIN TO TRUE
           END-READ.
           IF NOT WS-CON-FIN AND CON-EMP-ID NOT = WS-EMP-ID
               SET WS-CON-FIN TO TRUE
           END-IF.

       0285-LINEA-CONTACTO.
           IF WS-CON-FILA > 16
               MOVE 'S' TO WS-CON-MAS-SW
               MOVE CON-SEQ TO WS-CON-SIGUIENTE
               SET WS-CON-FIN TO TRUE
           ELSE
               MOVE SPACES        TO WS-CON-LIN
               MOVE CON-SEQ       TO WS-CL-SEQ
               MOVE CON-ROL       TO WS-CL-ROL
               MOVE CON-ACTIVO    TO WS-CL-ACT
               IF CON-PRINCIPAL = 'S'
                   MOVE '*'       TO WS-CL-PRI
               END-IF
               MOVE CON-NOMBRE    TO WS-CL-NOMBRE
               MOVE CON-TEL       TO WS-CL-TEL
               MOVE CON-EMAIL     TO WS-CL-EMAIL
               DISPLAY WS-CON-LIN LINE WS-CON-FILA COL 02
               ADD 1 TO WS-CON-FILA
               PERFORM 0284-LEER-CONTACTO
           END-IF.

       0286-AGREGAR-CONTACTO.
           MOVE ZERO TO WS-CON-MAX-SEQ.
           MOVE ZERO TO WS-CON-SEQ.
           PERFORM 0289-INICIO-CONTACTOS.
           PERFORM 0286-A-ULTIMA-SEQ UNTIL WS-CON-FIN.
           IF WS-CON-MAX-SEQ >= 999
               DISPLAY MSG-CON-LLENO     LINE 02 COL 41
           ELSE
               MOVE SPACES TO WS-CONTACTO
               MOVE 'N' TO WS-CON-PRINCIPAL
               PERFORM 0290-ENT-CON-NOMBRE
               THRU    0294-ENT-CON-EMAIL
               ADD 1 TO WS-CON-MAX-SEQ
               MOVE SPACES TO REG-CONTACTO
               MOVE WS-EMP-ID TO CON-EMP-ID
               MOVE WS-CON-MAX-SEQ TO CON-SEQ WS-CON-SEQ
               PERFORM 0295-MOVE-WS-TO-CON
               MOVE 'A' TO CON-ACTIVO
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FECHA-SISTEMA TO CON-FEC-CREA CON-FEC-MOD
               MOVE ZERO TO CON-FEC-BAJA
               WRITE REG-CONTACTO
                   INVALID KEY
                       DISPLAY MSG-DUP-ID      LINE 02 COL 41
                   NOT INVALID KEY
                       PERFORM 0296-UNICO-PRINCIPAL
                       DISPLAY MSG-CON-OK      LINE 02 COL 41
               END-WRITE
           END-IF.
           ACCEPT  X                     LINE 02 COL 40 PROMPT.
           DISPLAY MSG-SP                LINE 02 COL 41.

       0286-A-ULTIMA-SEQ.
           MOVE CON-SEQ TO WS-CON-MAX-SEQ.
           PERFORM 0284-LEER-CONTACTO.

       0287-CAMBIAR-CONTACTO.
           PERFORM 0297-LEER-POR-SEQ.
           IF WS-CON-STATUS NOT = '00'
               DISPLAY MSG-CON-NOTFND    LINE 02 COL 41
           ELSE
           IF CON-ACTIVO NOT = 'A'
               DISPLAY MSG-CON-INACT     LINE 02 COL 41
           ELSE
               MOVE CON-NOMBRE    TO WS-CON-NOMBRE
               MOVE CON-ROL       TO WS-CON-ROL
               MOVE CON-TEL       TO WS-CON-TEL
               MOVE CON-EMAIL     TO WS-CON-EMAIL
               MOVE CON-PRINCIPAL TO WS-CON-PRINCIPAL
               DISPLAY WS-CON-NOMBRE     LINE 18 COL 15
                       WS-CON-ROL        LINE 19 COL 15
                       WS-CON-PRINCIPAL  LINE 19 COL 51
                       WS-CON-TEL        LINE 20 COL 15
                       WS-CON-EMAIL      LINE 21 COL 15
               PERFORM 0290-ENT-CON-NOMBRE
               THRU    0294-ENT-CON-EMAIL
               PERFORM 0295-MOVE-WS-TO-CON
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FECHA-SISTEMA TO CON-FEC-MOD
               REWRITE REG-CONTACTO
               PERFORM 0296-UNICO-PRINCIPAL
               DISPLAY MSG-CON-OK        LINE 02 COL 41.
           ACCEPT  X                     LINE 02 COL 40 PROMPT.
           DISPLAY MSG-SP                LINE 02 COL 41.

       0288-DESACTIVAR-CONTACTO.
           PERFORM 0297-LEER-POR-SEQ.
           IF WS-CON-STATUS NOT = '00'
               DISPLAY MSG-CON-NOTFND    LINE 02 COL 41
           ELSE
           IF CON-ACTIVO NOT = 'A'
               DISPLAY MSG-CON-INACT     LINE 02 COL 41
           ELSE
               DISPLAY MSG-CON-CONFIRM   LINE 02 COL 41
               ACCEPT  WS-CONFIRM        LINE 02 COL 69 PROMPT
               IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                   MOVE 'I' TO CON-ACTIVO
                   MOVE 'N' TO CON-PRINCIPAL
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WS-FECHA-SISTEMA TO CON-FEC-MOD CON-FEC-BAJA
                   REWRITE REG-CONTACTO
                   DISPLAY MSG-CON-BAJA  LINE 02 COL 41
               ELSE
                   DISPLAY MSG-SP        LINE 02 COL 41.
           ACCEPT  X                     LINE 02 COL 40 PROMPT.
           DISPLAY MSG-SP                LINE 02 COL 41.

      * POSICIONA EMPCONT EN EL PRIMER CONTACTO DE WS-EMP-ID CON
      * SECUENCIA >= WS-CON-SEQ Y LO DEJA LEIDO (O WS-CON-FIN)
       0289-INICIO-CONTACTOS.
           MOVE 'N' TO WS-CON-FIN-SW.
           MOVE WS-EMP-ID  TO CON-EMP-ID.
           MOVE WS-CON-SEQ TO CON-SEQ.
           START EMPCONT KEY IS NOT LESS THAN CON-LLAVE
               INVALID KEY SET WS-CON-FIN TO TRUE
           END-START.
           IF NOT WS-CON-FIN
               PERFORM 0284-LEER-CONTACTO
           END-IF.

      * CAPTURA DE LOS CAMPOS DEL CONTACTO - RANGO DE LOS THRU DE
      * 0286/0287, SIN E/S DE ARCHIVO
       0290-ENT-CON-NOMBRE.
           DISPLAY MSG-SP LINE 02 COL 41
           ACCEPT WS-CON-NOMBRE LINE 18 COL 15 PROMPT
           IF WS-CON-NOM-BNK
               DISPLAY MSG-EMPTY-FIELD    LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               GO TO 0290-ENT-CON-NOMBRE.
       0291-ENT-CON-ROL.
           DISPLAY MSG-SP LINE 02 COL 41
           ACCEPT WS-CON-ROL LINE 19 COL 15 PROMPT
           INSPECT WS-CON-ROL CONVERTING 'flo' TO 'FLO'
           IF NOT WS-CON-ROL-VALIDO
               DISPLAY MSG-BAD-ROL        LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               GO TO 0291-ENT-CON-ROL.
       0292-ENT-CON-PRINCIPAL.
           DISPLAY MSG-SP LINE 02 COL 41
           ACCEPT WS-CON-PRINCIPAL LINE 19 COL 51 PROMPT
           INSPECT WS-CON-PRINCIPAL CONVERTING 'sn' TO 'SN'
           IF NOT WS-CON-PRI-VALIDO
               DISPLAY MSG-BAD-SN         LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               GO TO 0292-ENT-CON-PRINCIPAL.
       0293-ENT-CON-TEL.
           ACCEPT WS-CON-TEL LINE 20 COL 15 PROMPT.
      * EL EMAIL SE VALIDA CON LA MISMA RUTINA DEL EMAIL 1 DE LA
      * EMPRESA; WS-EMP-EMAIL1 SE USA DE PASO PORQUE EN ESTA
      * PANTALLA EL REGISTRO DE EMPRESA SOLO SE CONSULTA
       0294-ENT-CON-EMAIL.
           DISPLAY MSG-SP LINE 02 COL 41
           ACCEPT WS-CON-EMAIL LINE 21 COL 15 PROMPT
           IF WS-CON-TEL = SPACES AND WS-CON-EMAIL = SPACES
               DISPLAY MSG-CON-MEDIO      LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               GO TO 0293-ENT-CON-TEL.
           IF WS-CON-EMAIL NOT = SPACES
               MOVE WS-CON-EMAIL TO WS-EMP-EMAIL1
               PERFORM 0191-VAL-EMAIL-FORMAT
               IF NOT WS-EMAIL-OK
                   DISPLAY MSG-BAD-EMAIL  LINE 02 COL 41
                   ACCEPT X LINE 02 COL 40 PROMPT
                   GO TO 0294-ENT-CON-EMAIL.

       0295-MOVE-WS-TO-CON.
           MOVE WS-CON-NOMBRE    TO CON-NOMBRE.
           MOVE WS-CON-ROL       TO CON-ROL.
           MOVE WS-CON-TEL       TO CON-TEL.
           MOVE WS-CON-EMAIL     TO CON-EMAIL.
           MOVE WS-CON-PRINCIPAL TO CON-PRINCIPAL.

      * UN SOLO PRINCIPAL POR ROL: SI EL CONTACTO RECIEN GRABADO ES
      * PRINCIPAL, LOS DEMAS DEL MISMO ROL PIERDEN LA MARCA
       0296-UNICO-PRINCIPAL.
           IF WS-CON-PRINCIPAL = 'S'
               MOVE CON-SEQ TO WS-CON-MAX-SEQ
               MOVE ZERO TO WS-CON-SEQ
               PERFORM 0289-INICIO-CONTACTOS
               PERFORM 0296-A-QUITAR-PRINCIPAL UNTIL WS-CON-FIN
           END-IF.

       0296-A-QUITAR-PRINCIPAL.
           IF CON-SEQ NOT = WS-CON-MAX-SEQ
           AND CON-ROL = WS-CON-ROL
           AND CON-PRINCIPAL = 'S'
               MOVE 'N' TO CON-PRINCIPAL
               REWRITE REG-CONTACTO
           END-IF.
           PERFORM 0284-LEER-CONTACTO.

       0297-LEER-POR-SEQ.
           DISPLAY MSG-CON-SEQ           LINE 02 COL 41.
           MOVE SPACES TO WS-CON-SEQ-ENT.
           ACCEPT WS-CON-SEQ-ENT         LINE 02 COL 65 PROMPT.
           MOVE '23' TO WS-CON-STATUS.
           IF WS-CON-SEQ-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CON-SEQ-ENT) TO WS-CON-SEQ
               MOVE WS-EMP-ID  TO CON-EMP-ID
               MOVE WS-CON-SEQ TO CON-SEQ
               READ EMPCONT
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           DISPLAY MSG-SP                LINE 02 COL 41.

      * AGREGA UNA LINEA A LA PISTA DE AUDITORIA EMPAUDIT.DAT CON LA
      * ACCION, FECHA/HORA E IMAGEN ANTES Y DESPUES DE REG-EMPRESA.
      * LAS IMAGENES LAS DEJA CARGADAS EL PUNTO DE GRABACION QUE LLAMA
               MOVE WS-EMP-ID         TO AUD-EMP-ID
               MOVE WS-AUD-ANTES      TO AUD-ANTES
               MOVE WS-AUD-DESPUES    TO AUD-DESPUES
               MOVE WS-SES-USUARIO    TO AUD-USUARIO
               WRITE AUD-REC
               CLOSE EMPAUDIT
           END-IF.
               OPEN I-O EMPRESA
           END-IF.

      * CRUCE DE LA EMPRESA NUEVA CONTRA LA LISTA DE PARTES
      * RESTRINGIDAS (WCHCHK1 - EL MISMO DEL BARRIDO WCHSCR1). SI
      * COINCIDE SE AVISA CON LA FUENTE Y FECHA DE LA LISTA Y SOLO SE
      * GRABA SI EL USUARIO LO CONFIRMA; LA ALERTA PARA CUMPLIMIENTO
      * QUEDA EN ALERTS.DAT EN CUALQUIER CASO
       0223-VAL-LISTA-RESTR.
           MOVE 'S' TO WS-WCH-GRABAR-SW.
           MOVE WS-EMP-ID      TO WS-WCH-ID.
           MOVE WS-EMP-RSOCIAL TO WS-WCH-NOMBRE1.
           MOVE WS-EMP-RLEGAL  TO WS-WCH-NOMBRE2.
           MOVE 'CRSFEMP '     TO WS-WCH-PROGRAMA.
           CALL "WCHCHK1" USING WS-WCH-REQ.
           IF WS-WCH-HIT
               DISPLAY MSG-WCH-HIT        LINE 02 COL 41
               DISPLAY "Lista:"           LINE 21 COL 39
                       WS-WCH-FUENTE      LINE 21 COL 46
                       WS-WCH-FECHA       LINE 21 COL 57
               ACCEPT  X                  LINE 02 COL 40 PROMPT
               DISPLAY MSG-WCH-CONFIRM    LINE 02 COL 41
               ACCEPT  WS-CONFIRM         LINE 02 COL 72 PROMPT
               IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
                   MOVE 'N' TO WS-WCH-GRABAR-SW
               END-IF
               DISPLAY MSG-SP             LINE 02 COL 41
           END-IF.

       0225-MODIFICAR.
           OPEN I-O EMPRESA.
           IF WS-EMP-NOTFND
                      MOVE REG-EMPRESA TO WS-AUD-ANTES
                      PERFORM 0226-MOVE-REG-TO-WS
                      PERFORM 0226-SHOW-CURRENT-VALUES
                      PERFORM 0225-A-ENT-TIP-ID-MOD
      * EMP-ID IS THE RECORD KEY JUST READ - DO NOT LET MODIFICAR
      * RE-COLLECT IT, SO THE REWRITE BELOW ALWAYS KEEPS THE SAME KEY
                      PERFORM 0140-ENT-WS-EMP-RSOC
              CLOSE EMPRESA
           END-IF.

      * PASAR UNA EMPRESA A TIPO NIT EXIGE QUE SU EMP-ID (QUE AQUI NO
      * SE PUEDE CAMBIAR) CUMPLA EL DIGITO DE VERIFICACION. LAS QUE YA
      * ERAN NIT SE DEJAN PASAR - ESAS LAS SACA EL BARRIDO NITRPT1
       0225-A-ENT-TIP-ID-MOD.
           PERFORM 0130-ENT-WS-TIP-ID.
           IF WS-TIP-ID-NIT AND EMP-TIP-ID NOT = 'NIT'
               MOVE WS-EMP-ID TO WS-NIT-ID
               CALL "NITVAL1" USING WS-NIT-REQ
               IF NOT WS-NIT-OK
                   IF WS-NIT-FORMATO
                       DISPLAY MSG-BAD-NIT-FMT LINE 02 COL 41
                   ELSE
                       DISPLAY MSG-BAD-NIT     LINE 02 COL 41
                   END-IF
                   ACCEPT X LINE 02 COL 40 PROMPT
                   GO TO 0225-A-ENT-TIP-ID-MOD.

       0227-BORRAR.
           OPEN I-O EMPRESA.
           IF WS-EMP-NOTFND

      * EXTRACTO COMPLETO DEL MAESTRO - UNA LINEA DELIMITADA CON ';'
      * POR EMPRESA, CON TODOS LOS CAMPOS EMP-*, PARA CARGAR EN LA
      * HOJA DE CALCULO DE LA OFICINA. AL FINAL VAN NOMBRE, TELEFONO
      * Y EMAIL DEL CONTACTO PRINCIPAL DE CADA ROL, EN EL ORDEN
      * FACTURACION, LEGAL, OPERACIONES (VACIOS SI NO HAY)
       0245-EXPORTAR.
           OPEN INPUT EMPRESA.
           IF NOT WS-EMP-NOFILE
               DISPLAY MSG-SP            LINE 02 COL 41
           ELSE
               OPEN OUTPUT EMPEXP
               MOVE 'N' TO WS-CON-ABIERTO-SW
               OPEN INPUT EMPCONT
               IF WS-CON-STATUS = "00" OR WS-CON-STATUS = "05"
                   MOVE 'S' TO WS-CON-ABIERTO-SW
               END-IF
               MOVE ZERO TO WS-EXP-COUNT
               MOVE ZERO TO WS-EXP-HASH
               MOVE 'N' TO WS-END-BROWSE
               MOVE WS-TRAILER-LINE TO EXP-LINE
               WRITE EXP-LINE
               CLOSE EMPEXP
               IF WS-CON-ABIERTO
                   CLOSE EMPCONT
               END-IF
               CLOSE EMPRESA
               DISPLAY MSG-EXP-OK        LINE 02 COL 41
               ACCEPT  X                 LINE 02 COL 40 PROMPT
           END-IF.

       0246-EXPORTAR-UNA-EMPRESA.
           PERFORM 0247-PRINCIPALES-EMPRESA.
           MOVE SPACES TO EXP-LINE.
           STRING FUNCTION TRIM(EMP-TIP-ID)   ';'
                  FUNCTION TRIM(EMP-ID)       ';'
                  EMP-FEC-MOD                 ';'
                  EMP-ESTADO                  ';'
                  FUNCTION TRIM(EMP-PADRE-ID) ';'
                  EMP-FEC-RENOV               ';'
                  FUNCTION TRIM(WS-PRI-NOMBRE (1)) ';'
                  FUNCTION TRIM(WS-PRI-TEL (1))    ';'
                  FUNCTION TRIM(WS-PRI-EMAIL (1))  ';'
                  FUNCTION TRIM(WS-PRI-NOMBRE (2)) ';'
                  FUNCTION TRIM(WS-PRI-TEL (2))    ';'
                  FUNCTION TRIM(WS-PRI-EMAIL (2))  ';'
                  FUNCTION TRIM(WS-PRI-NOMBRE (3)) ';'
                  FUNCTION TRIM(WS-PRI-TEL (3))    ';'
                  FUNCTION TRIM(WS-PRI-EMAIL (3))
                  DELIMITED BY SIZE INTO EXP-LINE.
           WRITE EXP-LINE.
           ADD 1 TO WS-EXP-COUNT.
               AT END SET WS-NO-MORE-EMPRESAS TO TRUE
           END-READ.

      * LOS CONTACTOS DE LA EMPRESA EN CURSO DEL EXTRACTO. EL
      * RECORRIDO POR LLAVE NO MUEVE LA POSICION DE EMPRESA.DAT
       0247-PRINCIPALES-EMPRESA.
           MOVE SPACES TO WS-PRI-TABLA.
           MOVE 'F' TO WS-PRI-ROL (1).
           MOVE 'L' TO WS-PRI-ROL (2).
           MOVE 'O' TO WS-PRI-ROL (3).
           IF WS-CON-ABIERTO
               MOVE EMP-ID TO WS-EMP-ID
               MOVE ZERO TO WS-CON-SEQ
               PERFORM 0289-INICIO-CONTACTOS
               PERFORM 0248-REVISAR-CONTACTO
                   UNTIL WS-CON-FIN
           END-IF.

       0248-REVISAR-CONTACTO.
           IF CON-ACTIVO = 'A'
               PERFORM 0249-ELEGIR-PRINCIPAL
                   VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > 3
           END-IF.
           PERFORM 0284-LEER-CONTACTO.

       0249-ELEGIR-PRINCIPAL.
           IF CON-ROL = WS-PRI-ROL (WS-PRI-IDX)
               IF (CON-PRINCIPAL = 'S' AND WS-PRI-TIPO (WS-PRI-IDX)
                   NOT = 'P')
               OR WS-PRI-TIPO (WS-PRI-IDX) = SPACE
                   IF CON-PRINCIPAL = 'S'
                       MOVE 'P' TO WS-PRI-TIPO (WS-PRI-IDX)
                   ELSE
                       MOVE 'A' TO WS-PRI-TIPO (WS-PRI-IDX)
                   END-IF
                   MOVE CON-NOMBRE TO WS-PRI-NOMBRE (WS-PRI-IDX)
                   MOVE CON-TEL    TO WS-PRI-TEL (WS-PRI-IDX)
                   MOVE CON-EMAIL  TO WS-PRI-EMAIL (WS-PRI-IDX)
               END-IF
           END-IF.

       0230-READ-FILE.
           MOVE 'N' TO WS-END-BROWSE.
           READ EMPRESA NEXT RECORD
