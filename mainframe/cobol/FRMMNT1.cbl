       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRMMNT1.
      * ===============================================================
      * MANTENIMIENTO DE LA BIBLIOTECA DE FORMULAS CALCFORM.DAT QUE
      * USA LA OPCION B DE LA CALCULADORA PRUEBA. CADA FORMULA TIENE
      * UN NOMBRE, UNA DESCRIPCION Y UNA EXPRESION CON VARIABLES CON
      * NOMBRE (EJ IVA = BASE * 0.19). SOLO ENTRA UN USUARIO CON ROL
      * SUPERVISOR (ROL S, FIRMADO EN USRSGN1) PARA QUE EL OPERADOR
      * NO PUEDA TOCAR LAS FORMULAS DE IMPUESTOS. CADA FORMULA GUARDA
      * QUIEN Y CUANDO LA CAMBIO POR ULTIMA VEZ
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALCFORM ASSIGN TO "CALCFORM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FORM-STATUS.
      * ===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD CALCFORM.
       01 WKS-FORM-REC.
           05 FORM-NOMBRE              PIC X(08).
           05 FORM-DESC                PIC X(30).
           05 FORM-EXPR                PIC X(70).
           05 FORM-USUARIO             PIC X(08).
           05 FORM-FECHA               PIC 9(08).
      * ===============================================================
       WORKING-STORAGE SECTION.
       77 WKS-FORM-STATUS     PIC XX.
       77 WKS-ELECCION        PIC X(01).
       77 WKS-FIN-FORM        PIC X(01).
       77 WKS-USUARIO         PIC X(08) VALUE SPACES.
       77 WKS-SIGNON-OK       PIC X(01) VALUE "N".
       77 WKS-TRUNCADA        PIC X(01) VALUE "N".
       77 WKS-CAMBIOS         PIC X(01) VALUE "N".
       77 WKS-NOMBRE-ENT      PIC X(08).
       77 WKS-DESC-ENT        PIC X(30).
       77 WKS-EXPR-ENT        PIC X(70).
       77 WKS-EXPR-POS        PIC 9(02).
       77 WKS-EXPR-CAR        PIC X(01).
       77 WKS-EXPR-OK         PIC X(01).
       77 WKS-PAREN           PIC S9(03).
       77 WKS-CONFIRMA        PIC X(01).
       77 WKS-FORM-CNT        PIC 9(02) VALUE ZERO.
       77 WKS-FORM-IDX        PIC 9(02).
       77 WKS-FORM-HALLADA    PIC X(01).
       77 WKS-FORM-POS        PIC 9(02).
       01 WKS-FORM-TABLA.
           05 WKS-FORM-E OCCURS 50 TIMES.
              10 WKS-FORM-T-NOMBRE PIC X(08).
              10 WKS-FORM-T-DESC   PIC X(30).
              10 WKS-FORM-T-EXPR   PIC X(70).
              10 WKS-FORM-T-USR    PIC X(08).
              10 WKS-FORM-T-FECHA  PIC 9(08).
       01 WKS-FECHA-HOY       PIC 9(08).
      * FIRMA DEL SUPERVISOR EN USRSGN1
       01 WKS-SGN-REQ.
           05 WKS-SGN-USUARIO     PIC X(08).
           05 WKS-SGN-ROLE        PIC X(01).
           05 WKS-SGN-RESULT      PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION.
       00001-MAIN.
           PERFORM 00010-SIGN-ON-SUPERVISOR.
           IF WKS-SIGNON-OK NOT = "S"
              DISPLAY "ACCESO DENEGADO - SE EXIGE ROL SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 00020-CARGAR-FORMULAS.
           IF WKS-TRUNCADA = "S"
              DISPLAY "CALCFORM.DAT EXCEDE LA TABLA (50) - NO SE "
                      "MANTIENE PARA NO PERDER FORMULAS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 00002-MENU UNTIL WKS-ELECCION = "4".
           IF WKS-CAMBIOS = "S"
              PERFORM 00060-REESCRIBIR-FORMULAS
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       00002-MENU.
           DISPLAY "***** FORMULAS DE LA CALCULADORA (CALCFORM.DAT) "
                   "*****".
           DISPLAY "1-. AGREGAR O CAMBIAR FORMULA, 2-. BORRAR FORMULA".
           DISPLAY "3-. LISTAR FORMULAS, 4-. GRABAR Y SALIR".
           ACCEPT WKS-ELECCION.
           IF WKS-ELECCION = "1"
              PERFORM 00030-AGREGAR-FORMULA
           ELSE
           IF WKS-ELECCION = "2"
              PERFORM 00040-BORRAR-FORMULA
           ELSE
           IF WKS-ELECCION = "3"
              PERFORM 00050-LISTAR-FORMULAS
           ELSE
           IF WKS-ELECCION = "4"
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA".
      * FIRMA CON USRSGN1 (FALLAS Y BLOQUEO EN USERS.DAT, EVENTOS
      * EN SESLOG.DAT), SOLO PASA EL ROL S. SIN USERS.DAT NO HAY
      * SUPERVISOR QUE FIRME Y NO SE ENTRA
       00010-SIGN-ON-SUPERVISOR.
           DISPLAY "FIRMA DEL SUPERVISOR".
           CALL "USRSGN1" USING WKS-SGN-REQ.
           IF WKS-SGN-RESULT = "S" AND WKS-SGN-ROLE = "S"
              AND WKS-SGN-USUARIO NOT = "NOUSERS "
              MOVE WKS-SGN-USUARIO TO WKS-USUARIO
              MOVE "S" TO WKS-SIGNON-OK
           END-IF.
       00020-CARGAR-FORMULAS.
           OPEN INPUT CALCFORM.
           IF WKS-FORM-STATUS > "07"
              CONTINUE
           ELSE
              MOVE "N" TO WKS-FIN-FORM
              PERFORM 00021-LEER-FORMULA
              PERFORM 00022-GUARDAR-FORMULA
                 UNTIL WKS-FIN-FORM = "S"
              CLOSE CALCFORM.
       00021-LEER-FORMULA.
           READ CALCFORM
              AT END MOVE "S" TO WKS-FIN-FORM.
       00022-GUARDAR-FORMULA.
           IF WKS-FORM-CNT < 50
              ADD 1 TO WKS-FORM-CNT
              MOVE FORM-NOMBRE  TO WKS-FORM-T-NOMBRE (WKS-FORM-CNT)
              MOVE FORM-DESC    TO WKS-FORM-T-DESC (WKS-FORM-CNT)
              MOVE FORM-EXPR    TO WKS-FORM-T-EXPR (WKS-FORM-CNT)
              MOVE FORM-USUARIO TO WKS-FORM-T-USR (WKS-FORM-CNT)
              MOVE FORM-FECHA   TO WKS-FORM-T-FECHA (WKS-FORM-CNT)
           ELSE
              MOVE "S" TO WKS-TRUNCADA
           END-IF.
           PERFORM 00021-LEER-FORMULA.
      * UN NOMBRE QUE YA EXISTE SE REEMPLAZA (CAMBIO); UNO NUEVO SE
      * AGREGA AL FINAL DE LA TABLA
       00030-AGREGAR-FORMULA.
           DISPLAY "NOMBRE DE LA FORMULA (EJ IVA): ".
           ACCEPT WKS-NOMBRE-ENT.
           INSPECT WKS-NOMBRE-ENT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WKS-NOMBRE-ENT = SPACES
              DISPLAY "NOMBRE OBLIGATORIO"
           ELSE
              PERFORM 00070-BUSCAR-NOMBRE
              IF WKS-FORM-HALLADA NOT = "S" AND WKS-FORM-CNT >= 50
                 DISPLAY "TABLA DE FORMULAS LLENA (50)"
              ELSE
                 DISPLAY "DESCRIPCION: "
                 ACCEPT WKS-DESC-ENT
                 DISPLAY "EXPRESION (EJ BASE * 0.19): "
                 ACCEPT WKS-EXPR-ENT
                 INSPECT WKS-EXPR-ENT CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 PERFORM 00031-VALIDAR-EXPRESION
                 IF WKS-EXPR-OK NOT = "S"
                    DISPLAY "EXPRESION INVALIDA, NO SE GRABA"
                 ELSE
                    PERFORM 00032-GRABAR-EN-TABLA
                 END-IF
              END-IF.
      * SOLO DIGITOS, PUNTO, LETRAS, _, ESPACIO, + - * / Y PARENTESIS
      * BALANCEADOS - LO MISMO QUE ACEPTA EL MOTOR DE PRUEBA
       00031-VALIDAR-EXPRESION.
           MOVE "S" TO WKS-EXPR-OK.
           MOVE ZERO TO WKS-PAREN.
           IF WKS-EXPR-ENT = SPACES
              MOVE "N" TO WKS-EXPR-OK
           ELSE
              PERFORM 00033-VALIDAR-CARACTER
                 VARYING WKS-EXPR-POS FROM 1 BY 1
                 UNTIL WKS-EXPR-POS > 70 OR WKS-EXPR-OK = "N"
              IF WKS-PAREN NOT = ZERO
                 MOVE "N" TO WKS-EXPR-OK
                 DISPLAY "PARENTESIS DESBALANCEADOS"
              END-IF.
       00032-GRABAR-EN-TABLA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WKS-FORM-HALLADA = "S"
              MOVE WKS-FORM-IDX TO WKS-FORM-POS
              DISPLAY "FORMULA CAMBIADA"
           ELSE
              ADD 1 TO WKS-FORM-CNT
              MOVE WKS-FORM-CNT TO WKS-FORM-POS
              DISPLAY "FORMULA AGREGADA"
           END-IF.
           MOVE WKS-NOMBRE-ENT TO WKS-FORM-T-NOMBRE (WKS-FORM-POS).
           MOVE WKS-DESC-ENT   TO WKS-FORM-T-DESC (WKS-FORM-POS).
           MOVE WKS-EXPR-ENT   TO WKS-FORM-T-EXPR (WKS-FORM-POS).
           MOVE WKS-USUARIO    TO WKS-FORM-T-USR (WKS-FORM-POS).
           MOVE WKS-FECHA-HOY  TO WKS-FORM-T-FECHA (WKS-FORM-POS).
           MOVE "S" TO WKS-CAMBIOS.
       00033-VALIDAR-CARACTER.
           MOVE WKS-EXPR-ENT (WKS-EXPR-POS:1) TO WKS-EXPR-CAR.
           IF WKS-EXPR-CAR = "("
              ADD 1 TO WKS-PAREN
           ELSE
           IF WKS-EXPR-CAR = ")"
              SUBTRACT 1 FROM WKS-PAREN
              IF WKS-PAREN < ZERO
                 MOVE "N" TO WKS-EXPR-OK
              END-IF
           ELSE
           IF WKS-EXPR-CAR IS NUMERIC OR WKS-EXPR-CAR = "."
              OR WKS-EXPR-CAR IS ALPHABETIC-UPPER
              OR WKS-EXPR-CAR = "_" OR WKS-EXPR-CAR = "+"
              OR WKS-EXPR-CAR = "-" OR WKS-EXPR-CAR = "*"
              OR WKS-EXPR-CAR = "/"
              CONTINUE
           ELSE
              MOVE "N" TO WKS-EXPR-OK
              DISPLAY "CARACTER INVALIDO: " WKS-EXPR-CAR.
      * EL BORRADO CORRE LAS FORMULAS SIGUIENTES UNA POSICION
       00040-BORRAR-FORMULA.
           DISPLAY "NOMBRE DE LA FORMULA A BORRAR: ".
           ACCEPT WKS-NOMBRE-ENT.
           INSPECT WKS-NOMBRE-ENT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 00070-BUSCAR-NOMBRE.
           IF WKS-FORM-HALLADA NOT = "S"
              DISPLAY "FORMULA NO EXISTE"
           ELSE
              DISPLAY WKS-FORM-T-NOMBRE (WKS-FORM-IDX) " = "
                      WKS-FORM-T-EXPR (WKS-FORM-IDX)
              DISPLAY "CONFIRMA BORRADO (S/N): "
              ACCEPT WKS-CONFIRMA
              IF WKS-CONFIRMA = "S" OR WKS-CONFIRMA = "s"
                 PERFORM 00041-CORRER-FORMULA
                    VARYING WKS-FORM-POS FROM WKS-FORM-IDX BY 1
                    UNTIL WKS-FORM-POS >= WKS-FORM-CNT
                 SUBTRACT 1 FROM WKS-FORM-CNT
                 MOVE "S" TO WKS-CAMBIOS
                 DISPLAY "FORMULA BORRADA"
              END-IF.
       00041-CORRER-FORMULA.
           MOVE WKS-FORM-E (WKS-FORM-POS + 1)
              TO WKS-FORM-E (WKS-FORM-POS).
       00050-LISTAR-FORMULAS.
           IF WKS-FORM-CNT = ZERO
              DISPLAY "NO HAY FORMULAS"
           ELSE
              PERFORM 00051-MOSTRAR-FORMULA
                 VARYING WKS-FORM-IDX FROM 1 BY 1
                 UNTIL WKS-FORM-IDX > WKS-FORM-CNT.
       00051-MOSTRAR-FORMULA.
           DISPLAY WKS-FORM-T-NOMBRE (WKS-FORM-IDX) " "
                   WKS-FORM-T-DESC (WKS-FORM-IDX) " "
                   WKS-FORM-T-USR (WKS-FORM-IDX) " "
                   WKS-FORM-T-FECHA (WKS-FORM-IDX).
           DISPLAY "         = " WKS-FORM-T-EXPR (WKS-FORM-IDX).
       00060-REESCRIBIR-FORMULAS.
           OPEN OUTPUT CALCFORM.
           IF WKS-FORM-STATUS > "07"
              DISPLAY "NO SE PUDO GRABAR CALCFORM.DAT"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 00061-GRABAR-FORMULA
                 VARYING WKS-FORM-IDX FROM 1 BY 1
                 UNTIL WKS-FORM-IDX > WKS-FORM-CNT
              CLOSE CALCFORM
              DISPLAY "CALCFORM.DAT GRABADO: " WKS-FORM-CNT
                      " FORMULAS".
       00061-GRABAR-FORMULA.
           MOVE WKS-FORM-T-NOMBRE (WKS-FORM-IDX) TO FORM-NOMBRE.
           MOVE WKS-FORM-T-DESC (WKS-FORM-IDX)   TO FORM-DESC.
           MOVE WKS-FORM-T-EXPR (WKS-FORM-IDX)   TO FORM-EXPR.
           MOVE WKS-FORM-T-USR (WKS-FORM-IDX)    TO FORM-USUARIO.
           MOVE WKS-FORM-T-FECHA (WKS-FORM-IDX)  TO FORM-FECHA.
           WRITE WKS-FORM-REC.
       00070-BUSCAR-NOMBRE.
           MOVE "N" TO WKS-FORM-HALLADA.
           PERFORM 00071-COMPARAR-NOMBRE
              VARYING WKS-FORM-IDX FROM 1 BY 1
              UNTIL WKS-FORM-IDX > WKS-FORM-CNT
                 OR WKS-FORM-HALLADA = "S".
           IF WKS-FORM-HALLADA = "S"
              SUBTRACT 1 FROM WKS-FORM-IDX.
       00071-COMPARAR-NOMBRE.
           IF WKS-FORM-T-NOMBRE (WKS-FORM-IDX) = WKS-NOMBRE-ENT
              MOVE "S" TO WKS-FORM-HALLADA.
       END PROGRAM FRMMNT1.
