       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMMNT1.
      * ===============================================================
      * GLMMNT1 = MANTENIMIENTO DE LA TABLA DE CUENTAS CONTABLES
      * GLMAP.DAT QUE USA GLJRN1 PARA ARMAR EL DIARIO DE COMISIONES.
      * DOS CLASES DE RENGLON:
      *   A = CONCEPTO -> CUENTA DEL MAYOR. CONCEPTOS: COMISION
      *       (GASTO), COBRO (COBROS POR DEVOLUCIONES, SI NO SE DA VA
      *       A LA CUENTA DE COMISION), RETENCION (RETENCION POR
      *       PAGAR), REINTEGRO (RETENCION REVERSADA POR DEVOLUCIONES,
      *       SI NO SE DA VA A LA CUENTA DE RETENCION), ANTICIPO
      *       (ANTICIPOS A VENDEDORES RECUPERADOS EN LA LIQUIDACION)
      *       Y BANCO (PAGO AL BANCO POR PAGAR)
      *   C = EMP-ID DE EMPRESA.DAT -> CENTRO DE COSTO. EL EMP-ID "*"
      *       ES EL CENTRO DE COSTO POR DEFECTO
      * EL ARCHIVO SE CARGA A UNA TABLA, SE TRABAJA EN MEMORIA Y SE
      * REESCRIBE AL SALIR
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLMAP ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GLMAP.
       01 MAP-REC.
           03 MAP-TIPO                     PIC X(1).
           03 MAP-CLAVE                    PIC X(20).
           03 MAP-VALOR                    PIC X(12).
           03 MAP-DESC                     PIC X(30).
           03 FILLER                       PIC X(7).

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
      * ESTADO DE LA EMPRESA: A=ACTIVA, I=INACTIVA, S=SUSPENDIDA.
      * EN BLANCO (REGISTROS ANTERIORES AL CAMPO) SE TRATA COMO ACTIVA
           03 EMP-ESTADO       PIC X(01).
               88 EMP-ACTIVA   VALUE 'A' SPACE.
      * EMP-ID DE LA EMPRESA MADRE DEL GRUPO ECONOMICO (CRSFEMP)
           03 EMP-PADRE-ID     PIC X(20).
           03 EMP-FILLER       PIC X(463).

       WORKING-STORAGE SECTION.
        01  WS-MAP-STATUS       PIC XX.
        01  WS-EMP-STATUS       PIC XX.
        01  WS-OPCION           PIC 9(01).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-CAMBIOS-SW       PIC X(01) VALUE 'N'.
            88 WS-HAY-CAMBIOS   VALUE 'Y'.
        01  WS-EMP-DISP-SW      PIC X(01) VALUE 'N'.
            88 WS-EMP-DISPONIBLE VALUE 'Y'.
        01  WS-CLAVE-SW         PIC X(01).
            88 WS-CLAVE-VALIDA  VALUE 'Y'.

        01  WS-ENT-TIPO         PIC X(01).
            88 WS-TIPO-VALIDO   VALUE 'A' 'C'.
        01  WS-ENT-CLAVE        PIC X(20).
        01  WS-ENT-VALOR        PIC X(12).
        01  WS-ENT-DESC         PIC X(30).
        01  WS-CONFIRM          PIC X(01).

        01  WS-MAP-COUNT        PIC 9(03) VALUE ZERO.
        01  WS-MAP-IDX          PIC 9(03).
        01  WS-MAP-HIT          PIC 9(03).
        01  WS-MAP-TABLA.
            03 WS-MAP-ENTRY OCCURS 200 TIMES.
               05 WS-TBL-TIPO   PIC X(1).
               05 WS-TBL-CLAVE  PIC X(20).
               05 WS-TBL-VALOR  PIC X(12).
               05 WS-TBL-DESC   PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOAD-FILE.
           PERFORM 0150-OPEN-EMPRESA.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           IF WS-EMP-DISPONIBLE
              CLOSE EMPRESA
           END-IF.
           IF WS-HAY-CAMBIOS
              PERFORM 0800-REWRITE-FILE
              DISPLAY "GLMAP.DAT GRABADO: " WS-MAP-COUNT " RENGLONES"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0100-LOAD-FILE.
           OPEN INPUT GLMAP.
           IF WS-MAP-STATUS NOT = "00"
              IF WS-MAP-STATUS = "05" OR WS-MAP-STATUS = "35"
                 CLOSE GLMAP
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0110-READ-NEXT
              PERFORM 0120-LOAD-ONE
                 UNTIL WS-EOF OR WS-MAP-COUNT >= 200
              CLOSE GLMAP
           END-IF.

       0110-READ-NEXT.
           READ GLMAP
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0120-LOAD-ONE.
           ADD 1 TO WS-MAP-COUNT.
           MOVE MAP-TIPO  TO WS-TBL-TIPO (WS-MAP-COUNT).
           MOVE MAP-CLAVE TO WS-TBL-CLAVE (WS-MAP-COUNT).
           MOVE MAP-VALOR TO WS-TBL-VALOR (WS-MAP-COUNT).
           MOVE MAP-DESC  TO WS-TBL-DESC (WS-MAP-COUNT).
           PERFORM 0110-READ-NEXT.

      * SIN EMPRESA.DAT EL EMP-ID DE UN RENGLON C NO SE VALIDA
       0150-OPEN-EMPRESA.
           OPEN INPUT EMPRESA.
           IF WS-EMP-STATUS = "00"
              MOVE 'Y' TO WS-EMP-DISP-SW
           ELSE
              IF WS-EMP-STATUS = "05"
                 CLOSE EMPRESA
              END-IF
           END-IF.

       0200-MENU.
           DISPLAY "***** CUENTAS CONTABLES DE COMISIONES (GLMAP.DAT)".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-AGREGAR
              WHEN 2 PERFORM 0400-LISTAR
              WHEN 3 PERFORM 0500-MODIFICAR
              WHEN 4 PERFORM 0600-BORRAR
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * CLASE Y CLAVE DEL RENGLON; DEJA WS-MAP-HIT EN EL RENGLON
      * EXISTENTE O EN CERO
       0240-ENTER-KEY.
           DISPLAY "CLASE (A=CUENTA C=CENTRO DE COSTO): ".
           ACCEPT WS-ENT-TIPO.
           INSPECT WS-ENT-TIPO CONVERTING "ac" TO "AC".
           DISPLAY "CONCEPTO O EMP-ID : ".
           ACCEPT WS-ENT-CLAVE.
           INSPECT WS-ENT-CLAVE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-MAP-HIT.
           PERFORM 0245-MATCH-KEY
              VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT.

       0245-MATCH-KEY.
           IF WS-TBL-TIPO (WS-MAP-IDX) = WS-ENT-TIPO
              AND WS-TBL-CLAVE (WS-MAP-IDX) = WS-ENT-CLAVE
              MOVE WS-MAP-IDX TO WS-MAP-HIT
           END-IF.

       0250-ENTER-FIELDS.
           IF WS-ENT-TIPO = 'A'
              DISPLAY "CUENTA DEL MAYOR  : "
           ELSE
              DISPLAY "CENTRO DE COSTO   : "
           END-IF.
           ACCEPT WS-ENT-VALOR.
           DISPLAY "DESCRIPCION       : ".
           ACCEPT WS-ENT-DESC.

      * UN CONCEPTO DEBE SER UNO DE LOS QUE GLJRN1 CONOCE; UN EMP-ID
      * DEBE EXISTIR EN EMPRESA.DAT (SALVO EL "*" POR DEFECTO)
       0260-VALIDATE-KEY.
           MOVE 'N' TO WS-CLAVE-SW.
           IF WS-ENT-TIPO = 'A'
              IF WS-ENT-CLAVE = "COMISION" OR "COBRO" OR "RETENCION"
                 OR "REINTEGRO" OR "ANTICIPO" OR "BANCO"
                 MOVE 'Y' TO WS-CLAVE-SW
              ELSE
                 DISPLAY "CONCEPTO INVALIDO (COMISION, COBRO, "
                    "RETENCION, REINTEGRO, ANTICIPO, BANCO)"
              END-IF
           ELSE
              IF WS-ENT-CLAVE = "*" OR NOT WS-EMP-DISPONIBLE
                 MOVE 'Y' TO WS-CLAVE-SW
              ELSE
                 MOVE WS-ENT-CLAVE TO EMP-ID
                 READ EMPRESA
                    INVALID KEY
                       DISPLAY "EMP-ID NO EXISTE EN EMPRESA.DAT"
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-CLAVE-SW
                 END-READ
              END-IF
           END-IF.

       0300-AGREGAR.
           PERFORM 0240-ENTER-KEY.
           IF NOT WS-TIPO-VALIDO
              DISPLAY "CLASE INVALIDA (USE A O C)"
           ELSE
           IF WS-MAP-HIT > ZERO
              DISPLAY "EL RENGLON YA EXISTE - USE MODIFICAR"
           ELSE
           IF WS-MAP-COUNT >= 200
              DISPLAY "TABLA DE CUENTAS LLENA"
           ELSE
              PERFORM 0260-VALIDATE-KEY
              IF WS-CLAVE-VALIDA
                 PERFORM 0250-ENTER-FIELDS
                 IF WS-ENT-VALOR = SPACES
                    DISPLAY "LA CUENTA O CENTRO ES OBLIGATORIO"
                 ELSE
                    ADD 1 TO WS-MAP-COUNT
                    MOVE WS-ENT-TIPO  TO WS-TBL-TIPO (WS-MAP-COUNT)
                    MOVE WS-ENT-CLAVE TO WS-TBL-CLAVE (WS-MAP-COUNT)
                    MOVE WS-ENT-VALOR TO WS-TBL-VALOR (WS-MAP-COUNT)
                    MOVE WS-ENT-DESC  TO WS-TBL-DESC (WS-MAP-COUNT)
                    MOVE 'Y' TO WS-CAMBIOS-SW
                    DISPLAY "RENGLON AGREGADO"
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       0400-LISTAR.
           IF WS-MAP-COUNT = ZERO
              DISPLAY "SIN RENGLONES EN GLMAP.DAT"
           ELSE
              PERFORM 0410-LIST-ONE
                 VARYING WS-MAP-IDX FROM 1 BY 1
                 UNTIL WS-MAP-IDX > WS-MAP-COUNT
           END-IF.

       0410-LIST-ONE.
           DISPLAY WS-TBL-TIPO (WS-MAP-IDX) " "
              WS-TBL-CLAVE (WS-MAP-IDX) " -> "
              WS-TBL-VALOR (WS-MAP-IDX) " "
              WS-TBL-DESC (WS-MAP-IDX).

       0500-MODIFICAR.
           PERFORM 0240-ENTER-KEY.
           IF WS-MAP-HIT = ZERO
              DISPLAY "RENGLON NO EXISTE"
           ELSE
              DISPLAY "ACTUAL: " WS-TBL-VALOR (WS-MAP-HIT) " "
                 WS-TBL-DESC (WS-MAP-HIT)
              PERFORM 0250-ENTER-FIELDS
              IF WS-ENT-VALOR = SPACES
                 DISPLAY "LA CUENTA O CENTRO ES OBLIGATORIO"
              ELSE
                 MOVE WS-ENT-VALOR TO WS-TBL-VALOR (WS-MAP-HIT)
                 MOVE WS-ENT-DESC  TO WS-TBL-DESC (WS-MAP-HIT)
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 DISPLAY "RENGLON ACTUALIZADO"
              END-IF
           END-IF.

      * EL ULTIMO RENGLON PASA AL HUECO DEL BORRADO
       0600-BORRAR.
           PERFORM 0240-ENTER-KEY.
           IF WS-MAP-HIT = ZERO
              DISPLAY "RENGLON NO EXISTE"
           ELSE
              DISPLAY "BORRAR " WS-TBL-CLAVE (WS-MAP-HIT) " -> "
                 WS-TBL-VALOR (WS-MAP-HIT) "? (S/N): "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                 MOVE WS-MAP-ENTRY (WS-MAP-COUNT)
                    TO WS-MAP-ENTRY (WS-MAP-HIT)
                 SUBTRACT 1 FROM WS-MAP-COUNT
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 DISPLAY "RENGLON BORRADO"
              END-IF
           END-IF.

       0800-REWRITE-FILE.
           OPEN OUTPUT GLMAP.
           PERFORM 0810-WRITE-ONE
              VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           CLOSE GLMAP.

       0810-WRITE-ONE.
           MOVE SPACES TO MAP-REC.
           MOVE WS-TBL-TIPO (WS-MAP-IDX)  TO MAP-TIPO.
           MOVE WS-TBL-CLAVE (WS-MAP-IDX) TO MAP-CLAVE.
           MOVE WS-TBL-VALOR (WS-MAP-IDX) TO MAP-VALOR.
           MOVE WS-TBL-DESC (WS-MAP-IDX)  TO MAP-DESC.
           WRITE MAP-REC.
       END PROGRAM GLMMNT1.
