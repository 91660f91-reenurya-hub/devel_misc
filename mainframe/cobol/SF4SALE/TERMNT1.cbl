       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMNT1.
      * ===============================================================
      * TERMNT1 = MANTENIMIENTO DEL MAESTRO DE TERRITORIOS TERRMST.DAT
      * (CODIGO, DESCRIPCION, GERENTE REGIONAL, CUOTA DEL TERRITORIO).
      * EL CODIGO ES EL MISMO VALOR QUE LLEVA SLM-TERRITORY EN
      * SLSMST.DAT Y SE GUARDA EN MAYUSCULAS; SLMMNT1 VALIDA CONTRA
      * ESTE MAESTRO PARA QUE UN TERRITORIO NO APAREZCA CON DOS
      * NOMBRES. NO SE BORRA UN TERRITORIO QUE TENGA VENDEDORES.
      * SLSTER1 TOMA DE AQUI EL GERENTE Y LA CUOTA DEL TERRITORIO
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERRMST ASSIGN TO "TERRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CODE
               FILE STATUS IS WS-TER-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERRMST.
       01 REG-TERRMST.
           03 TER-CODE                     PIC X(20).
           03 TER-DESC                     PIC X(30).
           03 TER-MANAGER                  PIC X(30).
           03 TER-QUOTA                    PIC 9(10).
           03 FILLER                       PIC X(10).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       WORKING-STORAGE SECTION.
        01  WS-TER-STATUS       PIC XX.
            88 WS-TER-NOTFND    VALUE '23' '35'.
        01  WS-MST-STATUS       PIC XX.
        01  WS-OPCION           PIC 9(01).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-ENT-CODE         PIC X(20).
        01  WS-ENT-DESC         PIC X(30).
        01  WS-ENT-MANAGER      PIC X(30).
        01  WS-ENT-QUOTA        PIC X(10).
        01  WS-CONFIRM          PIC X(01).
        01  WS-CNT-VENDEDORES   PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           CLOSE TERRMST.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * OPEN I-O FOR KEYED ACCESS, CREATING TERRMST.DAT ON FIRST USE
       0100-OPEN-MASTER.
           OPEN I-O TERRMST.
           IF WS-TER-NOTFND
              OPEN OUTPUT TERRMST
              CLOSE TERRMST
              OPEN I-O TERRMST
           END-IF.

       0200-MENU.
           DISPLAY "***** MAESTRO DE TERRITORIOS (TERRMST.DAT) *****".
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

      * EL CODIGO SIEMPRE EN MAYUSCULAS - ES LA LLAVE Y EL VALOR QUE
      * QUEDA EN SLM-TERRITORY
       0240-ENTER-CODE.
           ACCEPT WS-ENT-CODE.
           INSPECT WS-ENT-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       0250-ENTER-FIELDS.
           DISPLAY "DESCRIPCION         : ".
           ACCEPT WS-ENT-DESC.
           DISPLAY "GERENTE REGIONAL    : ".
           ACCEPT WS-ENT-MANAGER.
           DISPLAY "CUOTA (10 DIGITOS)  : ".
           ACCEPT WS-ENT-QUOTA.

       0300-AGREGAR.
           DISPLAY "CODIGO DE TERRITORIO: ".
           PERFORM 0240-ENTER-CODE.
           IF WS-ENT-CODE = SPACES
              DISPLAY "EL CODIGO ES OBLIGATORIO"
           ELSE
              PERFORM 0250-ENTER-FIELDS
              IF WS-ENT-DESC = SPACES
                 DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
              ELSE
              IF WS-ENT-QUOTA NOT NUMERIC
                 DISPLAY "CUOTA DEBE SER NUMERICA (10 DIGITOS)"
              ELSE
                 MOVE WS-ENT-CODE    TO TER-CODE
                 MOVE WS-ENT-DESC    TO TER-DESC
                 MOVE WS-ENT-MANAGER TO TER-MANAGER
                 MOVE WS-ENT-QUOTA   TO TER-QUOTA
                 WRITE REG-TERRMST
                    INVALID KEY
                       DISPLAY "EL TERRITORIO YA EXISTE"
                    NOT INVALID KEY
                       DISPLAY "TERRITORIO AGREGADO"
                 END-WRITE
              END-IF
              END-IF
           END-IF.

       0400-LISTAR.
           CLOSE TERRMST.
           OPEN INPUT TERRMST.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0410-READ-NEXT.
           PERFORM 0420-LIST-ONE
              UNTIL WS-EOF.
           CLOSE TERRMST.
           PERFORM 0100-OPEN-MASTER.

       0410-READ-NEXT.
           READ TERRMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0420-LIST-ONE.
           DISPLAY TER-CODE " " TER-DESC " GTE:" TER-MANAGER
              " CUOTA:" TER-QUOTA.
           PERFORM 0410-READ-NEXT.

       0500-MODIFICAR.
           DISPLAY "TERRITORIO A MODIFICAR: ".
           PERFORM 0240-ENTER-CODE.
           MOVE WS-ENT-CODE TO TER-CODE.
           READ TERRMST
              INVALID KEY
                 DISPLAY "TERRITORIO NO EXISTE"
              NOT INVALID KEY
                 DISPLAY "ACTUAL: " TER-DESC " GTE:" TER-MANAGER
                    " CUOTA:" TER-QUOTA
                 PERFORM 0250-ENTER-FIELDS
                 IF WS-ENT-DESC = SPACES
                    DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
                 ELSE
                 IF WS-ENT-QUOTA NOT NUMERIC
                    DISPLAY "CUOTA DEBE SER NUMERICA (10 DIGITOS)"
                 ELSE
                    MOVE WS-ENT-DESC    TO TER-DESC
                    MOVE WS-ENT-MANAGER TO TER-MANAGER
                    MOVE WS-ENT-QUOTA   TO TER-QUOTA
                    REWRITE REG-TERRMST
                    DISPLAY "TERRITORIO ACTUALIZADO"
                 END-IF
                 END-IF
           END-READ.

       0600-BORRAR.
           DISPLAY "TERRITORIO A BORRAR: ".
           PERFORM 0240-ENTER-CODE.
           MOVE WS-ENT-CODE TO TER-CODE.
           READ TERRMST
              INVALID KEY
                 DISPLAY "TERRITORIO NO EXISTE"
              NOT INVALID KEY
                 PERFORM 0650-COUNT-SALESMEN
                 IF WS-CNT-VENDEDORES > ZERO
                    DISPLAY "EL TERRITORIO TIENE " WS-CNT-VENDEDORES
                       " VENDEDORES EN SLSMST.DAT - NO SE BORRA"
                 ELSE
                    DISPLAY "BORRAR " TER-DESC "? (S/N): "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                       DELETE TERRMST RECORD
                       DISPLAY "TERRITORIO BORRADO"
                    END-IF
                 END-IF
           END-READ.

       0650-COUNT-SALESMEN.
           MOVE ZERO TO WS-CNT-VENDEDORES.
           OPEN INPUT SLSMST.
           IF WS-MST-STATUS NOT = "00"
              IF WS-MST-STATUS = "05" OR WS-MST-STATUS = "35"
                 CLOSE SLSMST
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0660-READ-NEXT-SALESMAN
              PERFORM 0670-CHECK-ONE-SALESMAN
                 UNTIL WS-EOF
              CLOSE SLSMST
           END-IF.

       0660-READ-NEXT-SALESMAN.
           READ SLSMST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0670-CHECK-ONE-SALESMAN.
           IF SLM-TERRITORY = WS-ENT-CODE
              ADD 1 TO WS-CNT-VENDEDORES
           END-IF.
           PERFORM 0660-READ-NEXT-SALESMAN.
       END PROGRAM TERMNT1.
