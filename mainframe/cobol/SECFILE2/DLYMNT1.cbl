       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYMNT1.
      * ===============================================================
      * DLYMNT1 = MANTENIMIENTO DEL CATALOGO DE CAUSAS DE DEMORA
      * DLYCAUSA.DAT (CODIGO, DESCRIPCION Y A QUIEN SE IMPUTA: A =
      * LA AEROLINEA, E = EXTERNA COMO CLIMA O CONTROL DE TRAFICO).
      * CONTRA EL SE VALIDA LA CAUSA QUE OPERACIONES DIGITA EN FLTOPS1
      * PARA UN VUELO DEMORADO, Y FLTOTP1 LO USA PARA NOMBRAR LAS
      * PRINCIPALES CAUSAS EN EL REPORTE DE PUNTUALIDAD. EL ARCHIVO
      * SE CARGA A UNA TABLA, SE TRABAJA EN MEMORIA Y SE REESCRIBE
      * AL SALIR
      * ===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL DLYCAUSA ASSIGN TO "DLYCAUSA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DLYCAUSA.
       01 DLY-REC.
            05 DLY-CODE                  PIC X(2).
            05 DLY-DESC                  PIC X(30).
      * IMPUTABLE A: A = AEROLINEA, E = EXTERNA
            05 DLY-IMPUTA                PIC X(1).

        WORKING-STORAGE SECTION.
        01   WS-DLY-STATUS              PIC XX.
        01   WS-OPCION                  PIC 9(01).
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".

        01   WS-ENT-CODE                PIC X(02).
        01   WS-ENT-DESC                PIC X(30).
        01   WS-ENT-IMPUTA              PIC X(01).
             88 WS-IMPUTA-VALIDO        VALUE "A" "E".

        01   WS-DLY-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-DLY-IDX                 PIC 9(03).
        01   WS-DLY-HIT                 PIC 9(03).
        01   WS-DLY-TABLA.
             03 WS-DLY-ENTRY OCCURS 100 TIMES.
                05 WS-TBL-CODE          PIC X(2).
                05 WS-TBL-DESC          PIC X(30).
                05 WS-TBL-IMPUTA        PIC X(1).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-FILE.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE DLYCAUSA.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 0800-REWRITE-FILE
                 DISPLAY "DLYCAUSA.DAT GRABADO: " WS-DLY-COUNT
                    " CAUSAS"
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-FILE.
           OPEN INPUT DLYCAUSA.
           IF WS-DLY-STATUS NOT = "00"
              IF WS-DLY-STATUS = "05" OR WS-DLY-STATUS = "35"
                 CLOSE DLYCAUSA
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 0110-READ-NEXT
              PERFORM 0120-LOAD-ONE
                 UNTIL WS-EOF OR WS-DLY-COUNT >= 100
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
                 DISPLAY "DLYCAUSA.DAT EXCEDE LA TABLA (100) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE DLYCAUSA
           END-IF.

        0110-READ-NEXT.
           READ DLYCAUSA
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE.
           ADD 1 TO WS-DLY-COUNT.
           MOVE DLY-CODE   TO WS-TBL-CODE (WS-DLY-COUNT).
           MOVE DLY-DESC   TO WS-TBL-DESC (WS-DLY-COUNT).
           MOVE DLY-IMPUTA TO WS-TBL-IMPUTA (WS-DLY-COUNT).
           PERFORM 0110-READ-NEXT.

        0200-MENU.
           DISPLAY "***** CAUSAS DE DEMORA (DLYCAUSA.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-ADD-CAUSE
              WHEN 2 PERFORM 0400-LIST-CAUSES
              WHEN 3 PERFORM 0500-CHANGE-CAUSE
              WHEN 4 PERFORM 0600-DELETE-CAUSE
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

        0250-ENTER-FIELDS.
           DISPLAY "DESCRIPCION         : ".
           ACCEPT WS-ENT-DESC.
           DISPLAY "IMPUTABLE A (A=AEROLINEA E=EXTERNA): ".
           ACCEPT WS-ENT-IMPUTA.

        0300-ADD-CAUSE.
           DISPLAY "CODIGO DE CAUSA (2 MAX): ".
           ACCEPT WS-ENT-CODE.
           IF WS-ENT-CODE = SPACES
              DISPLAY "CODIGO DE CAUSA OBLIGATORIO"
           ELSE
              PERFORM 0700-FIND-CAUSE
              IF WS-DLY-HIT > ZERO
                 DISPLAY "EL CODIGO DE CAUSA YA EXISTE"
              ELSE
                 IF WS-DLY-COUNT >= 100
                    DISPLAY "TABLA DE CAUSAS LLENA"
                 ELSE
                    PERFORM 0250-ENTER-FIELDS
                    IF WS-ENT-DESC = SPACES
                       DISPLAY "DESCRIPCION OBLIGATORIA"
                    ELSE
                    IF NOT WS-IMPUTA-VALIDO
                       DISPLAY "IMPUTABLE DEBE SER A O E"
                    ELSE
                       ADD 1 TO WS-DLY-COUNT
                       MOVE WS-ENT-CODE
                          TO WS-TBL-CODE (WS-DLY-COUNT)
                       MOVE WS-ENT-DESC
                          TO WS-TBL-DESC (WS-DLY-COUNT)
                       MOVE WS-ENT-IMPUTA
                          TO WS-TBL-IMPUTA (WS-DLY-COUNT)
                       MOVE "Y" TO WS-CAMBIOS-SW
                       DISPLAY "CAUSA AGREGADA"
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

        0400-LIST-CAUSES.
           IF WS-DLY-COUNT = ZERO
              DISPLAY "NO HAY CAUSAS EN DLYCAUSA.DAT"
           ELSE
              PERFORM 0410-LIST-ONE
                 VARYING WS-DLY-IDX FROM 1 BY 1
                 UNTIL WS-DLY-IDX > WS-DLY-COUNT
           END-IF.

        0410-LIST-ONE.
           IF WS-TBL-IMPUTA (WS-DLY-IDX) = "A"
              DISPLAY WS-TBL-CODE (WS-DLY-IDX) " "
                      WS-TBL-DESC (WS-DLY-IDX) " AEROLINEA"
           ELSE
              DISPLAY WS-TBL-CODE (WS-DLY-IDX) " "
                      WS-TBL-DESC (WS-DLY-IDX) " EXTERNA"
           END-IF.

        0500-CHANGE-CAUSE.
           DISPLAY "CODIGO DE CAUSA A MODIFICAR: ".
           ACCEPT WS-ENT-CODE.
           PERFORM 0700-FIND-CAUSE.
           IF WS-DLY-HIT = ZERO
              DISPLAY "CODIGO DE CAUSA NO EXISTE"
           ELSE
              MOVE WS-DLY-HIT TO WS-DLY-IDX
              PERFORM 0410-LIST-ONE
              PERFORM 0250-ENTER-FIELDS
              IF WS-ENT-DESC = SPACES
                 DISPLAY "DESCRIPCION OBLIGATORIA"
              ELSE
              IF NOT WS-IMPUTA-VALIDO
                 DISPLAY "IMPUTABLE DEBE SER A O E"
              ELSE
                 MOVE WS-ENT-DESC   TO WS-TBL-DESC (WS-DLY-HIT)
                 MOVE WS-ENT-IMPUTA TO WS-TBL-IMPUTA (WS-DLY-HIT)
                 MOVE "Y" TO WS-CAMBIOS-SW
                 DISPLAY "CAUSA ACTUALIZADA"
              END-IF
              END-IF
           END-IF.

      * UNA CAUSA BORRADA QUE YA ESTE EN FLTACT.DAT SIGUE CONTANDO EN
      * FLTOTP1, QUE LA MUESTRA COMO FUERA DE CATALOGO
        0600-DELETE-CAUSE.
           DISPLAY "CODIGO DE CAUSA A BORRAR: ".
           ACCEPT WS-ENT-CODE.
           PERFORM 0700-FIND-CAUSE.
           IF WS-DLY-HIT = ZERO
              DISPLAY "CODIGO DE CAUSA NO EXISTE"
           ELSE
      * SE COMPACTA LA TABLA CORRIENDO LA ULTIMA ENTRADA AL HUECO
              MOVE WS-DLY-ENTRY (WS-DLY-COUNT)
                 TO WS-DLY-ENTRY (WS-DLY-HIT)
              SUBTRACT 1 FROM WS-DLY-COUNT
              MOVE "Y" TO WS-CAMBIOS-SW
              DISPLAY "CAUSA BORRADA"
           END-IF.

        0700-FIND-CAUSE.
           MOVE ZERO TO WS-DLY-HIT.
           PERFORM 0710-COMPARE-CAUSE
              VARYING WS-DLY-IDX FROM 1 BY 1
              UNTIL WS-DLY-IDX > WS-DLY-COUNT
                 OR WS-DLY-HIT > ZERO.

        0710-COMPARE-CAUSE.
           IF WS-TBL-CODE (WS-DLY-IDX) = WS-ENT-CODE
              MOVE WS-DLY-IDX TO WS-DLY-HIT
           END-IF.

        0800-REWRITE-FILE.
           OPEN OUTPUT DLYCAUSA.
           PERFORM 0810-WRITE-ONE
              VARYING WS-DLY-IDX FROM 1 BY 1
              UNTIL WS-DLY-IDX > WS-DLY-COUNT.
           CLOSE DLYCAUSA.

        0810-WRITE-ONE.
           MOVE WS-TBL-CODE (WS-DLY-IDX)   TO DLY-CODE.
           MOVE WS-TBL-DESC (WS-DLY-IDX)   TO DLY-DESC.
           MOVE WS-TBL-IMPUTA (WS-DLY-IDX) TO DLY-IMPUTA.
           WRITE DLY-REC.

          END PROGRAM DLYMNT1.
