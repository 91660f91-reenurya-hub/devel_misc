      * IMAGES TO THE AUDIT FILE GAMAUD.DAT AND REWRITES GAMES.DAT -
      * THE SUPPORTED WAY TO FIX A SCORE TYPO, INSTEAD OF A TEXT
      * EDITOR. GMSSTD1 PRODUCES CORRECT STANDINGS ON ITS NEXT RUN
      * BECAUSE IT ALWAYS RE-TALLIES THE WHOLE SEASON. A RESULT OF A
      * SEASON ALREADY CLOSED BY SEACLS1 (SEASONS.DAT) IS FROZEN AND
      * CANNOT BE CORRECTED. THE AUDIT IMAGES KEEP THE ORIGINAL
      * 54-BYTE GAME LAYOUT; THE SEASON CODE IS NEVER CORRECTED
       PROGRAM-ID. GMSCOR1.
      * ===============================================================
       ENVIRONMENT DIVISION.
           03 GM-AWAY-TEAM                     PIC X(20).
           03 GM-HOME-SCORE                    PIC 9(03).
           03 GM-AWAY-SCORE                    PIC 9(03).
           03 GM-TEMPORADA                     PIC X(06).

       FD GAMAUD.
       01 AUD-REC.
           03 AUD-HORA                         PIC 9(06).
           03 AUD-ANTES                        PIC X(54).
           03 AUD-DESPUES                      PIC X(54).
           03 AUD-USUARIO                      PIC X(08).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-GAMES-STATUS                      PIC XX.
      *
      * TODO GAMES.DAT SE CARGA A LA TABLA, SE CORRIGE LA ENTRADA Y
      * EL ARCHIVO SE REESCRIBE COMPLETO
       01 WS-GM-COUNT                          PIC 9(04) VALUE ZERO.
       01 WS-GM-IDX                            PIC 9(04).
       01 WS-GM-HIT                            PIC 9(04).
       01 WS-TRUNC-SW                          PIC X(01) VALUE "N".
           88 WS-CARGA-TRUNCADA                VALUE "S".
       01 WS-GM-TABLA.
           03 WS-GM-ENTRY OCCURS 3000 TIMES.
              05 WS-GM-IMAGEN                  PIC X(60).
       01 WS-GM-DET REDEFINES WS-GM-TABLA.
           03 WS-GM-DENTRY OCCURS 3000 TIMES.
              05 WS-GM-FECHA                   PIC 9(08).
              05 WS-GM-HOME                    PIC X(20).
              05 WS-GM-AWAY                    PIC X(20).
              05 WS-GM-HSC                     PIC 9(03).
              05 WS-GM-ASC                     PIC 9(03).
              05 WS-GM-TEMP                    PIC X(06).
      *
       01 WS-ANTES-IMAGEN                      PIC X(60).
      * SEASON OF THE GAME, RESOLVED BY SEACHK1
       01 WS-SEA-REQ.
           03 WS-SEA-FUNCION                   PIC X(01).
           03 WS-SEA-PROGRAMA                  PIC X(08).
           03 WS-SEA-FECHA                     PIC 9(08).
           03 WS-SEA-CODIGO                    PIC X(06).
           03 WS-SEA-NOMBRE                    PIC X(30).
           03 WS-SEA-FEC-INI                   PIC 9(08).
           03 WS-SEA-FEC-FIN                   PIC 9(08).
           03 WS-SEA-ESTADO                    PIC X(01).
              88 WS-SEA-CERRADA                VALUE "C".
           03 WS-SEA-RESULT                    PIC X(01).
              88 WS-SEA-OK                     VALUE "S".
              88 WS-SEA-SIN-MAESTRO            VALUE "V".

      * USUARIO DE LA SESION (USRSES1) PARA LA LINEA DE AUDITORIA
       01 WS-SES-REQ.
           03 WS-SES-FUNCION                   PIC X(01).
           03 WS-SES-USUARIO                   PIC X(08).
           03 WS-SES-RESULT                    PIC X(01).
              88 WS-SES-OK                     VALUE "S".

       01 WS-FECHA-HOY                         PIC 9(08).
       01 WS-HORA-HOY.
           03 WS-HH                            PIC 9(02).
      * ===============================================================
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE "F" TO WS-SES-FUNCION.
           CALL "USRSES1" USING WS-SES-REQ.
           IF NOT WS-SES-OK
              DISPLAY "SIGN-ON FALLIDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 200-CARGAR-JUEGOS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "GAMES.DAT EXCEDE LA TABLA (3000) - NO SE "
                 "CORRIGE PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 350-CHECK-SEASON.
           IF WS-SEA-OK AND WS-SEA-CERRADA
              DISPLAY "TEMPORADA " WS-SEA-CODIGO " CERRADA - EL "
                 "RESULTADO NO SE PUEDE CORREGIR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 400-CORREGIR-JUEGO.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
              MOVE "N" TO WS-GAMES-EOF-SW
              PERFORM 210-LEER-JUEGO
              PERFORM 220-CARGAR-UN-JUEGO
                 UNTIL WS-GAMES-EOF OR WS-GM-COUNT >= 3000
              IF NOT WS-GAMES-EOF
                 MOVE "S" TO WS-TRUNC-SW
              END-IF
              AND WS-GM-AWAY (WS-GM-IDX) = WS-ENT-AWAY
              MOVE WS-GM-IDX TO WS-GM-HIT
           END-IF.
      * ...............................................................
      * THE SEASON OF THE GAME - ITS OWN CODE, OR ITS DATE WHEN THE
      * GAME WAS CAPTURED BEFORE SEASONS WERE KEPT
       350-CHECK-SEASON.
           MOVE "GMSCOR1" TO WS-SEA-PROGRAMA.
           MOVE WS-GM-FECHA (WS-GM-HIT) TO WS-SEA-FECHA.
           IF WS-GM-TEMP (WS-GM-HIT) NOT = SPACES
              MOVE "C" TO WS-SEA-FUNCION
              MOVE WS-GM-TEMP (WS-GM-HIT) TO WS-SEA-CODIGO
           ELSE
              MOVE "D" TO WS-SEA-FUNCION
           END-IF.
           CALL "SEACHK1" USING WS-SEA-REQ.
      * ...............................................................
       400-CORREGIR-JUEGO.
           DISPLAY "MARCADOR EN ARCHIVO: "
           ELSE
              MOVE WS-FECHA-HOY TO AUD-FECHA
              MOVE WS-HORA-HOY (1:6) TO AUD-HORA
              MOVE WS-ANTES-IMAGEN (1:54) TO AUD-ANTES
              MOVE WS-GM-IMAGEN (WS-GM-HIT) (1:54) TO AUD-DESPUES
              MOVE WS-SES-USUARIO TO AUD-USUARIO
              WRITE AUD-REC
              CLOSE GAMAUD
           END-IF.
