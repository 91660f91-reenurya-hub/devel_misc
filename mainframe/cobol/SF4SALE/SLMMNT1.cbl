      * INTERFAZ DE LIQUIDACION). EL SLSMAN-ID APARECE EN SALES.DAT,
      * SLSQUOTA.DAT, SLSHIST.DAT Y SETTLE.DAT PERO NINGUN ARCHIVO
      * CARGABA EL NOMBRE - LOS REPORTES ERAN PAREDES DE NUMEROS.
      * CONTRA ESTE MAESTRO VALIDAN SLSCAP1 Y SF4SALE. EL TERRITORIO
      * SE VALIDA CONTRA TERRMST.DAT (TERMNT1) PARA QUE UNA MISMA
      * REGION NO QUEDE CARGADA CON DOS NOMBRES
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL TERRMST ASSIGN TO "TERRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CODE
               FILE STATUS IS WS-TER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SLSMST.
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD TERRMST.
       01 REG-TERRMST.
           03 TER-CODE                     PIC X(20).
           03 TER-DESC                     PIC X(30).
           03 TER-MANAGER                  PIC X(30).
           03 TER-QUOTA                    PIC 9(10).
           03 FILLER                       PIC X(10).

       WORKING-STORAGE SECTION.
        01  WS-MST-STATUS       PIC XX.
            88 WS-MST-NOTFND    VALUE '23' '35'.
            88 WS-STATUS-VALIDO VALUE 'A' 'I'.
        01  WS-ENT-CUENTA       PIC X(20).
        01  WS-CONFIRM          PIC X(01).
        01  WS-TER-STATUS       PIC XX.
        01  WS-TER-DISP-SW      PIC X(01).
            88 WS-TER-DISPONIBLE VALUE 'Y'.
        01  WS-TERR-SW          PIC X(01).
            88 WS-TERR-VALIDO   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0150-OPEN-TERRITORIES.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           CLOSE SLSMST.
           IF WS-TER-DISPONIBLE
              CLOSE TERRMST
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

              OPEN I-O SLSMST
           END-IF.

      * SIN TERRMST.DAT NO HAY CONTRA QUE VALIDAR; SE AVISA Y EL
      * TERRITORIO SE ACEPTA COMO VIENE
       0150-OPEN-TERRITORIES.
           MOVE 'N' TO WS-TER-DISP-SW.
           OPEN INPUT TERRMST.
           IF WS-TER-STATUS = "00"
              MOVE 'Y' TO WS-TER-DISP-SW
           ELSE
              IF WS-TER-STATUS = "05"
                 CLOSE TERRMST
              END-IF
              DISPLAY "AVISO: NO HAY TERRMST.DAT - EL TERRITORIO "
                 "NO SE VALIDA"
           END-IF.

       0200-MENU.
           DISPLAY "***** MAESTRO DE VENDEDORES (SLSMST.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-ENT-NAME.
           DISPLAY "TERRITORIO          : ".
           ACCEPT WS-ENT-TERR.
           INSPECT WS-ENT-TERR CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "ESTADO (A/I)        : ".
           ACCEPT WS-ENT-STATUS.
           DISPLAY "CUENTA BANCARIA     : ".
           ACCEPT WS-ENT-CUENTA.
           PERFORM 0260-VALIDATE-TERR.

       0260-VALIDATE-TERR.
           MOVE 'Y' TO WS-TERR-SW.
           IF WS-TER-DISPONIBLE
              MOVE WS-ENT-TERR TO TER-CODE
              READ TERRMST
                 INVALID KEY
                    MOVE 'N' TO WS-TERR-SW
              END-READ
           END-IF.

       0300-AGREGAR.
           DISPLAY "SLSMAN-ID (4 DIGITOS): ".
              ELSE
              IF NOT WS-STATUS-VALIDO
                 DISPLAY "ESTADO INVALIDO (USE A O I)"
              ELSE
              IF NOT WS-TERR-VALIDO
                 DISPLAY "TERRITORIO NO EXISTE EN TERRMST.DAT"
              ELSE
                 MOVE FUNCTION NUMVAL(WS-ENT-ID) TO SLM-ID
                 MOVE WS-ENT-NAME   TO SLM-NAME
                 END-WRITE
              END-IF
              END-IF
              END-IF
           END-IF.

       0400-LISTAR.
                    ELSE
                    IF NOT WS-STATUS-VALIDO
                       DISPLAY "ESTADO INVALIDO (USE A O I)"
                    ELSE
                    IF NOT WS-TERR-VALIDO
                       DISPLAY "TERRITORIO NO EXISTE EN TERRMST.DAT"
                    ELSE
                       MOVE WS-ENT-NAME   TO SLM-NAME
                       MOVE WS-ENT-TERR   TO SLM-TERRITORY
                       DISPLAY "VENDEDOR ACTUALIZADO"
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-IF.

