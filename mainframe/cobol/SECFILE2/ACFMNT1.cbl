      * ACFTYPE.DAT (CODIGO, DESCRIPCION, SILLAS). CONTRA EL LO
      * VALIDAN FLTMNT1 Y FLTVAL1: LA CAPACIDAD DE UN VUELO DEBE
      * COINCIDIR CON LAS SILLAS DE SU TIPO, PARA QUE UN TURBOHELICE
      * DE 50 NO VUELVA A ENTRAR COMO 5000. CADA TIPO LLEVA ADEMAS
      * SU CONFIGURACION DE CABINA: HASTA 3 CLASES (J, Y...) CON SUS
      * SILLAS, QUE DEBEN SUMAR LAS SILLAS DEL TIPO - CONTRA ELLA SE
      * VALIDAN LAS CLASES DE CADA VUELO (FLTCAB1, FLTVAL1). EL
      * ARCHIVO SE CARGA A UNA TABLA, SE TRABAJA EN MEMORIA Y SE
      * REESCRIBE AL SALIR
      * ===============================================================

       ENVIRONMENT DIVISION.
            05 ACF-CODE                  PIC X(4).
            05 ACF-DESC                  PIC X(20).
            05 ACF-SEATS                 PIC 9(4).
      * CONFIGURACION DE CABINA: CLASE Y SILLAS DE CADA UNA, EN EL
      * ORDEN DE LA CABINA - EN BLANCO = TIPO SIN CONFIGURACION
            05 ACF-CFG OCCURS 3 TIMES.
               07 ACF-CFG-CLASE          PIC X(1).
               07 ACF-CFG-SEATS          PIC 9(4).

        WORKING-STORAGE SECTION.
        01   WS-ACF-STATUS              PIC XX.
        01   WS-ENT-CODE                PIC X(04).
        01   WS-ENT-DESC                PIC X(20).
        01   WS-ENT-SEATS               PIC X(04).
        01   WS-ENT-CLASE               PIC X(01).
        01   WS-ENT-CFG-SEATS           PIC X(04).

      * CONFIGURACION DE CABINA CAPTURADA, ANTES DE ACEPTARLA
        01   WS-CFG-IDX                 PIC 9(01).
        01   WS-CFG-IDX2                PIC 9(01).
        01   WS-CFG-SUMA                PIC 9(05).
        01   WS-CFG-FIN-SW              PIC X(01).
             88 WS-CFG-FIN              VALUE "Y".
        01   WS-CFG-OK-SW               PIC X(01).
             88 WS-CFG-OK               VALUE "Y".
        01   WS-ENT-CFG-TABLA.
             03 WS-ENT-CFG OCCURS 3 TIMES.
                05 WS-ENT-CFG-CLASE     PIC X(1).
                05 WS-ENT-CFG-NUM       PIC 9(4).

        01   WS-ACF-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-ACF-IDX                 PIC 9(03).
                05 WS-TBL-CODE          PIC X(4).
                05 WS-TBL-DESC          PIC X(20).
                05 WS-TBL-SEATS         PIC 9(4).
                05 WS-TBL-CFG OCCURS 3 TIMES.
                   07 WS-TBL-CFG-CLASE  PIC X(1).
                   07 WS-TBL-CFG-SEATS  PIC 9(4).

        PROCEDURE DIVISION.

           MOVE ACF-CODE  TO WS-TBL-CODE (WS-ACF-COUNT).
           MOVE ACF-DESC  TO WS-TBL-DESC (WS-ACF-COUNT).
           MOVE ACF-SEATS TO WS-TBL-SEATS (WS-ACF-COUNT).
           PERFORM 0130-LOAD-ONE-CFG
              VARYING WS-CFG-IDX FROM 1 BY 1
              UNTIL WS-CFG-IDX > 3.
           PERFORM 0110-READ-NEXT.

      * TIPOS GRABADOS ANTES DE LA CONFIGURACION LA TRAEN EN BLANCO
        0130-LOAD-ONE-CFG.
           IF ACF-CFG-CLASE (WS-CFG-IDX) = SPACE
              OR ACF-CFG-SEATS (WS-CFG-IDX) NOT NUMERIC
              MOVE SPACE TO WS-TBL-CFG-CLASE (WS-ACF-COUNT, WS-CFG-IDX)
              MOVE ZERO TO WS-TBL-CFG-SEATS (WS-ACF-COUNT, WS-CFG-IDX)
           ELSE
              MOVE ACF-CFG-CLASE (WS-CFG-IDX)
                 TO WS-TBL-CFG-CLASE (WS-ACF-COUNT, WS-CFG-IDX)
              MOVE ACF-CFG-SEATS (WS-CFG-IDX)
                 TO WS-TBL-CFG-SEATS (WS-ACF-COUNT, WS-CFG-IDX)
           END-IF.

        0200-MENU.
           DISPLAY "***** TIPOS DE AERONAVE (ACFTYPE.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-ENT-DESC.
           DISPLAY "SILLAS              : ".
           ACCEPT WS-ENT-SEATS.
           PERFORM 0260-ENTER-CONFIG.

      * HASTA 3 CLASES EN EL ORDEN DE LA CABINA. ENTER EN LA CLASE
      * TERMINA; SIN NINGUNA EL TIPO QUEDA SIN CONFIGURACION
        0260-ENTER-CONFIG.
           MOVE SPACES TO WS-ENT-CFG-TABLA.
           MOVE ZERO TO WS-CFG-SUMA.
           MOVE "N" TO WS-CFG-FIN-SW.
           MOVE "Y" TO WS-CFG-OK-SW.
           DISPLAY "CONFIGURACION DE CABINA (ENTER EN CLASE = FIN)".
           PERFORM 0270-ENTER-ONE-CLASS
              VARYING WS-CFG-IDX FROM 1 BY 1
              UNTIL WS-CFG-IDX > 3 OR WS-CFG-FIN OR NOT WS-CFG-OK.
           IF WS-CFG-OK AND WS-CFG-SUMA > ZERO
              AND WS-ENT-SEATS IS NUMERIC
              AND WS-CFG-SUMA NOT = FUNCTION NUMVAL(WS-ENT-SEATS)
              DISPLAY "LAS CLASES SUMAN " WS-CFG-SUMA
                 " SILLAS Y EL TIPO TIENE " WS-ENT-SEATS
              MOVE "N" TO WS-CFG-OK-SW
           END-IF.

        0270-ENTER-ONE-CLASS.
           DISPLAY "CLASE " WS-CFG-IDX "  (J, Y...): ".
           ACCEPT WS-ENT-CLASE.
           IF WS-ENT-CLASE = SPACE
              MOVE "Y" TO WS-CFG-FIN-SW
           ELSE
              PERFORM 0280-CHECK-DUP-CLASS
                 VARYING WS-CFG-IDX2 FROM 1 BY 1
                 UNTIL WS-CFG-IDX2 >= WS-CFG-IDX
              DISPLAY "SILLAS DE LA CLASE  : "
              ACCEPT WS-ENT-CFG-SEATS
              IF WS-ENT-CFG-SEATS NOT NUMERIC
                 OR WS-ENT-CFG-SEATS = ZERO
                 DISPLAY "SILLAS DE LA CLASE DEBE SER NUMERICO "
                    "MAYOR QUE 0"
                 MOVE "N" TO WS-CFG-OK-SW
              ELSE
                 MOVE WS-ENT-CLASE TO WS-ENT-CFG-CLASE (WS-CFG-IDX)
                 MOVE WS-ENT-CFG-SEATS TO WS-ENT-CFG-NUM (WS-CFG-IDX)
                 ADD WS-ENT-CFG-NUM (WS-CFG-IDX) TO WS-CFG-SUMA
              END-IF
           END-IF.

        0280-CHECK-DUP-CLASS.
           IF WS-ENT-CFG-CLASE (WS-CFG-IDX2) = WS-ENT-CLASE
              DISPLAY "CLASE " WS-ENT-CLASE " REPETIDA"
              MOVE "N" TO WS-CFG-OK-SW
           END-IF.

        0290-MOVE-CONFIG.
           MOVE WS-ENT-CFG-CLASE (WS-CFG-IDX)
              TO WS-TBL-CFG-CLASE (WS-ACF-HIT, WS-CFG-IDX).
           MOVE WS-ENT-CFG-NUM (WS-CFG-IDX)
              TO WS-TBL-CFG-SEATS (WS-ACF-HIT, WS-CFG-IDX).

        0300-ADD-TYPE.
           DISPLAY "CODIGO DE TIPO (4 MAX): ".
                    IF WS-ENT-SEATS NOT NUMERIC
                       OR WS-ENT-SEATS = ZERO
                       DISPLAY "SILLAS DEBE SER NUMERICO MAYOR QUE 0"
                    ELSE
                    IF NOT WS-CFG-OK
                       DISPLAY "CONFIGURACION DE CABINA INVALIDA - "
                          "NO SE AGREGA"
                    ELSE
                       ADD 1 TO WS-ACF-COUNT
                       MOVE WS-ENT-CODE
                          TO WS-TBL-DESC (WS-ACF-COUNT)
                       MOVE WS-ENT-SEATS
                          TO WS-TBL-SEATS (WS-ACF-COUNT)
                       MOVE WS-ACF-COUNT TO WS-ACF-HIT
                       PERFORM 0290-MOVE-CONFIG
                          VARYING WS-CFG-IDX FROM 1 BY 1
                          UNTIL WS-CFG-IDX > 3
                       MOVE "Y" TO WS-CAMBIOS-SW
                       DISPLAY "TIPO AGREGADO"
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY WS-TBL-CODE (WS-ACF-IDX) " "
                   WS-TBL-DESC (WS-ACF-IDX) " SILLAS:"
                   WS-TBL-SEATS (WS-ACF-IDX).
           PERFORM 0420-LIST-ONE-CFG
              VARYING WS-CFG-IDX FROM 1 BY 1
              UNTIL WS-CFG-IDX > 3.

        0420-LIST-ONE-CFG.
           IF WS-TBL-CFG-CLASE (WS-ACF-IDX, WS-CFG-IDX) NOT = SPACE
              DISPLAY "     CLASE "
                 WS-TBL-CFG-CLASE (WS-ACF-IDX, WS-CFG-IDX)
                 " SILLAS:" WS-TBL-CFG-SEATS (WS-ACF-IDX, WS-CFG-IDX)
           END-IF.

        0500-CHANGE-TYPE.
           DISPLAY "CODIGO DE TIPO A MODIFICAR: ".
              PERFORM 0250-ENTER-FIELDS
              IF WS-ENT-SEATS NOT NUMERIC OR WS-ENT-SEATS = ZERO
                 DISPLAY "SILLAS DEBE SER NUMERICO MAYOR QUE 0"
              ELSE
              IF NOT WS-CFG-OK
                 DISPLAY "CONFIGURACION DE CABINA INVALIDA - "
                    "NO SE MODIFICA"
              ELSE
                 MOVE WS-ENT-DESC  TO WS-TBL-DESC (WS-ACF-HIT)
                 MOVE WS-ENT-SEATS TO WS-TBL-SEATS (WS-ACF-HIT)
                 PERFORM 0290-MOVE-CONFIG
                    VARYING WS-CFG-IDX FROM 1 BY 1
                    UNTIL WS-CFG-IDX > 3
                 MOVE "Y" TO WS-CAMBIOS-SW
                 DISPLAY "TIPO ACTUALIZADO"
              END-IF
              END-IF
           END-IF.

        0600-DELETE-TYPE.
           MOVE WS-TBL-CODE (WS-ACF-IDX)  TO ACF-CODE.
           MOVE WS-TBL-DESC (WS-ACF-IDX)  TO ACF-DESC.
           MOVE WS-TBL-SEATS (WS-ACF-IDX) TO ACF-SEATS.
           PERFORM 0820-WRITE-ONE-CFG
              VARYING WS-CFG-IDX FROM 1 BY 1
              UNTIL WS-CFG-IDX > 3.
           WRITE ACF-REC.

        0820-WRITE-ONE-CFG.
           IF WS-TBL-CFG-CLASE (WS-ACF-IDX, WS-CFG-IDX) = SPACE
              MOVE SPACE TO ACF-CFG-CLASE (WS-CFG-IDX)
              MOVE ZERO TO ACF-CFG-SEATS (WS-CFG-IDX)
           ELSE
              MOVE WS-TBL-CFG-CLASE (WS-ACF-IDX, WS-CFG-IDX)
                 TO ACF-CFG-CLASE (WS-CFG-IDX)
              MOVE WS-TBL-CFG-SEATS (WS-ACF-IDX, WS-CFG-IDX)
                 TO ACF-CFG-SEATS (WS-CFG-IDX)
           END-IF.

          END PROGRAM ACFMNT1.
