      * ===============================================================
       IDENTIFICATION DIVISION.
      * NITVAL1 = DIGITO DE VERIFICACION DEL NIT (ALGORITMO DIAN).
      * LA LLAMAN LA CAPTURA (CRSFEMP), LA CARGA MASIVA (EMPLOAD1),
      * LA FUSION DE DUPLICADOS (EMPMRG1) Y EL BARRIDO NITRPT1, ASI LA
      * REGLA VIVE EN UN SOLO LUGAR.
      * FORMATO ACEPTADO DEL EMP-ID: SOLO DIGITOS, CON PUNTOS DE MILES
      * OPCIONALES, Y EL DIGITO DE VERIFICACION AL FINAL - PEGADO
      * (9001234567) O TRAS UN GUION (900.123.456-7). LA BASE VA DE
      * 1 A 15 DIGITOS. CADA DIGITO DE LA BASE, DESDE LA DERECHA, SE
      * MULTIPLICA POR 3,7,13,17,19,23,29,37,41,43,47,53,59,67,71;
      * EL RESIDUO R DE LA SUMA ENTRE 11 DA EL DIGITO: R SI R ES 0
      * O 1, SI NO 11 - R.
      * RESULTADO: Y = NIT CORRECTO, N = DIGITO NO CUADRA (EN
      * LNK-NIT-DV-CALC QUEDA EL QUE DEBIA SER), F = FORMATO INVALIDO
       PROGRAM-ID. NITVAL1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-PESOS-VALORES                     PIC X(30)
           VALUE "030713171923293741434753596771".
       01 WS-PESOS-TABLA REDEFINES WS-PESOS-VALORES.
           03 WS-PESO OCCURS 15 TIMES          PIC 9(02).

      * DIGITOS DEL NIT SIN PUNTOS NI GUION, EN ORDEN DE LECTURA
       01 WS-DIG-TABLA.
           03 WS-DIG OCCURS 20 TIMES           PIC 9(01).
       01 WS-DIG-COUNT                         PIC 9(02).
       01 WS-BASE-COUNT                        PIC 9(02).
       01 WS-GUION-COUNT                       PIC 9(02).
      * CUANTOS DIGITOS HABIA CUANDO APARECIO EL GUION
       01 WS-GUION-POS                         PIC 9(02).
       01 WS-CAR-IDX                           PIC 9(02).
       01 WS-PESO-IDX                          PIC 9(02).
       01 WS-CAR                               PIC X(01).
       01 WS-FIN-SW                            PIC X(01).
           88 WS-FIN-TEXTO                     VALUE "Y".
       01 WS-FORMATO-SW                        PIC X(01).
           88 WS-FORMATO-OK                    VALUE "Y".

       01 WS-SUMA                              PIC 9(06).
       01 WS-COCIENTE                          PIC 9(06).
       01 WS-RESIDUO                           PIC 9(02).
       01 WS-DV-CALC                           PIC 9(01).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-NIT-REQ.
           03 LNK-NIT-ID                       PIC X(20).
           03 LNK-NIT-RESULT                   PIC X(01).
           03 LNK-NIT-DV-CALC                  PIC X(01).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-NIT-REQ.
       0000-MAINLINE.
           MOVE "F" TO LNK-NIT-RESULT.
           MOVE SPACE TO LNK-NIT-DV-CALC.
           PERFORM 1000-SEPARAR-DIGITOS.
           IF WS-FORMATO-OK
              PERFORM 2000-CALCULAR-DV
              MOVE WS-DV-CALC TO LNK-NIT-DV-CALC
              IF WS-DV-CALC = WS-DIG (WS-DIG-COUNT)
                 MOVE "Y" TO LNK-NIT-RESULT
              ELSE
                 MOVE "N" TO LNK-NIT-RESULT
              END-IF
           END-IF.
           GOBACK.
      * ...............................................................
      * RECORRE EL TEXTO HASTA EL PRIMER BLANCO; DESPUES DEL BLANCO
      * SOLO PUEDE HABER BLANCOS
       1000-SEPARAR-DIGITOS.
           MOVE ZERO TO WS-DIG-COUNT WS-GUION-COUNT WS-GUION-POS.
           MOVE "Y" TO WS-FORMATO-SW.
           MOVE "N" TO WS-FIN-SW.
           PERFORM 1010-UN-CARACTER
              VARYING WS-CAR-IDX FROM 1 BY 1
              UNTIL WS-CAR-IDX > 20
                 OR NOT WS-FORMATO-OK.
           IF WS-FORMATO-OK
              COMPUTE WS-BASE-COUNT = WS-DIG-COUNT - 1
              IF WS-BASE-COUNT < 1 OR WS-BASE-COUNT > 15
                 MOVE "N" TO WS-FORMATO-SW
              END-IF
           END-IF.
      *    CON GUION, DETRAS DE EL VA EXACTAMENTE EL DIGITO
           IF WS-FORMATO-OK AND WS-GUION-COUNT > 0
              IF WS-GUION-COUNT > 1
                 OR WS-GUION-POS NOT = WS-BASE-COUNT
                 MOVE "N" TO WS-FORMATO-SW
              END-IF
           END-IF.
      * ...............................................................
       1010-UN-CARACTER.
           MOVE LNK-NIT-ID (WS-CAR-IDX:1) TO WS-CAR.
           IF WS-CAR = SPACE
              MOVE "Y" TO WS-FIN-SW
           ELSE
           IF WS-FIN-TEXTO
              MOVE "N" TO WS-FORMATO-SW
           ELSE
           IF WS-CAR IS NUMERIC
              ADD 1 TO WS-DIG-COUNT
              MOVE WS-CAR TO WS-DIG (WS-DIG-COUNT)
           ELSE
           IF WS-CAR = "."
              CONTINUE
           ELSE
           IF WS-CAR = "-"
              ADD 1 TO WS-GUION-COUNT
              MOVE WS-DIG-COUNT TO WS-GUION-POS
           ELSE
              MOVE "N" TO WS-FORMATO-SW.
      * ...............................................................
      * EL PESO 1 VA CON EL DIGITO DE LA BASE MAS A LA DERECHA
       2000-CALCULAR-DV.
           MOVE ZERO TO WS-SUMA.
           PERFORM 2010-SUMAR-DIGITO
              VARYING WS-PESO-IDX FROM 1 BY 1
              UNTIL WS-PESO-IDX > WS-BASE-COUNT.
           DIVIDE WS-SUMA BY 11 GIVING WS-COCIENTE
              REMAINDER WS-RESIDUO.
           IF WS-RESIDUO < 2
              MOVE WS-RESIDUO TO WS-DV-CALC
           ELSE
              COMPUTE WS-DV-CALC = 11 - WS-RESIDUO
           END-IF.
      * ...............................................................
       2010-SUMAR-DIGITO.
           COMPUTE WS-SUMA = WS-SUMA
              + WS-DIG (WS-BASE-COUNT - WS-PESO-IDX + 1)
              * WS-PESO (WS-PESO-IDX).
      * ===============================================================
       END PROGRAM NITVAL1.
