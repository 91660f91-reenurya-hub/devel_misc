      * SF4SALE) Y PARA EL ANO FISCAL PEDIDO IMPRIME EN TAXCERT.RPT
      * UN BLOQUE POR VENDEDOR CON SUS PAGOS DEL ANO Y LOS TOTALES
      * DE BRUTO, RETENIDO Y NETO - EL CERTIFICADO QUE ANTES SE
      * ARMABA A MANO DESDE LA HOJA DE CALCULO DE FINANZAS. LAS
      * LINEAS TIPO R (REVERSO DE RETENCION DE UN COBRO POR
      * DEVOLUCION, DESCONTADO EN UNA LIQUIDACION) RESTAN DEL ANO.
      * EL ANO PUEDE VENIR DE BATCHPRM (TAXCERT1/ANO-FISCAL): AAAA,
      * O ANTERIOR PARA EL ANO QUE CERRO - ASI LA CADENA NOCTURNA LO
      * CORRE EN ENERO SIN NADIE EN LA CONSOLA
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CERTRPT ASSIGN TO "TAXCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TAXLEDG.
           03 TXL-GROSS                    PIC 9(10).
           03 TXL-TAX                      PIC 9(10).
           03 TXL-NET                      PIC 9(10).
           03 TXL-TIPO                     PIC X(1).

       FD SLSMST.
       01 REG-SLSMST.
       FD CERTRPT.
       01 RPT-LINE                         PIC X(100).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                  PIC X(8).
           03 PRM-KEY                      PIC X(12).
           03 PRM-VALUE                    PIC X(20).

       WORKING-STORAGE SECTION.
        01  WS-TXL-STATUS       PIC XX.
        01  WS-MST-STATUS       PIC XX.

        01  WS-ENT-ANO          PIC X(04).
        01  WS-ANO-FISCAL       PIC 9(04).
        01  WS-HOY.
            03 WS-HOY-ANO       PIC 9(04).
            03 WS-HOY-MMDD      PIC 9(04).

        01  WS-PRM-STATUS       PIC XX.
        01  WS-PRM-EOF-SW       PIC X(01).
            88 WS-PRM-EOF       VALUE 'Y'.
        01  WS-PRM-FOUND-SW     PIC X(01).
            88 WS-PRM-FOUND     VALUE 'Y'.
        01  WS-PRM-BUSCADA      PIC X(12).
        01  WS-PRM-VALOR        PIC X(20).

      * ACUMULADO ANUAL POR VENDEDOR
        01  WS-ACU-COUNT        PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ANO-FISCAL  " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND
              IF WS-PRM-VALOR (1:8) = "ANTERIOR"
                 ACCEPT WS-HOY FROM DATE YYYYMMDD
                 COMPUTE WS-ANO-FISCAL = WS-HOY-ANO - 1
                 MOVE WS-ANO-FISCAL TO WS-ENT-ANO
              ELSE
                 MOVE WS-PRM-VALOR (1:4) TO WS-ENT-ANO
              END-IF
           ELSE
              DISPLAY "ANO FISCAL DEL CERTIFICADO (AAAA): "
              ACCEPT WS-ENT-ANO
           END-IF.
           IF WS-ENT-ANO NOT NUMERIC
              DISPLAY "ANO DEBE SER NUMERICO"
              MOVE 4 TO RETURN-CODE
                 MOVE WS-ACU-COUNT TO WS-ACU-HIT
              END-IF
              IF WS-ACU-HIT > ZERO
                 IF TXL-TIPO = 'R'
                    SUBTRACT TXL-GROSS FROM WS-ACU-GROSS (WS-ACU-HIT)
                    SUBTRACT TXL-TAX   FROM WS-ACU-TAX (WS-ACU-HIT)
                    SUBTRACT TXL-NET   FROM WS-ACU-NET (WS-ACU-HIT)
                 ELSE
                    ADD 1 TO WS-ACU-PAGOS (WS-ACU-HIT)
                    ADD TXL-GROSS TO WS-ACU-GROSS (WS-ACU-HIT)
                    ADD TXL-TAX   TO WS-ACU-TAX (WS-ACU-HIT)
                    ADD TXL-NET   TO WS-ACU-NET (WS-ACU-HIT)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0110-READ-NEXT-LEDGER.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       0700-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 0710-READ-NEXT-PARM
              PERFORM 0720-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

       0710-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.

       0720-MATCH-PARM.
           IF PRM-PROGRAM = "TAXCERT1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0710-READ-NEXT-PARM
           END-IF.
       END PROGRAM TAXCERT1.
