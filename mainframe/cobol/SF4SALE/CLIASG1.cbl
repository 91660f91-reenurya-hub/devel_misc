       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIASG1.
      * ===============================================================
      * CLIASG1 = ASIGNACION DE CARTERA: CADA CLIENT-ID DE CLIMAST.DAT
      * QUEDA CON UN VENDEDOR DUENO EN CLIASG.DAT. CLTCIA Y SLSCIA
      * SOLO LIGAN CLIENTES Y VENDEDORES A UNA EMPRESA; NADIE ERA
      * DUENO DEL CLIENTE. EL VENDEDOR SE VALIDA CONTRA SLSMST.DAT Y
      * SOLO SE ASIGNA A VENDEDORES ACTIVOS (SLM-STATUS = A). LA
      * REASIGNACION EN BLOQUE PASA TODA LA CARTERA DE UN VENDEDOR
      * (NORMALMENTE UNO QUE QUEDO INACTIVO) A OTRO ACTIVO. EL REPORTE
      * DE CARTERA POR VENDEDOR ES SLSPRT1
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIASG ASSIGN TO "CLIASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CLIENT-ID
               FILE STATUS IS WS-ASG-STATUS.
           SELECT OPTIONAL SLSMST ASSIGN TO "SLSMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLM-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL CLIMAST ASSIGN TO "CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS WS-CLIMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIASG.
       01 REG-CLIASG.
           03 ASG-CLIENT-ID                PIC X(20).
           03 ASG-SLSMAN-ID                PIC 9(4).
      * FECHA DE LA ULTIMA ASIGNACION O REASIGNACION
           03 ASG-FECHA                    PIC 9(8).
           03 FILLER                       PIC X(8).

       FD SLSMST.
       01 REG-SLSMST.
           03 SLM-ID                       PIC 9(4).
           03 SLM-NAME                     PIC X(30).
           03 SLM-TERRITORY                PIC X(20).
           03 SLM-STATUS                   PIC X(1).
           03 SLM-BANK-ACCT                PIC X(20).
           03 FILLER                       PIC X(15).

       FD CLIMAST.
       01 REG-CLIMAST.
           03 CM-CLIENT-ID                 PIC X(20).
           03 CM-LNAME                     PIC X(50).
           03 CM-NAME                      PIC X(50).
           03 CM-RESTO                     PIC X(21).

       WORKING-STORAGE SECTION.
        01  WS-ASG-STATUS       PIC XX.
            88 WS-ASG-NOTFND    VALUE '23' '35'.
        01  WS-MST-STATUS       PIC XX.
        01  WS-CLIMAST-STATUS   PIC XX.
        01  WS-OPCION           PIC 9(01).
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-SLM-OK-SW        PIC X(01).
            88 WS-SLM-OK        VALUE 'Y'.
        01  WS-ENT-CLIENT       PIC X(20).
        01  WS-ENT-ID           PIC X(04).
        01  WS-ENT-HASTA        PIC X(04).
        01  WS-DESDE-ID         PIC 9(4).
        01  WS-HASTA-ID         PIC 9(4).
        01  WS-CONFIRM          PIC X(01).
        01  WS-SLM-NOMBRE       PIC X(30).
        01  WS-SLM-ESTADO       PIC X(01).
        01  WS-CNT-MOVIDOS      PIC 9(05).
        01  WS-SYSDATE          PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           CLOSE CLIASG SLSMST CLIMAST.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * OPEN I-O FOR KEYED ACCESS, CREATING CLIASG.DAT ON FIRST USE.
      * THE TWO MASTERS ARE ONLY READ
       0100-OPEN-FILES.
           PERFORM 0110-OPEN-ASSIGNMENTS.
           OPEN INPUT SLSMST.
           OPEN INPUT CLIMAST.

       0110-OPEN-ASSIGNMENTS.
           OPEN I-O CLIASG.
           IF WS-ASG-NOTFND
              OPEN OUTPUT CLIASG
              CLOSE CLIASG
              OPEN I-O CLIASG
           END-IF.

       0200-MENU.
           DISPLAY "***** CARTERA DE CLIENTES POR VENDEDOR *****".
           DISPLAY "1=ASIGNAR 2=LISTAR 3=QUITAR 4=REASIGNAR EN BLOQUE "
              "5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-ASIGNAR
              WHEN 2 PERFORM 0400-LISTAR
              WHEN 3 PERFORM 0500-QUITAR
              WHEN 4 PERFORM 0600-REASIGNAR
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * NOMBRE Y ESTADO DEL VENDEDOR WS-ENT-ID; WS-SLM-OK SOLO SI
      * EXISTE EN SLSMST.DAT
       0250-LOOKUP-SALESMAN.
           MOVE 'N' TO WS-SLM-OK-SW.
           MOVE SPACES TO WS-SLM-NOMBRE WS-SLM-ESTADO.
           IF WS-ENT-ID NOT NUMERIC
              DISPLAY "SLSMAN-ID DEBE SER NUMERICO"
           ELSE
           IF WS-MST-STATUS NOT = "00"
              DISPLAY "SLSMST.DAT NO DISPONIBLE"
           ELSE
              MOVE FUNCTION NUMVAL(WS-ENT-ID) TO SLM-ID
              READ SLSMST
                 INVALID KEY
                    DISPLAY "SLSMAN-ID NO EXISTE EN SLSMST.DAT"
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SLM-OK-SW
                    MOVE SLM-NAME TO WS-SLM-NOMBRE
                    MOVE SLM-STATUS TO WS-SLM-ESTADO
              END-READ
           END-IF
           END-IF.

       0300-ASIGNAR.
           DISPLAY "CLIENT-ID: ".
           ACCEPT WS-ENT-CLIENT.
           IF WS-CLIMAST-STATUS NOT = "00"
              DISPLAY "CLIMAST.DAT NO DISPONIBLE"
           ELSE
              MOVE WS-ENT-CLIENT TO CM-CLIENT-ID
              READ CLIMAST
                 INVALID KEY
                    DISPLAY "CLIENT-ID NO EXISTE EN CLIMAST.DAT"
                 NOT INVALID KEY
                    DISPLAY "CLIENTE: " CM-LNAME
                    PERFORM 0310-ASIGNAR-CLIENTE
              END-READ
           END-IF.

       0310-ASIGNAR-CLIENTE.
           DISPLAY "SLSMAN-ID DUENO (4 DIGITOS): ".
           ACCEPT WS-ENT-ID.
           PERFORM 0250-LOOKUP-SALESMAN.
           IF WS-SLM-OK AND WS-SLM-ESTADO NOT = 'A'
              DISPLAY "VENDEDOR INACTIVO - NO SE LE ASIGNAN CLIENTES"
           ELSE
           IF WS-SLM-OK
              MOVE WS-ENT-CLIENT TO ASG-CLIENT-ID
              READ CLIASG
                 INVALID KEY
                    MOVE WS-ENT-CLIENT TO ASG-CLIENT-ID
                    MOVE SLM-ID TO ASG-SLSMAN-ID
                    MOVE WS-SYSDATE TO ASG-FECHA
                    WRITE REG-CLIASG
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR LA ASIGNACION"
                       NOT INVALID KEY
                          DISPLAY "CLIENTE ASIGNADO A " WS-SLM-NOMBRE
                    END-WRITE
                 NOT INVALID KEY
                    DISPLAY "YA ASIGNADO AL VENDEDOR " ASG-SLSMAN-ID
                       " DESDE " ASG-FECHA
                    DISPLAY "REASIGNAR A " WS-SLM-NOMBRE "? (S/N): "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                       MOVE SLM-ID TO ASG-SLSMAN-ID
                       MOVE WS-SYSDATE TO ASG-FECHA
                       REWRITE REG-CLIASG
                       DISPLAY "CLIENTE REASIGNADO"
                    END-IF
              END-READ
           END-IF
           END-IF.

       0400-LISTAR.
           CLOSE CLIASG.
           OPEN INPUT CLIASG.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0410-READ-NEXT.
           PERFORM 0420-LIST-ONE
              UNTIL WS-EOF.
           CLOSE CLIASG.
           PERFORM 0110-OPEN-ASSIGNMENTS.

       0410-READ-NEXT.
           READ CLIASG NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0420-LIST-ONE.
           MOVE '** NO EN MAESTRO **' TO WS-SLM-NOMBRE.
           MOVE SPACES TO WS-SLM-ESTADO.
           IF WS-MST-STATUS = "00"
              MOVE ASG-SLSMAN-ID TO SLM-ID
              READ SLSMST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SLM-NAME TO WS-SLM-NOMBRE
                    MOVE SLM-STATUS TO WS-SLM-ESTADO
              END-READ
           END-IF.
           IF WS-SLM-ESTADO = 'I'
              DISPLAY ASG-CLIENT-ID " " ASG-SLSMAN-ID " "
                 WS-SLM-NOMBRE " " ASG-FECHA " ** INACTIVO **"
           ELSE
              DISPLAY ASG-CLIENT-ID " " ASG-SLSMAN-ID " "
                 WS-SLM-NOMBRE " " ASG-FECHA
           END-IF.
           PERFORM 0410-READ-NEXT.

       0500-QUITAR.
           DISPLAY "CLIENT-ID A DESASIGNAR: ".
           ACCEPT WS-ENT-CLIENT.
           MOVE WS-ENT-CLIENT TO ASG-CLIENT-ID.
           READ CLIASG
              INVALID KEY
                 DISPLAY "EL CLIENTE NO TIENE VENDEDOR ASIGNADO"
              NOT INVALID KEY
                 DISPLAY "QUITAR ASIGNACION AL VENDEDOR "
                    ASG-SLSMAN-ID "? (S/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                    DELETE CLIASG RECORD
                    DISPLAY "ASIGNACION BORRADA"
                 END-IF
           END-READ.

      * TODA LA CARTERA DEL VENDEDOR ORIGEN PASA AL DESTINO, QUE DEBE
      * EXISTIR, ESTAR ACTIVO Y SER DISTINTO. EL ORIGEN NO NECESITA
      * SEGUIR EN SLSMST - ASI SE RECOGE TAMBIEN LA CARTERA DE UN
      * VENDEDOR YA BORRADO DEL MAESTRO
       0600-REASIGNAR.
           DISPLAY "SLSMAN-ID ORIGEN (4 DIGITOS): ".
           ACCEPT WS-ENT-ID.
           IF WS-ENT-ID NOT NUMERIC
              DISPLAY "SLSMAN-ID DEBE SER NUMERICO"
           ELSE
              MOVE FUNCTION NUMVAL(WS-ENT-ID) TO WS-DESDE-ID
              DISPLAY "SLSMAN-ID DESTINO (4 DIGITOS): "
              ACCEPT WS-ENT-HASTA
              MOVE WS-ENT-HASTA TO WS-ENT-ID
              PERFORM 0250-LOOKUP-SALESMAN
              IF WS-SLM-OK AND WS-SLM-ESTADO NOT = 'A'
                 DISPLAY "EL VENDEDOR DESTINO ESTA INACTIVO"
              ELSE
              IF WS-SLM-OK AND SLM-ID = WS-DESDE-ID
                 DISPLAY "ORIGEN Y DESTINO SON EL MISMO VENDEDOR"
              ELSE
              IF WS-SLM-OK
                 MOVE SLM-ID TO WS-HASTA-ID
                 DISPLAY "PASAR LA CARTERA DE " WS-DESDE-ID " A "
                    WS-SLM-NOMBRE "? (S/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                    PERFORM 0610-MOVE-PORTFOLIO
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       0610-MOVE-PORTFOLIO.
           MOVE ZERO TO WS-CNT-MOVIDOS.
           CLOSE CLIASG.
           PERFORM 0110-OPEN-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0410-READ-NEXT.
           PERFORM 0620-MOVE-ONE
              UNTIL WS-EOF.
           DISPLAY "CLIENTES REASIGNADOS: " WS-CNT-MOVIDOS.

       0620-MOVE-ONE.
           IF ASG-SLSMAN-ID = WS-DESDE-ID
              MOVE WS-HASTA-ID TO ASG-SLSMAN-ID
              MOVE WS-SYSDATE TO ASG-FECHA
              REWRITE REG-CLIASG
              ADD 1 TO WS-CNT-MOVIDOS
           END-IF.
           PERFORM 0410-READ-NEXT.
       END PROGRAM CLIASG1.
