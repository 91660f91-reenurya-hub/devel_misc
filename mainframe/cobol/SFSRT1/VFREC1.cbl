        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFREC1.
      * ===============================================================
      * VFREC1 = RECEPCION DE MERCADERIA VEGFRUT CONTRA ORDEN DE
      * COMPRA. CUANDO LLEGA EL CAMION SE RECIBE CONTRA UNA LINEA DE
      * VFPO.DAT (LA DEJA VFPOGEN1): LA CANTIDAD RECIBIDA NO PUEDE
      * PASAR DE LO PENDIENTE, LA EXISTENCIA DE VFPRICE.DAT SUBE Y
      * LA ENTRADA (E) QUEDA EN EL LIBRO VFSTKLG.DAT CON LA ORDEN Y
      * LA LINEA COMO DOCUMENTO DE REFERENCIA, IGUAL QUE UNA ENTRADA
      * DE VFSTK1. LA LINEA PASA A PARCIAL (P) O, COMPLETA, A CERRADA
      * (C); UNA PARCIAL SE PUEDE CERRAR CON FALTANTE CUANDO EL
      * PROVEEDOR NO VA A MANDAR EL RESTO. LA CONSULTA MUESTRA LAS
      * LINEAS DE UNA ORDEN. LO RECIBIDO ABRE UN LOTE EN VFLOTE.DAT
      * CON LA FECHA DE VENCIMIENTO QUE TRAE LA MERCADERIA, IGUAL
      * QUE UNA ENTRADA DE VFSTK1
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFPO ASSIGN TO "VFPO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VPO-CLAVE
        FILE STATUS IS WS-VPO-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

        SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFL-CLAVE
        FILE STATUS IS WS-VFL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD VFPO.
        01 REG-VFPO.
            03 VPO-CLAVE.
               05 VPO-NUMERO    PIC 9(6).
               05 VPO-LINEA     PIC 9(3).
            03 VPO-CODPROV      PIC 9(5).
            03 VPO-CODVF        PIC 9(5).
            03 VPO-FECHA-PEDIDO PIC 9(8).
            03 VPO-FECHA-ENTREGA PIC 9(8).
            03 VPO-CANT-PEDIDA  PIC 9(7).
            03 VPO-CANT-RECIBIDA PIC 9(7).
            03 VPO-ESTADO       PIC X(1).
               88 VPO-ABIERTA   VALUE "A".
               88 VPO-PARCIAL   VALUE "P".
               88 VPO-CERRADA   VALUE "C".
            03 VPO-FECHA-ULT-REC PIC 9(8).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        FD VFSTKLG.
        01 MOV-REC.
            03 MOV-FECHA        PIC 9(8).
            03 MOV-HORA         PIC 9(6).
            03 MOV-CODVF        PIC 9(5).
      * TIPO DE MOVIMIENTO: E = ENTRADA, S = SALIDA, A = AJUSTE,
      * M = MERMA (MOV-REF LLEVA EL MOTIVO), C = AJUSTE POR CONTEO
            03 MOV-TIPO         PIC X(1).
            03 MOV-SIGNO        PIC X(1).
            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD VFLOTE.
        01 REG-VFLOTE.
            03 VFL-CLAVE.
               05 VFL-CODVF     PIC 9(5).
               05 VFL-LOTE      PIC 9(6).
            03 VFL-FECHA-RECEP  PIC 9(8).
            03 VFL-FECHA-VENCE  PIC 9(8).
            03 VFL-CANT-INICIAL PIC 9(7).
            03 VFL-SALDO        PIC 9(7).
            03 VFL-REF          PIC X(20).

        WORKING-STORAGE SECTION.
      * USUARIO DE LA SESION (USRSES1) QUE QUEDA EN VFSTKLG.DAT
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
        01  WS-VPO-STATUS       PIC X(2).
            88 WS-VPO-NOTFND    VALUE "23" "35".
        01  WS-VFP-STATUS       PIC X(2).
            88 WS-VFP-NOTFND    VALUE "23" "35".
        01  WS-LOG-STATUS       PIC X(2).
        01  WS-VFL-STATUS       PIC X(2).
            88 WS-VFL-NOTFND    VALUE "23" "35".
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-OPCION           PIC 9(01).
        01  WS-ENT-NUMERO       PIC X(06).
        01  WS-ENT-LINEA        PIC X(03).
        01  WS-ENT-CANT         PIC X(07).
        01  WS-ENT-CERRAR       PIC X(01).
        01  WS-ENT-VENCE        PIC X(08).
        01  WS-ENT-VENCE-R REDEFINES WS-ENT-VENCE.
            05 WS-VENCE-AAAA    PIC 9(04).
            05 WS-VENCE-MM      PIC 9(02).
            05 WS-VENCE-DD      PIC 9(02).
        01  WS-HOY              PIC 9(08).
        01  WS-LOTE-MAX         PIC 9(06).
        01  WS-CANT-NUM         PIC 9(07).
        01  WS-PENDIENTE        PIC 9(07).
        01  WS-SALDO-NUEVO      PIC 9(07).
        01  WS-POSTED-SW        PIC X(01).
            88 WS-POSTED        VALUE 'Y'.
        01  WS-REF-OC           PIC X(20).
        01  WS-ESTADO-TXT       PIC X(10).
        01  WS-CNT-RECEPCIONES  PIC 9(04) VALUE ZERO.
        01  WS-CNT-LISTADAS     PIC 9(04) VALUE ZERO.

        01  WS-SYSDATE          PIC 9(08).
        01  WS-SYSTIME.
            05 WS-SYS-HH        PIC 99.
            05 WS-SYS-MN        PIC 99.
            05 WS-SYS-SS        PIC 99.
            05 WS-SYS-HS        PIC 99.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            MOVE "F" TO WS-SES-FUNCION.
            CALL "USRSES1" USING WS-SES-REQ.
            IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM 0100-MENU UNTIL WS-OPCION = 3.
            DISPLAY "RECEPCIONES REGISTRADAS: " WS-CNT-RECEPCIONES.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

        0100-MENU.
            DISPLAY "***** RECEPCION CONTRA ORDEN DE COMPRA *****".
            DISPLAY "1=RECIBIR 2=CONSULTAR ORDEN 3=SALIR".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-RECIBIR
               WHEN 2 PERFORM 0500-CONSULTAR
               WHEN 3 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

        0200-RECIBIR.
            DISPLAY "NUMERO DE ORDEN (6 DIGITOS): ".
            ACCEPT WS-ENT-NUMERO.
            DISPLAY "LINEA (3 DIGITOS)          : ".
            ACCEPT WS-ENT-LINEA.
            IF WS-ENT-NUMERO NOT NUMERIC
               OR WS-ENT-LINEA NOT NUMERIC
               DISPLAY "ORDEN Y LINEA DEBEN SER NUMERICAS"
            ELSE
               OPEN I-O VFPO
               IF WS-VPO-NOTFND
                  DISPLAY "NO HAY ORDENES DE COMPRA - CORRA VFPOGEN1"
                  CLOSE VFPO
               ELSE
                  MOVE WS-ENT-NUMERO TO VPO-NUMERO
                  MOVE WS-ENT-LINEA TO VPO-LINEA
                  READ VFPO
                     INVALID KEY
                        DISPLAY "LA LINEA NO EXISTE EN VFPO.DAT"
                     NOT INVALID KEY
                        PERFORM 0210-RECEIVE-LINE
                  END-READ
                  CLOSE VFPO
               END-IF
            END-IF.

        0210-RECEIVE-LINE.
            COMPUTE WS-PENDIENTE =
               VPO-CANT-PEDIDA - VPO-CANT-RECIBIDA.
            DISPLAY "CODVF " VPO-CODVF " PROVEEDOR " VPO-CODPROV
               " ENTREGA " VPO-FECHA-ENTREGA.
            DISPLAY "PEDIDO " VPO-CANT-PEDIDA " RECIBIDO "
               VPO-CANT-RECIBIDA " PENDIENTE " WS-PENDIENTE.
            IF VPO-CERRADA
               DISPLAY "LA LINEA YA ESTA CERRADA"
            ELSE
               DISPLAY "CANTIDAD RECIBIDA (7 DIGITOS): "
               ACCEPT WS-ENT-CANT
               IF WS-ENT-CANT NOT NUMERIC
                  OR WS-ENT-CANT = ZERO
                  DISPLAY "CANTIDAD DEBE SER NUMERICA MAYOR QUE CERO"
               ELSE
                  MOVE WS-ENT-CANT TO WS-CANT-NUM
                  IF WS-CANT-NUM > WS-PENDIENTE
                     DISPLAY "EXCEDE LO PENDIENTE (" WS-PENDIENTE
                        ") - RECHAZADO"
                  ELSE
                     PERFORM 0220-ACCEPT-EXPIRY
                  END-IF
               END-IF
            END-IF.

      * LA MERCADERIA SOLO ENTRA CON UNA FECHA DE VENCIMIENTO VALIDA
      * QUE NO HAYA PASADO
        0220-ACCEPT-EXPIRY.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): ".
            ACCEPT WS-ENT-VENCE.
            IF WS-ENT-VENCE NOT NUMERIC
               OR WS-VENCE-MM < 1 OR WS-VENCE-MM > 12
               OR WS-VENCE-DD < 1 OR WS-VENCE-DD > 31
               OR WS-ENT-VENCE < WS-HOY
               DISPLAY "FECHA DE VENCIMIENTO INVALIDA O YA PASADA"
            ELSE
               PERFORM 0300-POST-ENTRY
               IF WS-POSTED
                  PERFORM 0250-UPDATE-LINE
               END-IF
            END-IF.

      * LA LINEA SE ACTUALIZA SOLO DESPUES DE QUE LA ENTRADA QUEDO
      * EN EL MAESTRO Y EN EL LIBRO
        0250-UPDATE-LINE.
            ADD WS-CANT-NUM TO VPO-CANT-RECIBIDA.
            MOVE WS-SYSDATE TO VPO-FECHA-ULT-REC.
            IF VPO-CANT-RECIBIDA NOT < VPO-CANT-PEDIDA
               MOVE "C" TO VPO-ESTADO
            ELSE
               MOVE "P" TO VPO-ESTADO
               COMPUTE WS-PENDIENTE =
                  VPO-CANT-PEDIDA - VPO-CANT-RECIBIDA
               DISPLAY "RECEPCION PARCIAL - FALTAN "
                  WS-PENDIENTE
               DISPLAY "CERRAR LA LINEA CON FALTANTE? (S/N): "
               ACCEPT WS-ENT-CERRAR
               IF WS-ENT-CERRAR = "S" OR WS-ENT-CERRAR = "s"
                  MOVE "C" TO VPO-ESTADO
               END-IF
            END-IF.
            REWRITE REG-VFPO
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR LA ORDEN"
            END-REWRITE.
            ADD 1 TO WS-CNT-RECEPCIONES.
            IF VPO-CERRADA
               DISPLAY "LINEA CERRADA"
            ELSE
               DISPLAY "LINEA QUEDA PARCIAL"
            END-IF.

      * SUBE LA EXISTENCIA DEL ARTICULO Y DEJA LA ENTRADA EN EL LIBRO
        0300-POST-ENTRY.
            MOVE 'N' TO WS-POSTED-SW.
            OPEN I-O VFPRICE.
            IF WS-VFP-NOTFND
               DISPLAY "NO HAY MAESTRO DE PRECIOS - CREELO EN "
                  "VFPMNT1"
               CLOSE VFPRICE
            ELSE
               MOVE VPO-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     DISPLAY "CODVF NO EXISTE EN EL MAESTRO - NO SE "
                        "RECIBE"
                  NOT INVALID KEY
                     COMPUTE WS-SALDO-NUEVO =
                        VFP-EXISTENCIA + WS-CANT-NUM
                     MOVE WS-SALDO-NUEVO TO VFP-EXISTENCIA
                     REWRITE REG-VFPRICE
                     MOVE 'Y' TO WS-POSTED-SW
                     PERFORM 0400-WRITE-LEDGER
                     PERFORM 0450-CREATE-LOT
                     DISPLAY "ENTRADA APLICADA - SALDO: "
                        WS-SALDO-NUEVO
               END-READ
               CLOSE VFPRICE
            END-IF.

        0400-WRITE-LEDGER.
            ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
            ACCEPT WS-SYSTIME FROM TIME.
            MOVE SPACES TO WS-REF-OC.
            STRING "OC " VPO-NUMERO "-" VPO-LINEA
               DELIMITED BY SIZE INTO WS-REF-OC.
            OPEN EXTEND VFSTKLG.
            IF WS-LOG-STATUS > "07"
               DISPLAY "NO SE PUDO ABRIR VFSTKLG.DAT"
            ELSE
               MOVE WS-SYSDATE TO MOV-FECHA
               MOVE WS-SYSTIME (1:6) TO MOV-HORA
               MOVE VPO-CODVF TO MOV-CODVF
               MOVE "E" TO MOV-TIPO
               MOVE "+" TO MOV-SIGNO
               MOVE WS-CANT-NUM TO MOV-CANT
               MOVE WS-SALDO-NUEVO TO MOV-SALDO
               MOVE WS-REF-OC TO MOV-REF
               MOVE WS-SES-USUARIO TO MOV-USUARIO
               WRITE MOV-REC
               CLOSE VFSTKLG
            END-IF.

      * LA RECEPCION ABRE UN LOTE NUEVO DEL ARTICULO CON LA ORDEN
      * COMO REFERENCIA; EL NUMERO ES EL SIGUIENTE AL MAYOR DEL CODVF
        0450-CREATE-LOT.
            OPEN I-O VFLOTE.
            IF WS-VFL-NOTFND
               OPEN OUTPUT VFLOTE
               CLOSE VFLOTE
               OPEN I-O VFLOTE
            END-IF.
            MOVE ZERO TO WS-LOTE-MAX.
            MOVE VPO-CODVF TO VFL-CODVF.
            MOVE ZERO TO VFL-LOTE.
            MOVE 'N' TO WS-EOF-SW.
            START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SW
            END-START.
            IF NOT WS-EOF
               PERFORM 0460-READ-NEXT-LOT
            END-IF.
            PERFORM 0470-NOTE-LOT-NUMBER
               UNTIL WS-EOF.
            MOVE VPO-CODVF TO VFL-CODVF.
            ADD 1 TO WS-LOTE-MAX GIVING VFL-LOTE.
            MOVE WS-SYSDATE TO VFL-FECHA-RECEP.
            MOVE WS-ENT-VENCE TO VFL-FECHA-VENCE.
            MOVE WS-CANT-NUM TO VFL-CANT-INICIAL.
            MOVE WS-CANT-NUM TO VFL-SALDO.
            MOVE WS-REF-OC TO VFL-REF.
            WRITE REG-VFLOTE
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL LOTE"
               NOT INVALID KEY
                  DISPLAY "LOTE " VFL-LOTE " VENCE " VFL-FECHA-VENCE
            END-WRITE.
            CLOSE VFLOTE.

        0460-READ-NEXT-LOT.
            READ VFLOTE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF
               AND VFL-CODVF NOT = VPO-CODVF
               MOVE 'Y' TO WS-EOF-SW
            END-IF.

        0470-NOTE-LOT-NUMBER.
            IF VFL-LOTE > WS-LOTE-MAX
               MOVE VFL-LOTE TO WS-LOTE-MAX
            END-IF.
            PERFORM 0460-READ-NEXT-LOT.

        0500-CONSULTAR.
            DISPLAY "NUMERO DE ORDEN A CONSULTAR: ".
            ACCEPT WS-ENT-NUMERO.
            MOVE ZERO TO WS-CNT-LISTADAS.
            IF WS-ENT-NUMERO NOT NUMERIC
               DISPLAY "ORDEN DEBE SER NUMERICA"
            ELSE
               OPEN INPUT VFPO
               IF WS-VPO-STATUS NOT = "00"
                  DISPLAY "NO HAY ORDENES DE COMPRA"
                  IF WS-VPO-STATUS = "05" OR WS-VPO-STATUS = "35"
                     CLOSE VFPO
                  END-IF
               ELSE
                  MOVE WS-ENT-NUMERO TO VPO-NUMERO
                  MOVE ZERO TO VPO-LINEA
                  MOVE 'N' TO WS-EOF-SW
                  START VFPO KEY IS NOT LESS THAN VPO-CLAVE
                     INVALID KEY
                        MOVE 'Y' TO WS-EOF-SW
                  END-START
                  IF NOT WS-EOF
                     PERFORM 0510-READ-NEXT-LINE
                  END-IF
                  PERFORM 0520-SHOW-ONE-LINE
                     UNTIL WS-EOF
                  CLOSE VFPO
                  DISPLAY "LINEAS LISTADAS: " WS-CNT-LISTADAS
               END-IF
            END-IF.

        0510-READ-NEXT-LINE.
            READ VFPO NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF
               AND VPO-NUMERO NOT = FUNCTION NUMVAL(WS-ENT-NUMERO)
               MOVE 'Y' TO WS-EOF-SW
            END-IF.

        0520-SHOW-ONE-LINE.
            ADD 1 TO WS-CNT-LISTADAS.
            EVALUATE TRUE
               WHEN VPO-ABIERTA MOVE "ABIERTA" TO WS-ESTADO-TXT
               WHEN VPO-PARCIAL MOVE "PARCIAL" TO WS-ESTADO-TXT
               WHEN VPO-CERRADA MOVE "CERRADA" TO WS-ESTADO-TXT
               WHEN OTHER MOVE "?" TO WS-ESTADO-TXT
            END-EVALUATE.
            DISPLAY VPO-NUMERO "-" VPO-LINEA " CODVF " VPO-CODVF
               " PEDIDO " VPO-CANT-PEDIDA " RECIBIDO "
               VPO-CANT-RECIBIDA " ENTREGA " VPO-FECHA-ENTREGA
               " " WS-ESTADO-TXT.
            PERFORM 0510-READ-NEXT-LINE.

        END PROGRAM VFREC1.
