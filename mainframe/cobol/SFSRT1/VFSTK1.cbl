      * LA VALORACION QUE IMPRIME VFVALR1 ES TRAZABLE A DOCUMENTOS
      * Y NO A QUIEN TECLEO DE ULTIMO LA OPCION 2. UNA SALIDA QUE
      * DEJE EL SALDO NEGATIVO SE RECHAZA. LA OPCION DE CONSULTA
      * LISTA EL LIBRO DE UN CODVF, Y A PEDIDO ANTES LOS MOVIMIENTOS
      * DEL ARCHIVO HISTORICO DEL ANO QUE SE INDIQUE (VFSTKLG.A
      * SEGUIDO DEL ANO, QUE DEJA ARCPRG1 AL CIERRE).
      * LA FRUTA Y LA VERDURA SE ECHAN A PERDER, ASI QUE LA
      * EXISTENCIA SE LLEVA TAMBIEN POR LOTE EN VFLOTE.DAT: CADA
      * ENTRADA PIDE LA FECHA DE VENCIMIENTO Y ABRE UN LOTE, Y CADA
      * SALIDA O AJUSTE NEGATIVO CONSUME PRIMERO LA EXISTENCIA SIN
      * LOTE (LA QUE HABIA ANTES DE LLEVAR LOTES O LA QUE SUBIO UN
      * AJUSTE POSITIVO) Y LUEGO LOS LOTES EN ORDEN DE VENCIMIENTO,
      * EL QUE VENCE PRIMERO SALE PRIMERO. LA MERMA (M) DA DE BAJA
      * MERCADERIA ECHADA A PERDER CON SU MOTIVO; SE PUEDE INDICAR
      * EL LOTE O DEJAR QUE SALGA EL QUE VENCE PRIMERO. LA OPCION DE
      * LOTES LISTA LOS LOTES CON SALDO DE UN CODVF
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

      * ARCHIVO HISTORICO DEL LIBRO PARA LA CONSULTA (ARCPRG1)
        SELECT OPTIONAL STKARC ASSIGN TO DYNAMIC WS-ARC-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.

        SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFL-CLAVE
        FILE STATUS IS WS-VFL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD VFPRICE.
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

        FD STKARC.
        01 ARC-LINE             PIC X(63).

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
        01  WS-VFP-STATUS       PIC X(2).
            88 WS-VFP-NOTFND    VALUE "23" "35".
        01  WS-LOG-STATUS       PIC X(2).
        01  WS-VFL-STATUS       PIC X(2).
        01  WS-ARC-STATUS       PIC X(2).
      * CONSULTA DEL ARCHIVO HISTORICO - ANO Y NOMBRE
        01  WS-INCLUIR-ARC      PIC X(01).
            88 WS-INCLUIR-ARCHIVO VALUE 'S' 's'.
        01  WS-EN-ARCHIVO-SW    PIC X(01) VALUE 'N'.
            88 WS-EN-ARCHIVO    VALUE 'Y'.
        01  WS-ARC-CONTROL-SW   PIC X(01).
            88 WS-ARC-CONTROL   VALUE 'Y'.
        01  WS-ARC-ANIO         PIC X(04).
        01  WS-ARC-NOMBRE       PIC X(20).
            88 WS-VFL-NOTFND    VALUE "23" "35".
        01  WS-EOF-SW           PIC X(01).
            88 WS-EOF           VALUE 'Y'.
        01  WS-OPCION           PIC 9(01).
        01  WS-ENT-CODVF        PIC X(05).
        01  WS-ENT-TIPO         PIC X(01).
            88 WS-TIPO-VALIDO   VALUE 'E' 'S' 'A' 'M'.
        01  WS-ENT-SIGNO        PIC X(01).
        01  WS-ENT-CANT         PIC X(07).
        01  WS-ENT-REF          PIC X(20).
        01  WS-ENT-VENCE        PIC X(08).
        01  WS-ENT-VENCE-R REDEFINES WS-ENT-VENCE.
            05 WS-VENCE-AAAA    PIC 9(04).
            05 WS-VENCE-MM      PIC 9(02).
            05 WS-VENCE-DD      PIC 9(02).
        01  WS-ENT-LOTE         PIC X(06).
        01  WS-CANT-NUM         PIC 9(07).
        01  WS-SALDO-NUEVO      PIC 9(07).
        01  WS-HOY              PIC 9(08).
        01  WS-LOTE-OK-SW       PIC X(01).
            88 WS-LOTE-OK       VALUE 'Y'.
        01  WS-CANDIDATO-SW     PIC X(01).
            88 WS-HAY-CANDIDATO VALUE 'Y'.
        01  WS-LOTE-MAX         PIC 9(06).
        01  WS-LOTE-TOTAL       PIC 9(09).
        01  WS-SIN-LOTE         PIC 9(09).
        01  WS-POR-CONSUMIR     PIC 9(07).
        01  WS-TOMA             PIC 9(07).

      * LOTES CON SALDO DEL ARTICULO QUE SE ESTA CONSUMIENDO
        01  WS-LOT-COUNT        PIC 9(04) VALUE ZERO.
        01  WS-LOT-IDX          PIC 9(04).
        01  WS-LOT-HIT          PIC 9(04).
        01  WS-LOT-TABLA.
            03 WS-LOT-ENTRY OCCURS 300 TIMES.
               05 WS-LOT-LOTE   PIC 9(06).
               05 WS-LOT-VENCE  PIC 9(08).
               05 WS-LOT-SALDO  PIC 9(07).
        01  WS-CNT-MOVTOS       PIC 9(04) VALUE ZERO.
        01  WS-CNT-LISTADOS     PIC 9(04) VALUE ZERO.


        PROCEDURE DIVISION.
        0000-MAINLINE.
            MOVE "F" TO WS-SES-FUNCION.
            CALL "USRSES1" USING WS-SES-REQ.
            IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM 0100-MENU UNTIL WS-OPCION = 4.
            DISPLAY "MOVIMIENTOS REGISTRADOS: " WS-CNT-MOVTOS.
            MOVE 0 TO RETURN-CODE.
            GOBACK.
        0100-MENU.
            DISPLAY "***** MOVIMIENTOS DE INVENTARIO VEGFRUT *****".
            DISPLAY "1=REGISTRAR MOVIMIENTO 2=CONSULTAR LIBRO "
               "3=CONSULTAR LOTES 4=SALIR".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-REGISTRAR
               WHEN 2 PERFORM 0500-CONSULTAR
               WHEN 3 PERFORM 0800-CONSULTAR-LOTES
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

        0200-REGISTRAR.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-ENT-VENCE WS-ENT-LOTE.
            DISPLAY "CODVF DEL ARTICULO     : ".
            ACCEPT WS-ENT-CODVF.
            DISPLAY "TIPO (E=ENTRADA, S=SALIDA, A=AJUSTE, M=MERMA): ".
            ACCEPT WS-ENT-TIPO.
            DISPLAY "CANTIDAD               : ".
            ACCEPT WS-ENT-CANT.
                  MOVE '-' TO WS-ENT-SIGNO
               END-IF
            END-IF.
            IF WS-ENT-TIPO = 'E'
               DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): "
               ACCEPT WS-ENT-VENCE
            END-IF.
            IF WS-ENT-TIPO = 'M'
               DISPLAY "LOTE (ENTER = EL QUE VENCE PRIMERO): "
               ACCEPT WS-ENT-LOTE
               DISPLAY "MOTIVO DE LA MERMA     : "
            ELSE
               DISPLAY "DOCUMENTO DE REFERENCIA: "
            END-IF.
            ACCEPT WS-ENT-REF.
            IF WS-ENT-CODVF NOT NUMERIC
               DISPLAY "CODVF DEBE SER NUMERICO"
            ELSE
            IF NOT WS-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO (USE E, S, A O M)"
            ELSE
            IF WS-ENT-TIPO = 'E'
               AND (WS-ENT-VENCE NOT NUMERIC
                    OR WS-VENCE-MM < 1 OR WS-VENCE-MM > 12
                    OR WS-VENCE-DD < 1 OR WS-VENCE-DD > 31
                    OR WS-ENT-VENCE < WS-HOY)
               DISPLAY "FECHA DE VENCIMIENTO INVALIDA O YA PASADA"
            ELSE
            IF WS-ENT-TIPO = 'M' AND WS-ENT-LOTE NOT = SPACES
               AND WS-ENT-LOTE NOT NUMERIC
               DISPLAY "LOTE DEBE SER NUMERICO"
            ELSE
            IF WS-ENT-CANT NOT NUMERIC
               OR WS-ENT-CANT = ZERO
               DISPLAY "SIGNO DEBE SER + O -"
            ELSE
            IF WS-ENT-REF = SPACES
               IF WS-ENT-TIPO = 'M'
                  DISPLAY "EL MOTIVO DE LA MERMA ES OBLIGATORIO"
               ELSE
                  DISPLAY "EL DOCUMENTO DE REFERENCIA ES OBLIGATORIO"
               END-IF
            ELSE
               MOVE WS-ENT-CANT TO WS-CANT-NUM
               PERFORM 0300-POST-MOVEMENT.

      * LEE EL ARTICULO, APLICA EL MOVIMIENTO AL SALDO (NUNCA BAJO
      * CERO) Y A LOS LOTES, Y DEJA LA LINEA EN EL LIBRO
        0300-POST-MOVEMENT.
            OPEN I-O VFPRICE.
            IF WS-VFP-NOTFND
                  INVALID KEY
                     DISPLAY "CODVF NO EXISTE EN EL MAESTRO"
                  NOT INVALID KEY
                     PERFORM 0310-APPLY-MOVEMENT
               END-READ
               CLOSE VFPRICE
            END-IF.

        0310-APPLY-MOVEMENT.
            MOVE 'Y' TO WS-LOTE-OK-SW.
            IF WS-ENT-TIPO = 'M' AND WS-ENT-LOTE NOT = SPACES
               PERFORM 0610-CHECK-LOT
            END-IF.
            IF WS-ENT-SIGNO = '-'
               AND WS-CANT-NUM > VFP-EXISTENCIA
               DISPLAY "DEJARIA LA EXISTENCIA EN NEGATIVO"
                  " (" VFP-EXISTENCIA ") - RECHAZADO"
            ELSE
            IF NOT WS-LOTE-OK
               DISPLAY "MERMA RECHAZADA"
            ELSE
               IF WS-ENT-SIGNO = '-'
                  COMPUTE WS-SALDO-NUEVO =
                     VFP-EXISTENCIA - WS-CANT-NUM
               ELSE
                  COMPUTE WS-SALDO-NUEVO =
                     VFP-EXISTENCIA + WS-CANT-NUM
               END-IF
               MOVE WS-SALDO-NUEVO TO VFP-EXISTENCIA
               REWRITE REG-VFPRICE
               ADD 1 TO WS-CNT-MOVTOS
               IF WS-ENT-TIPO = 'E'
                  PERFORM 0600-CREATE-LOT
               END-IF
               IF WS-ENT-SIGNO = '-'
                  PERFORM 0700-CONSUME-LOTS
               END-IF
               PERFORM 0400-WRITE-LEDGER
               DISPLAY "MOVIMIENTO APLICADO - SALDO: "
                  WS-SALDO-NUEVO.

        0400-WRITE-LEDGER.
            ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
            ACCEPT WS-SYSTIME FROM TIME.
               MOVE WS-CANT-NUM TO MOV-CANT
               MOVE WS-SALDO-NUEVO TO MOV-SALDO
               MOVE WS-ENT-REF TO MOV-REF
               MOVE WS-SES-USUARIO TO MOV-USUARIO
               WRITE MOV-REC
               CLOSE VFSTKLG
            END-IF.
            DISPLAY "CODVF A CONSULTAR (ENTER = TODOS): ".
            ACCEPT WS-ENT-CODVF.
            MOVE ZERO TO WS-CNT-LISTADOS.
            DISPLAY "INCLUIR ARCHIVO HISTORICO? (S/N): ".
            ACCEPT WS-INCLUIR-ARC.
            IF WS-INCLUIR-ARCHIVO
               DISPLAY "ANO DEL ARCHIVO (AAAA): "
               ACCEPT WS-ARC-ANIO
               IF WS-ARC-ANIO IS NUMERIC
                  MOVE SPACES TO WS-ARC-NOMBRE
                  STRING "VFSTKLG.A" WS-ARC-ANIO DELIMITED BY SIZE
                     INTO WS-ARC-NOMBRE
                  PERFORM 0530-CONSULTAR-ARCHIVO
               ELSE
                  DISPLAY "ANO INVALIDO - SOLO EL LIBRO VIGENTE"
               END-IF
            END-IF.
            OPEN INPUT VFSTKLG.
            IF WS-LOG-STATUS NOT = "00"
               DISPLAY "SIN LIBRO DE MOVIMIENTOS EN DISCO"
            END-IF.

        0510-READ-NEXT-MOV.
            IF WS-EN-ARCHIVO
               MOVE 'Y' TO WS-ARC-CONTROL-SW
               PERFORM 0540-READ-ARC-MOV
                  UNTIL WS-EOF OR NOT WS-ARC-CONTROL
            ELSE
               READ VFSTKLG
                  AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
            END-IF.

        0520-SHOW-ONE-MOV.
            IF WS-ENT-CODVF = SPACES
               ADD 1 TO WS-CNT-LISTADOS
               DISPLAY MOV-FECHA " " MOV-CODVF " " MOV-TIPO
                  " " MOV-SIGNO MOV-CANT " SALDO " MOV-SALDO
                  " REF " MOV-REF " " MOV-USUARIO
            END-IF.
            PERFORM 0510-READ-NEXT-MOV.

      * LOS MOVIMIENTOS ARCHIVADOS SALEN PRIMERO, CON EL MISMO FILTRO
        0530-CONSULTAR-ARCHIVO.
            OPEN INPUT STKARC.
            IF WS-ARC-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO " WS-ARC-NOMBRE
               IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
                  CLOSE STKARC
               END-IF
            ELSE
               DISPLAY "-- DEL ARCHIVO " WS-ARC-NOMBRE
               MOVE 'Y' TO WS-EN-ARCHIVO-SW
               MOVE 'N' TO WS-EOF-SW
               PERFORM 0510-READ-NEXT-MOV
               PERFORM 0520-SHOW-ONE-MOV
                  UNTIL WS-EOF
               MOVE 'N' TO WS-EN-ARCHIVO-SW
               CLOSE STKARC
               DISPLAY "-- DEL LIBRO VIGENTE VFSTKLG.DAT"
            END-IF.

      * LAS LINEAS DE CONTROL DE ARCPRG1 NO SON MOVIMIENTOS
        0540-READ-ARC-MOV.
            READ STKARC
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                  IF ARC-LINE (1:9) NOT = "*ARCPRG1*"
                     MOVE 'N' TO WS-ARC-CONTROL-SW
                     MOVE ARC-LINE TO MOV-REC
                  END-IF
            END-READ.

      * ABRE VFLOTE.DAT PARA ACTUALIZAR; LA PRIMERA VEZ LO CREA
        0590-OPEN-LOTS.
            OPEN I-O VFLOTE.
            IF WS-VFL-NOTFND
               OPEN OUTPUT VFLOTE
               CLOSE VFLOTE
               OPEN I-O VFLOTE
            END-IF.

      * CADA ENTRADA ABRE UN LOTE NUEVO DEL ARTICULO; EL NUMERO ES EL
      * SIGUIENTE AL MAYOR QUE YA TENGA ESE CODVF
        0600-CREATE-LOT.
            PERFORM 0590-OPEN-LOTS.
            MOVE ZERO TO WS-LOTE-MAX.
            MOVE WS-ENT-CODVF TO VFL-CODVF.
            MOVE ZERO TO VFL-LOTE.
            MOVE 'N' TO WS-EOF-SW.
            START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SW
            END-START.
            IF NOT WS-EOF
               PERFORM 0620-READ-NEXT-LOT
            END-IF.
            PERFORM 0630-NOTE-LOT-NUMBER
               UNTIL WS-EOF.
            MOVE WS-ENT-CODVF TO VFL-CODVF.
            ADD 1 TO WS-LOTE-MAX GIVING VFL-LOTE.
            MOVE WS-HOY TO VFL-FECHA-RECEP.
            MOVE WS-ENT-VENCE TO VFL-FECHA-VENCE.
            MOVE WS-CANT-NUM TO VFL-CANT-INICIAL.
            MOVE WS-CANT-NUM TO VFL-SALDO.
            MOVE WS-ENT-REF TO VFL-REF.
            WRITE REG-VFLOTE
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL LOTE"
               NOT INVALID KEY
                  DISPLAY "LOTE " VFL-LOTE " VENCE " VFL-FECHA-VENCE
            END-WRITE.
            CLOSE VFLOTE.

      * UNA MERMA CONTRA UN LOTE DADO: EL LOTE TIENE QUE EXISTIR Y
      * TENER SALDO SUFICIENTE
        0610-CHECK-LOT.
            MOVE 'N' TO WS-LOTE-OK-SW.
            OPEN INPUT VFLOTE.
            IF WS-VFL-STATUS NOT = "00"
               DISPLAY "NO HAY LOTES REGISTRADOS"
               IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                  CLOSE VFLOTE
               END-IF
            ELSE
               MOVE WS-ENT-CODVF TO VFL-CODVF
               MOVE WS-ENT-LOTE TO VFL-LOTE
               READ VFLOTE
                  INVALID KEY
                     DISPLAY "EL LOTE NO EXISTE PARA ESE CODVF"
                  NOT INVALID KEY
                     IF VFL-SALDO < WS-CANT-NUM
                        DISPLAY "EL LOTE SOLO TIENE " VFL-SALDO
                     ELSE
                        MOVE 'Y' TO WS-LOTE-OK-SW
                     END-IF
               END-READ
               CLOSE VFLOTE
            END-IF.

        0620-READ-NEXT-LOT.
            READ VFLOTE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF
               AND VFL-CODVF NOT = FUNCTION NUMVAL(WS-ENT-CODVF)
               MOVE 'Y' TO WS-EOF-SW
            END-IF.

        0630-NOTE-LOT-NUMBER.
            IF VFL-LOTE > WS-LOTE-MAX
               MOVE VFL-LOTE TO WS-LOTE-MAX
            END-IF.
            PERFORM 0620-READ-NEXT-LOT.

      * LO QUE SALE SE DESCUENTA PRIMERO DE LA EXISTENCIA SIN LOTE Y
      * DESPUES DEL LOTE QUE VENCE PRIMERO. UNA MERMA CON LOTE DADO
      * SE DESCUENTA SOLO DE ESE LOTE
        0700-CONSUME-LOTS.
            PERFORM 0590-OPEN-LOTS.
            IF WS-ENT-TIPO = 'M' AND WS-ENT-LOTE NOT = SPACES
               MOVE WS-ENT-CODVF TO VFL-CODVF
               MOVE WS-ENT-LOTE TO VFL-LOTE
               READ VFLOTE
                  INVALID KEY
                     DISPLAY "EL LOTE NO EXISTE PARA ESE CODVF"
                  NOT INVALID KEY
                     SUBTRACT WS-CANT-NUM FROM VFL-SALDO
                     PERFORM 0740-REWRITE-LOT
               END-READ
            ELSE
               PERFORM 0710-LOAD-LOTS
               COMPUTE WS-SIN-LOTE =
                  WS-SALDO-NUEVO + WS-CANT-NUM
               IF WS-SIN-LOTE > WS-LOTE-TOTAL
                  SUBTRACT WS-LOTE-TOTAL FROM WS-SIN-LOTE
               ELSE
                  MOVE ZERO TO WS-SIN-LOTE
               END-IF
               IF WS-SIN-LOTE NOT < WS-CANT-NUM
                  MOVE ZERO TO WS-POR-CONSUMIR
               ELSE
                  COMPUTE WS-POR-CONSUMIR =
                     WS-CANT-NUM - WS-SIN-LOTE
               END-IF
               MOVE 'Y' TO WS-CANDIDATO-SW
               PERFORM 0720-TAKE-OLDEST-LOT
                  UNTIL WS-POR-CONSUMIR = ZERO
                     OR NOT WS-HAY-CANDIDATO
            END-IF.
            CLOSE VFLOTE.

        0710-LOAD-LOTS.
            MOVE ZERO TO WS-LOT-COUNT WS-LOTE-TOTAL.
            MOVE WS-ENT-CODVF TO VFL-CODVF.
            MOVE ZERO TO VFL-LOTE.
            MOVE 'N' TO WS-EOF-SW.
            START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SW
            END-START.
            IF NOT WS-EOF
               PERFORM 0620-READ-NEXT-LOT
            END-IF.
            PERFORM 0715-KEEP-ONE-LOT
               UNTIL WS-EOF.

        0715-KEEP-ONE-LOT.
            IF VFL-SALDO > ZERO AND WS-LOT-COUNT < 300
               ADD 1 TO WS-LOT-COUNT
               MOVE VFL-LOTE TO WS-LOT-LOTE (WS-LOT-COUNT)
               MOVE VFL-FECHA-VENCE TO WS-LOT-VENCE (WS-LOT-COUNT)
               MOVE VFL-SALDO TO WS-LOT-SALDO (WS-LOT-COUNT)
               ADD VFL-SALDO TO WS-LOTE-TOTAL
            END-IF.
            PERFORM 0620-READ-NEXT-LOT.

        0720-TAKE-OLDEST-LOT.
            MOVE ZERO TO WS-LOT-HIT.
            PERFORM 0725-CHECK-OLDEST
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
            IF WS-LOT-HIT = ZERO
               MOVE 'N' TO WS-CANDIDATO-SW
            ELSE
               IF WS-LOT-SALDO (WS-LOT-HIT) < WS-POR-CONSUMIR
                  MOVE WS-LOT-SALDO (WS-LOT-HIT) TO WS-TOMA
               ELSE
                  MOVE WS-POR-CONSUMIR TO WS-TOMA
               END-IF
               SUBTRACT WS-TOMA FROM WS-LOT-SALDO (WS-LOT-HIT)
               SUBTRACT WS-TOMA FROM WS-POR-CONSUMIR
               MOVE WS-ENT-CODVF TO VFL-CODVF
               MOVE WS-LOT-LOTE (WS-LOT-HIT) TO VFL-LOTE
               READ VFLOTE
                  INVALID KEY
                     DISPLAY "EL LOTE " VFL-LOTE " DESAPARECIO"
                  NOT INVALID KEY
                     SUBTRACT WS-TOMA FROM VFL-SALDO
                     PERFORM 0740-REWRITE-LOT
               END-READ
            END-IF.

        0725-CHECK-OLDEST.
            IF WS-LOT-SALDO (WS-LOT-IDX) > ZERO
               IF WS-LOT-HIT = ZERO
                  MOVE WS-LOT-IDX TO WS-LOT-HIT
               ELSE
                  IF WS-LOT-VENCE (WS-LOT-IDX)
                     < WS-LOT-VENCE (WS-LOT-HIT)
                     MOVE WS-LOT-IDX TO WS-LOT-HIT
                  END-IF
               END-IF
            END-IF.

        0740-REWRITE-LOT.
            REWRITE REG-VFLOTE
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL LOTE " VFL-LOTE
               NOT INVALID KEY
                  DISPLAY "LOTE " VFL-LOTE " VENCE " VFL-FECHA-VENCE
                     " QUEDA EN " VFL-SALDO
            END-REWRITE.

        0800-CONSULTAR-LOTES.
            DISPLAY "CODVF A CONSULTAR: ".
            ACCEPT WS-ENT-CODVF.
            MOVE ZERO TO WS-CNT-LISTADOS.
            IF WS-ENT-CODVF NOT NUMERIC
               DISPLAY "CODVF DEBE SER NUMERICO"
            ELSE
               OPEN INPUT VFLOTE
               IF WS-VFL-STATUS NOT = "00"
                  DISPLAY "NO HAY LOTES REGISTRADOS"
                  IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                     CLOSE VFLOTE
                  END-IF
               ELSE
                  MOVE WS-ENT-CODVF TO VFL-CODVF
                  MOVE ZERO TO VFL-LOTE
                  MOVE 'N' TO WS-EOF-SW
                  START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
                     INVALID KEY
                        MOVE 'Y' TO WS-EOF-SW
                  END-START
                  IF NOT WS-EOF
                     PERFORM 0620-READ-NEXT-LOT
                  END-IF
                  PERFORM 0810-SHOW-ONE-LOT
                     UNTIL WS-EOF
                  CLOSE VFLOTE
                  DISPLAY "LOTES CON SALDO: " WS-CNT-LISTADOS
               END-IF
            END-IF.

        0810-SHOW-ONE-LOT.
            IF VFL-SALDO > ZERO
               ADD 1 TO WS-CNT-LISTADOS
               DISPLAY "LOTE " VFL-LOTE " RECIBIDO " VFL-FECHA-RECEP
                  " VENCE " VFL-FECHA-VENCE " INICIAL "
                  VFL-CANT-INICIAL " SALDO " VFL-SALDO
                  " REF " VFL-REF
            END-IF.
            PERFORM 0620-READ-NEXT-LOT.

        END PROGRAM VFSTK1.
