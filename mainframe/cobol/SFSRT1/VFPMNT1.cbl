      * ITEMS. KEEPS VFPRICE.DAT (KEYED ON CODVF) WITH UNIT PRICE,
      * ON-HAND QUANTITY AND REORDER LEVEL - WHAT THE CATALOG NEVER
      * KNEW. VFVALR1 JOINS THIS MASTER TO THE SORTED CATALOG FOR
      * THE INVENTORY VALUATION REPORT. EVERY PRICE OR COST CHANGE IS
      * KEPT IN THE PRICE HISTORY VFPRHIS.DAT WITH ITS EFFECTIVE DATE:
      * A CHANGE EFFECTIVE TODAY GOES STRAIGHT INTO VFP-PRECIO, ONE
      * DATED AHEAD IS LEFT PENDING FOR THE NIGHTLY VFPRAPL1. THE
      * COST IN FORCE IS THE ONE ON THE LATEST APPLIED HISTORY ENTRY
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        SELECT OPTIONAL VFSTKLG ASSIGN TO "VFSTKLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOV-STATUS.
      * HISTORIAL DE PRECIOS - PRECIO DE VENTA Y COSTO POR ARTICULO
      * Y FECHA DE VIGENCIA
        SELECT OPTIONAL VFPRHIS ASSIGN TO "VFPRHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFH-CLAVE
        FILE STATUS IS WS-VFH-STATUS.

        DATA DIVISION.
        FILE SECTION.
            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD VFPRHIS.
        01 REG-VFPRHIS.
            03 VFH-CLAVE.
               05 VFH-CODVF     PIC 9(5).
               05 VFH-FECHA-VIG PIC 9(8).
            03 VFH-PRECIO       PIC 9(7)V99.
            03 VFH-COSTO        PIC 9(7)V99.
      * ESTADO: P = PENDIENTE, A = APLICADO, X = ANULADO
            03 VFH-ESTADO       PIC X(1).
            03 VFH-FECHA-ALTA   PIC 9(8).
            03 VFH-ORIGEN       PIC X(8).

        WORKING-STORAGE SECTION.
      * USUARIO DE LA SESION (USRSES1) QUE QUEDA EN VFSTKLG.DAT
        01  WS-SES-REQ.
            03  WS-SES-FUNCION  PIC X(01).
            03  WS-SES-USUARIO  PIC X(08).
            03  WS-SES-RESULT   PIC X(01).
                88 WS-SES-OK    VALUE "S".
        01  WS-VFP-STATUS       PIC X(2).
            88 WS-VFP-NOTFND    VALUE "23" "35".
        01  WS-OPCION           PIC 9(01).
        01  WS-REF-MOV          PIC X(20).
        01  WS-SYSDATE          PIC 9(8).
        01  WS-SYSTIME          PIC X(8).
        01  WS-VFH-STATUS       PIC X(2).
            88 WS-VFH-NOTFND    VALUE "23" "35".
        01  WS-HIS-OK-SW        PIC X(01).
            88 WS-HIS-OK        VALUE "Y".
        01  WS-HIS-EOF-SW       PIC X(01).
            88 WS-HIS-EOF       VALUE "Y".
        01  WS-ENT-COSTO        PIC X(10).
        01  WS-ENT-VIGENCIA     PIC X(08).
        01  WS-ENT-VIGENCIA-R REDEFINES WS-ENT-VIGENCIA.
            05 WS-VIG-AAAA      PIC 9(04).
            05 WS-VIG-MM        PIC 9(02).
            05 WS-VIG-DD        PIC 9(02).
        01  WS-HOY              PIC 9(8).
        01  WS-FECHA-VIG        PIC 9(8).
        01  WS-PRECIO-NUEVO     PIC 9(7)V99.
        01  WS-COSTO-NUEVO      PIC 9(7)V99.
        01  WS-COSTO-ACT        PIC 9(7)V99.
        01  WS-PRECIO-ANTES     PIC 9(7)V99.
        01  WS-CNT-PEND         PIC 9(3).
        01  WS-CNT-HIST         PIC 9(4).
        01  WS-COSTO-FMT        PIC Z,ZZZ,ZZ9.99.
        01  WS-ESTADO-TXT       PIC X(10).

        PROCEDURE DIVISION.
        0000-MAINLINE.
            MOVE "F" TO WS-SES-FUNCION.
            CALL "USRSES1" USING WS-SES-REQ.
            IF NOT WS-SES-OK
               DISPLAY "SIGN-ON FALLIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            ACCEPT WS-HOY FROM DATE YYYYMMDD.
            PERFORM 0100-MENU UNTIL WS-OPCION = 5.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

        0100-MENU.
            DISPLAY "***** PRECIOS Y EXISTENCIAS (VFPRICE.DAT) *****".
            DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR "
               "6=HISTORIAL DE PRECIOS".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-AGREGAR
               WHEN 3 PERFORM 0400-MODIFICAR
               WHEN 4 PERFORM 0500-BORRAR
               WHEN 5 CONTINUE
               WHEN 6 PERFORM 0600-HISTORIAL
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

               OPEN I-O VFPRICE
            END-IF.

      * EL HISTORIAL SE CREA LA PRIMERA VEZ QUE SE GRABA UN PRECIO
        0155-OPEN-HIS-IO.
            OPEN I-O VFPRHIS.
            IF WS-VFH-NOTFND
               OPEN OUTPUT VFPRHIS
               CLOSE VFPRHIS
               OPEN I-O VFPRHIS
            END-IF.

        0160-ENTER-FIELDS.
            MOVE SPACES TO WS-ENT-PRECIO WS-ENT-COSTO.
            DISPLAY "PRECIO UNITARIO (EJ 1250.50): ".
            ACCEPT WS-ENT-PRECIO.
            DISPLAY "COSTO UNITARIO  (EJ 980.00) : ".
            ACCEPT WS-ENT-COSTO.
            DISPLAY "EXISTENCIA EN BODEGA        : ".
            ACCEPT WS-ENT-EXIST.
            DISPLAY "NIVEL DE REORDEN            : ".
            ACCEPT WS-ENT-REORD.

      * ENTER = EL CAMBIO RIGE DESDE HOY. NO SE ACEPTA UNA FECHA
      * PASADA: WS-FECHA-VIG QUEDA EN CERO
        0170-ENTER-VIGENCIA.
            MOVE SPACES TO WS-ENT-VIGENCIA.
            DISPLAY "VIGENCIA DEL PRECIO AAAAMMDD (ENTER = HOY): ".
            ACCEPT WS-ENT-VIGENCIA.
            IF WS-ENT-VIGENCIA = SPACES
               MOVE WS-HOY TO WS-FECHA-VIG
            ELSE IF WS-ENT-VIGENCIA NOT NUMERIC
                    OR WS-VIG-MM < 1 OR WS-VIG-MM > 12
                    OR WS-VIG-DD < 1 OR WS-VIG-DD > 31
                    OR WS-ENT-VIGENCIA < WS-HOY
               MOVE ZERO TO WS-FECHA-VIG
            ELSE
               MOVE WS-ENT-VIGENCIA TO WS-FECHA-VIG.

        0200-AGREGAR.
            DISPLAY "CODVF DEL ARTICULO (5 DIGITOS): ".
            ACCEPT WS-ENT-CODVF.
                  DISPLAY "EXISTENCIA Y REORDEN DEBEN SER NUMERICOS"
               ELSE
                  PERFORM 0150-OPEN-IO
                  PERFORM 0155-OPEN-HIS-IO
                  MOVE WS-ENT-CODVF TO VFP-CODVF
                  MOVE FUNCTION NUMVAL(WS-ENT-PRECIO) TO VFP-PRECIO
                  MOVE WS-ENT-EXIST TO VFP-EXISTENCIA
                        DISPLAY "EL CODVF YA EXISTE EN EL MAESTRO"
                     NOT INVALID KEY
                        DISPLAY "ARTICULO GRABADO"
                        MOVE WS-HOY TO WS-FECHA-VIG
                        MOVE VFP-PRECIO TO WS-PRECIO-NUEVO
                        MOVE ZERO TO WS-COSTO-NUEVO
                        IF WS-ENT-COSTO NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-ENT-COSTO)
                              TO WS-COSTO-NUEVO
                        END-IF
                        MOVE "A" TO VFH-ESTADO
                        PERFORM 0820-WRITE-HISTORIA
                        IF VFP-EXISTENCIA > ZERO
                           MOVE VFP-EXISTENCIA TO WS-CANT-MOV
                           MOVE "+" TO WS-SIGNO-MOV
                        END-IF
                  END-WRITE
                  CLOSE VFPRICE
                  CLOSE VFPRHIS
               END-IF
            END-IF.

        0300-LISTAR.
            OPEN INPUT VFPRHIS.
            IF WS-VFH-STATUS = "00"
               MOVE "Y" TO WS-HIS-OK-SW
            ELSE
               MOVE "N" TO WS-HIS-OK-SW
               IF WS-VFH-STATUS = "05" OR WS-VFH-STATUS = "35"
                  CLOSE VFPRHIS
               END-IF
            END-IF.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE PRECIOS"
                  UNTIL WS-NO-MORE
               CLOSE VFPRICE
            END-IF.
            IF WS-HIS-OK
               CLOSE VFPRHIS
            END-IF.

        0310-READ-NEXT.
            READ VFPRICE NEXT RECORD
            END-READ.

        0320-SHOW-ONE.
            PERFORM 0800-BUSCAR-VIGENTE.
            MOVE VFP-PRECIO TO WS-PRECIO-FMT.
            MOVE WS-COSTO-ACT TO WS-COSTO-FMT.
            DISPLAY VFP-CODVF " PRECIO " WS-PRECIO-FMT
               " COSTO " WS-COSTO-FMT
               " EXIST " VFP-EXISTENCIA " REORD " VFP-REORDEN
               " PROG " WS-CNT-PEND.
            PERFORM 0310-READ-NEXT.

      * PRECIO O COSTO EN BLANCO = SE MANTIENE EL ACTUAL. UN CAMBIO
      * DE PRECIO O COSTO CON VIGENCIA HOY SE APLICA AL MOMENTO; CON
      * VIGENCIA FUTURA QUEDA PENDIENTE EN VFPRHIS.DAT PARA VFPRAPL1
      * Y EL PRECIO DEL MAESTRO NO CAMBIA HASTA ESA NOCHE
        0400-MODIFICAR.
            DISPLAY "CODVF A MODIFICAR: ".
            ACCEPT WS-ENT-CODVF.
               DISPLAY "CODVF DEBE SER NUMERICO"
            ELSE
               PERFORM 0150-OPEN-IO
               PERFORM 0155-OPEN-HIS-IO
               MOVE "Y" TO WS-HIS-OK-SW
               MOVE WS-ENT-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     DISPLAY "CODVF NO EXISTE EN EL MAESTRO"
                  NOT INVALID KEY
                     PERFORM 0800-BUSCAR-VIGENTE
                     MOVE VFP-PRECIO TO WS-PRECIO-FMT
                     MOVE WS-COSTO-ACT TO WS-COSTO-FMT
                     DISPLAY "ACTUAL: PRECIO " WS-PRECIO-FMT
                        " COSTO " WS-COSTO-FMT
                        " EXIST " VFP-EXISTENCIA
                        " REORD " VFP-REORDEN
                     IF WS-CNT-PEND > ZERO
                        DISPLAY "TIENE " WS-CNT-PEND
                           " CAMBIO(S) DE PRECIO PROGRAMADO(S)"
                     END-IF
                     MOVE VFP-EXISTENCIA TO WS-EXIST-ANTES
                     DISPLAY "PRECIO O COSTO EN BLANCO = SIN CAMBIO"
                     PERFORM 0160-ENTER-FIELDS
                     PERFORM 0170-ENTER-VIGENCIA
                     IF WS-ENT-EXIST NOT NUMERIC
                        OR WS-ENT-REORD NOT NUMERIC
                        DISPLAY "EXISTENCIA Y REORDEN DEBEN SER "
                           "NUMERICOS"
                     ELSE
                        IF WS-FECHA-VIG = ZERO
                           DISPLAY "FECHA DE VIGENCIA INVALIDA O PASADA"
                        ELSE
                           PERFORM 0410-ACTUALIZAR
                        END-IF
                     END-IF
               END-READ
               CLOSE VFPRICE
               CLOSE VFPRHIS
            END-IF.

        0410-ACTUALIZAR.
            MOVE VFP-PRECIO TO WS-PRECIO-ANTES.
            MOVE VFP-PRECIO TO WS-PRECIO-NUEVO.
            IF WS-ENT-PRECIO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENT-PRECIO) TO WS-PRECIO-NUEVO
            END-IF.
            MOVE WS-COSTO-ACT TO WS-COSTO-NUEVO.
            IF WS-ENT-COSTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENT-COSTO) TO WS-COSTO-NUEVO
            END-IF.
            IF WS-FECHA-VIG = WS-HOY
               MOVE WS-PRECIO-NUEVO TO VFP-PRECIO
            END-IF.
            MOVE WS-ENT-EXIST TO VFP-EXISTENCIA.
            MOVE WS-ENT-REORD TO VFP-REORDEN.
            REWRITE REG-VFPRICE
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR"
               NOT INVALID KEY
                  DISPLAY "ARTICULO ACTUALIZADO"
                  IF VFP-EXISTENCIA NOT = WS-EXIST-ANTES
                     PERFORM 0450-MOVIMIENTO-AJUSTE
                  END-IF
                  PERFORM 0420-REGISTRAR-PRECIO
            END-REWRITE.

      * SOLO SE DEJA HISTORIA SI CAMBIO EL PRECIO O EL COSTO, O SI
      * SE PROGRAMA UN CAMBIO A FUTURO. UN CAMBIO QUE RIGE HOY ANULA
      * LOS PENDIENTES ATRASADOS DEL ARTICULO PARA QUE VFPRAPL1 NO
      * LO PISE CON UN PRECIO VIEJO
        0420-REGISTRAR-PRECIO.
            IF WS-FECHA-VIG = WS-HOY
               IF WS-PRECIO-NUEVO NOT = WS-PRECIO-ANTES
                  OR WS-COSTO-NUEVO NOT = WS-COSTO-ACT
                  PERFORM 0850-ANULAR-ATRASADOS
                  MOVE "A" TO VFH-ESTADO
                  PERFORM 0820-WRITE-HISTORIA
               END-IF
            ELSE
               IF WS-ENT-PRECIO NOT = SPACES
                  OR WS-ENT-COSTO NOT = SPACES
                  MOVE "P" TO VFH-ESTADO
                  PERFORM 0820-WRITE-HISTORIA
                  DISPLAY "CAMBIO DE PRECIO PROGRAMADO PARA EL "
                     WS-FECHA-VIG
               END-IF
            END-IF.

      * CAMBIAR LA EXISTENCIA DESDE AQUI DEJA UN AJUSTE (A) EN EL
               MOVE WS-CANT-MOV TO MOV-CANT
               MOVE VFP-EXISTENCIA TO MOV-SALDO
               MOVE WS-REF-MOV TO MOV-REF
               MOVE WS-SES-USUARIO TO MOV-USUARIO
               WRITE MOV-REC
               CLOSE VFSTKLG
            END-IF.

      * EL HISTORIAL DE PRECIOS DEL ARTICULO SE CONSERVA; UN CAMBIO
      * QUE QUEDE PENDIENTE LO ANULA VFPRAPL1 AL NO HALLAR EL CODVF
        0500-BORRAR.
            DISPLAY "CODVF A BORRAR: ".
            ACCEPT WS-ENT-CODVF.
               CLOSE VFPRICE
            END-IF.

      * TODO EL HISTORIAL DE PRECIOS DE UN ARTICULO, DEL MAS ANTIGUO
      * AL MAS NUEVO, CON LOS CAMBIOS PROGRAMADOS AL FINAL
        0600-HISTORIAL.
            DISPLAY "CODVF A CONSULTAR: ".
            ACCEPT WS-ENT-CODVF.
            IF WS-ENT-CODVF NOT NUMERIC
               DISPLAY "CODVF DEBE SER NUMERICO"
            ELSE
               OPEN INPUT VFPRHIS
               IF WS-VFH-STATUS NOT = "00"
                  DISPLAY "NO HAY HISTORIAL DE PRECIOS"
                  IF WS-VFH-STATUS = "05" OR WS-VFH-STATUS = "35"
                     CLOSE VFPRHIS
                  END-IF
               ELSE
                  MOVE WS-ENT-CODVF TO VFP-CODVF
                  MOVE ZERO TO WS-CNT-HIST
                  DISPLAY "VIGENCIA       PRECIO        COSTO"
                     "  ESTADO     ALTA     ORIGEN"
                  PERFORM 0805-START-HIS
                  PERFORM 0610-SHOW-HIS
                     UNTIL WS-HIS-EOF
                  IF WS-CNT-HIST = ZERO
                     DISPLAY "SIN HISTORIAL DE PRECIOS PARA " VFP-CODVF
                  END-IF
                  CLOSE VFPRHIS
               END-IF
            END-IF.

        0610-SHOW-HIS.
            ADD 1 TO WS-CNT-HIST.
            MOVE VFH-PRECIO TO WS-PRECIO-FMT.
            MOVE VFH-COSTO TO WS-COSTO-FMT.
            EVALUATE VFH-ESTADO
               WHEN "A" MOVE "APLICADO  " TO WS-ESTADO-TXT
               WHEN "P" MOVE "PENDIENTE " TO WS-ESTADO-TXT
               WHEN "X" MOVE "ANULADO   " TO WS-ESTADO-TXT
               WHEN OTHER MOVE VFH-ESTADO TO WS-ESTADO-TXT
            END-EVALUATE.
            DISPLAY VFH-FECHA-VIG " " WS-PRECIO-FMT " " WS-COSTO-FMT
               "  " WS-ESTADO-TXT " " VFH-FECHA-ALTA " " VFH-ORIGEN.
            PERFORM 0810-READ-NEXT-HIS.

      * COSTO EN VIGOR = EL DEL ULTIMO CAMBIO APLICADO DEL ARTICULO.
      * CUENTA TAMBIEN LOS CAMBIOS PENDIENTES. SIN HISTORIAL EL
      * COSTO QUEDA EN CERO
        0800-BUSCAR-VIGENTE.
            MOVE ZERO TO WS-COSTO-ACT WS-CNT-PEND.
            IF WS-HIS-OK
               PERFORM 0805-START-HIS
               PERFORM 0815-TOMAR-VIGENTE
                  UNTIL WS-HIS-EOF
            END-IF.

      * POSICIONA EN EL PRIMER REGISTRO DEL ARTICULO VFP-CODVF
        0805-START-HIS.
            MOVE VFP-CODVF TO VFH-CODVF.
            MOVE ZERO TO VFH-FECHA-VIG.
            MOVE "N" TO WS-HIS-EOF-SW.
            START VFPRHIS KEY IS NOT LESS THAN VFH-CLAVE
               INVALID KEY
                  MOVE "Y" TO WS-HIS-EOF-SW
            END-START.
            IF NOT WS-HIS-EOF
               PERFORM 0810-READ-NEXT-HIS
            END-IF.

        0810-READ-NEXT-HIS.
            READ VFPRHIS NEXT RECORD
               AT END MOVE "Y" TO WS-HIS-EOF-SW
            END-READ.
            IF NOT WS-HIS-EOF
               AND VFH-CODVF NOT = VFP-CODVF
               MOVE "Y" TO WS-HIS-EOF-SW
            END-IF.

        0815-TOMAR-VIGENTE.
            IF VFH-ESTADO = "A" AND VFH-FECHA-VIG NOT > WS-HOY
               MOVE VFH-COSTO TO WS-COSTO-ACT
            END-IF.
            IF VFH-ESTADO = "P"
               ADD 1 TO WS-CNT-PEND
            END-IF.
            PERFORM 0810-READ-NEXT-HIS.

      * VFH-ESTADO VIENE PUESTO. SI YA HAY UN REGISTRO DEL ARTICULO
      * PARA ESA FECHA DE VIGENCIA, EL NUEVO LO REEMPLAZA
        0820-WRITE-HISTORIA.
            MOVE VFP-CODVF TO VFH-CODVF.
            MOVE WS-FECHA-VIG TO VFH-FECHA-VIG.
            MOVE WS-PRECIO-NUEVO TO VFH-PRECIO.
            MOVE WS-COSTO-NUEVO TO VFH-COSTO.
            MOVE WS-HOY TO VFH-FECHA-ALTA.
            MOVE "VFPMNT1" TO VFH-ORIGEN.
            WRITE REG-VFPRHIS
               INVALID KEY
                  REWRITE REG-VFPRHIS
                     INVALID KEY
                        DISPLAY "ERROR AL GRABAR VFPRHIS.DAT"
                  END-REWRITE
            END-WRITE.

        0850-ANULAR-ATRASADOS.
            PERFORM 0805-START-HIS.
            PERFORM 0855-ANULAR-UNO
               UNTIL WS-HIS-EOF.

        0855-ANULAR-UNO.
            IF VFH-ESTADO = "P" AND VFH-FECHA-VIG NOT > WS-HOY
               MOVE "X" TO VFH-ESTADO
               REWRITE REG-VFPRHIS
                  INVALID KEY
                     DISPLAY "ERROR AL ANULAR EN VFPRHIS.DAT"
               END-REWRITE
               DISPLAY "CAMBIO PENDIENTE DEL " VFH-FECHA-VIG
                  " REEMPLAZADO POR ESTE"
            END-IF.
            PERFORM 0810-READ-NEXT-HIS.

        END PROGRAM VFPMNT1.
