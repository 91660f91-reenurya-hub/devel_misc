        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFMAPM1.
      * ===============================================================
      * VFMAPM1 = MANTENIMIENTO DEL MAPEO DE VENTAS A PRODUCE
      * VFMAPV.DAT. CADA CODIGO CON QUE ENTRA UNA VENTA - LINEA DE
      * PRODUCTO (L) DE SLSPROD.DAT O ARTICULO DEL POS (P) DE
      * POSITEM.DAT - APUNTA A UN CODVF CON UN FACTOR DE CONVERSION
      * (UNIDADES DE BODEGA POR UNIDAD VENDIDA EN EL POS, EJ UNA
      * CAJA DE 12 = 12). CON CODVF EN CERO EL CODIGO NO ES PRODUCE
      * Y VFVTAP1 LO PASA POR ALTO; UN CODIGO QUE NO ESTA AQUI QUEDA
      * COMO EXCEPCION HASTA QUE SE MAPEE
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFMAPV ASSIGN TO "VFMAPV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAP-CLAVE
        FILE STATUS IS WS-MAP-STATUS.

        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD VFMAPV.
        01 REG-VFMAPV.
            03 MAP-CLAVE.
      * TIPO: L = LINEA DE PRODUCTO, P = ARTICULO DEL POS
               05 MAP-TIPO      PIC X(1).
               05 MAP-CODIGO    PIC X(14).
            03 MAP-CODVF        PIC 9(5).
            03 MAP-FACTOR       PIC 9(3)V9999.
            03 MAP-DESC         PIC X(20).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        WORKING-STORAGE SECTION.
        01  WS-MAP-STATUS       PIC X(2).
            88 WS-MAP-NOTFND    VALUE "23" "35".
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-OPCION           PIC 9(01).
        01  WS-END-SW           PIC X(01).
            88 WS-NO-MORE       VALUE "Y".
        01  WS-CAMPOS-SW        PIC X(01).
            88 WS-CAMPOS-OK     VALUE "Y".
        01  WS-ENT-TIPO         PIC X(01).
            88 WS-TIPO-VALIDO   VALUE "L" "P".
        01  WS-ENT-CODIGO       PIC X(14).
        01  WS-ENT-CODVF        PIC X(05).
        01  WS-ENT-FACTOR       PIC X(09).
        01  WS-ENT-DESC         PIC X(20).
        01  WS-FACTOR-FMT       PIC ZZ9.9999.
        01  WS-CNT-LISTADOS     PIC 9(05).

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 0100-MENU UNTIL WS-OPCION = 5.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

        0100-MENU.
            DISPLAY "***** MAPEO DE VENTAS A PRODUCE (VFMAPV.DAT) "
               "*****".
            DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-AGREGAR
               WHEN 2 PERFORM 0300-LISTAR
               WHEN 3 PERFORM 0400-MODIFICAR
               WHEN 4 PERFORM 0500-BORRAR
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

      * OPEN I-O FOR KEYED ACCESS, CREATING VFMAPV.DAT ON FIRST USE
        0150-OPEN-IO.
            OPEN I-O VFMAPV.
            IF WS-MAP-NOTFND
               OPEN OUTPUT VFMAPV
               CLOSE VFMAPV
               OPEN I-O VFMAPV
            END-IF.

        0160-ENTER-KEY.
            MOVE SPACES TO WS-ENT-TIPO WS-ENT-CODIGO.
            DISPLAY "TIPO L=LINEA DE PRODUCTO P=ARTICULO POS: ".
            ACCEPT WS-ENT-TIPO.
            DISPLAY "CODIGO (LINEA O ARTICULO POS)          : ".
            ACCEPT WS-ENT-CODIGO.

      * CODVF EN CERO = NO ES PRODUCE. FACTOR EN BLANCO = 1. UN
      * CODVF DISTINTO DE CERO DEBE ESTAR EN EL MAESTRO DE PRECIOS
        0170-ENTER-FIELDS.
            MOVE SPACES TO WS-ENT-CODVF WS-ENT-FACTOR WS-ENT-DESC.
            DISPLAY "CODVF (00000 = NO ES PRODUCE)          : ".
            ACCEPT WS-ENT-CODVF.
            DISPLAY "FACTOR UNID. BODEGA POR UNID. POS (EJ 12 O 0.5,"
               " ENTER = 1): ".
            ACCEPT WS-ENT-FACTOR.
            DISPLAY "DESCRIPCION                            : ".
            ACCEPT WS-ENT-DESC.
            MOVE "Y" TO WS-CAMPOS-SW.
            IF WS-ENT-CODVF NOT NUMERIC
               DISPLAY "CODVF DEBE SER NUMERICO"
               MOVE "N" TO WS-CAMPOS-SW
            ELSE
               IF WS-ENT-FACTOR NOT = SPACES
                  AND FUNCTION NUMVAL(WS-ENT-FACTOR) NOT > ZERO
                  DISPLAY "FACTOR DEBE SER MAYOR QUE CERO"
                  MOVE "N" TO WS-CAMPOS-SW
               ELSE
                  IF WS-ENT-CODVF NOT = ZERO
                     PERFORM 0180-CHECK-CODVF
                  END-IF
               END-IF
            END-IF.

        0180-CHECK-CODVF.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE PRECIOS"
               MOVE "N" TO WS-CAMPOS-SW
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
            ELSE
               MOVE WS-ENT-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     DISPLAY "CODVF NO EXISTE EN VFPRICE.DAT"
                     MOVE "N" TO WS-CAMPOS-SW
               END-READ
               CLOSE VFPRICE
            END-IF.

        0190-MOVE-FIELDS.
            MOVE WS-ENT-CODVF TO MAP-CODVF.
            IF WS-ENT-FACTOR = SPACES
               MOVE 1 TO MAP-FACTOR
            ELSE
               MOVE FUNCTION NUMVAL(WS-ENT-FACTOR) TO MAP-FACTOR
            END-IF.
            MOVE WS-ENT-DESC TO MAP-DESC.

        0200-AGREGAR.
            PERFORM 0160-ENTER-KEY.
            IF NOT WS-TIPO-VALIDO OR WS-ENT-CODIGO = SPACES
               DISPLAY "TIPO DEBE SER L O P Y EL CODIGO NO VACIO"
            ELSE
               PERFORM 0170-ENTER-FIELDS
               IF WS-CAMPOS-OK
                  PERFORM 0150-OPEN-IO
                  MOVE WS-ENT-TIPO TO MAP-TIPO
                  MOVE WS-ENT-CODIGO TO MAP-CODIGO
                  PERFORM 0190-MOVE-FIELDS
                  WRITE REG-VFMAPV
                     INVALID KEY
                        DISPLAY "EL CODIGO YA ESTA MAPEADO"
                     NOT INVALID KEY
                        DISPLAY "MAPEO GRABADO"
                  END-WRITE
                  CLOSE VFMAPV
               END-IF
            END-IF.

        0300-LISTAR.
            OPEN INPUT VFMAPV.
            IF WS-MAP-STATUS NOT = "00"
               DISPLAY "NO HAY MAPEOS REGISTRADOS"
               IF WS-MAP-STATUS = "05" OR WS-MAP-STATUS = "35"
                  CLOSE VFMAPV
               END-IF
            ELSE
               MOVE ZERO TO WS-CNT-LISTADOS
               MOVE "N" TO WS-END-SW
               PERFORM 0310-READ-NEXT
               PERFORM 0320-SHOW-ONE
                  UNTIL WS-NO-MORE
               CLOSE VFMAPV
               DISPLAY "MAPEOS: " WS-CNT-LISTADOS
            END-IF.

        0310-READ-NEXT.
            READ VFMAPV NEXT RECORD
               AT END SET WS-NO-MORE TO TRUE
            END-READ.

        0320-SHOW-ONE.
            ADD 1 TO WS-CNT-LISTADOS.
            MOVE MAP-FACTOR TO WS-FACTOR-FMT.
            IF MAP-CODVF = ZERO
               DISPLAY MAP-TIPO " " MAP-CODIGO " NO ES PRODUCE   "
                  MAP-DESC
            ELSE
               DISPLAY MAP-TIPO " " MAP-CODIGO " CODVF " MAP-CODVF
                  " X " WS-FACTOR-FMT " " MAP-DESC
            END-IF.
            PERFORM 0310-READ-NEXT.

        0400-MODIFICAR.
            PERFORM 0160-ENTER-KEY.
            PERFORM 0150-OPEN-IO.
            MOVE WS-ENT-TIPO TO MAP-TIPO.
            MOVE WS-ENT-CODIGO TO MAP-CODIGO.
            READ VFMAPV
               INVALID KEY
                  DISPLAY "EL CODIGO NO ESTA MAPEADO"
               NOT INVALID KEY
                  MOVE MAP-FACTOR TO WS-FACTOR-FMT
                  DISPLAY "ACTUAL: CODVF " MAP-CODVF
                     " FACTOR " WS-FACTOR-FMT " " MAP-DESC
                  PERFORM 0170-ENTER-FIELDS
                  IF WS-CAMPOS-OK
                     PERFORM 0190-MOVE-FIELDS
                     REWRITE REG-VFMAPV
                        INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR"
                        NOT INVALID KEY
                           DISPLAY "MAPEO ACTUALIZADO"
                     END-REWRITE
                  END-IF
            END-READ.
            CLOSE VFMAPV.

        0500-BORRAR.
            PERFORM 0160-ENTER-KEY.
            PERFORM 0150-OPEN-IO.
            MOVE WS-ENT-TIPO TO MAP-TIPO.
            MOVE WS-ENT-CODIGO TO MAP-CODIGO.
            DELETE VFMAPV RECORD
               INVALID KEY
                  DISPLAY "EL CODIGO NO ESTA MAPEADO"
               NOT INVALID KEY
                  DISPLAY "MAPEO BORRADO"
            END-DELETE.
            CLOSE VFMAPV.

        END PROGRAM VFMAPM1.
