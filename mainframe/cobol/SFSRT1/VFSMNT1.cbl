        IDENTIFICATION DIVISION.
        PROGRAM-ID. VFSMNT1.
      * ===============================================================
      * VFSMNT1 = MAESTRO DE PROVEEDORES VEGFRUT. MANTIENE
      * VFSUPP.DAT (POR CODIGO DE PROVEEDOR: NOMBRE, TELEFONO Y
      * CONTACTO) Y, POR CADA CODVF, SU PROVEEDOR PREFERIDO CON EL
      * PLAZO DE ENTREGA EN DIAS (VFITPRV.DAT). CON ESTOS DOS
      * ARCHIVOS VFPOGEN1 CONVIERTE LAS SUGERENCIAS DE VFREORD1 EN
      * ORDENES DE COMPRA Y VFPORPT1 SABE CUANDO DEBIO LLEGAR CADA
      * LINEA. UN PROVEEDOR QUE ES PREFERIDO DE ALGUN ARTICULO NO SE
      * BORRA HASTA REASIGNAR ESOS ARTICULOS
      * ===============================================================
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL VFSUPP ASSIGN TO "VFSUPP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFS-CODPROV
        FILE STATUS IS WS-SUP-STATUS.

      * PROVEEDOR PREFERIDO Y PLAZO DE ENTREGA POR ARTICULO
        SELECT OPTIONAL VFITPRV ASSIGN TO "VFITPRV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFI-CODVF
        FILE STATUS IS WS-ITP-STATUS.

      * MAESTRO DE PRECIOS - SOLO PARA CONFIRMAR QUE EL CODVF EXISTE
        SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VFP-CODVF
        FILE STATUS IS WS-VFP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD VFSUPP.
        01 REG-VFSUPP.
            03 VFS-CODPROV      PIC 9(5).
            03 VFS-NOMBRE       PIC X(30).
            03 VFS-TELEFONO     PIC X(15).
            03 VFS-CONTACTO     PIC X(20).

        FD VFITPRV.
        01 REG-VFITPRV.
            03 VFI-CODVF        PIC 9(5).
            03 VFI-CODPROV      PIC 9(5).
            03 VFI-DIAS-ENTREGA PIC 9(3).

        FD VFPRICE.
        01 REG-VFPRICE.
            03 VFP-CODVF        PIC 9(5).
            03 VFP-PRECIO       PIC 9(7)V99.
            03 VFP-EXISTENCIA   PIC 9(7).
            03 VFP-REORDEN      PIC 9(5).

        WORKING-STORAGE SECTION.
        01  WS-SUP-STATUS       PIC X(2).
            88 WS-SUP-NOTFND    VALUE "23" "35".
        01  WS-ITP-STATUS       PIC X(2).
            88 WS-ITP-NOTFND    VALUE "23" "35".
        01  WS-VFP-STATUS       PIC X(2).
        01  WS-OPCION           PIC 9(01).
        01  WS-END-SW           PIC X(01).
            88 WS-NO-MORE       VALUE "Y".
        01  WS-ENT-CODPROV      PIC X(05).
        01  WS-ENT-NOMBRE       PIC X(30).
        01  WS-ENT-TELEFONO     PIC X(15).
        01  WS-ENT-CONTACTO     PIC X(20).
        01  WS-ENT-CODVF        PIC X(05).
        01  WS-ENT-DIAS         PIC X(03).
        01  WS-ARTICULO-OK-SW   PIC X(01).
            88 WS-ARTICULO-OK   VALUE "Y".
        01  WS-PROV-OK-SW       PIC X(01).
            88 WS-PROV-OK       VALUE "Y".
        01  WS-PROV-NOMBRE      PIC X(30).
        01  WS-CNT-ASIGNADOS    PIC 9(05).

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 0100-MENU UNTIL WS-OPCION = 7.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

        0100-MENU.
            DISPLAY "***** PROVEEDORES VEGFRUT (VFSUPP.DAT) *****".
            DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR".
            DISPLAY "5=PROVEEDOR PREFERIDO DE UN CODVF "
               "6=LISTAR PREFERIDOS 7=SALIR".
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
               WHEN 1 PERFORM 0200-AGREGAR
               WHEN 2 PERFORM 0300-LISTAR
               WHEN 3 PERFORM 0400-MODIFICAR
               WHEN 4 PERFORM 0500-BORRAR
               WHEN 5 PERFORM 0600-PREFERIDO
               WHEN 6 PERFORM 0700-LISTAR-PREFERIDOS
               WHEN 7 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
            END-EVALUATE.

      * OPEN I-O FOR KEYED ACCESS, CREATING VFSUPP.DAT ON FIRST USE
        0150-OPEN-IO.
            OPEN I-O VFSUPP.
            IF WS-SUP-NOTFND
               OPEN OUTPUT VFSUPP
               CLOSE VFSUPP
               OPEN I-O VFSUPP
            END-IF.

        0160-ENTER-FIELDS.
            DISPLAY "NOMBRE DEL PROVEEDOR: ".
            ACCEPT WS-ENT-NOMBRE.
            DISPLAY "TELEFONO            : ".
            ACCEPT WS-ENT-TELEFONO.
            DISPLAY "CONTACTO            : ".
            ACCEPT WS-ENT-CONTACTO.

        0200-AGREGAR.
            DISPLAY "CODIGO DEL PROVEEDOR (5 DIGITOS): ".
            ACCEPT WS-ENT-CODPROV.
            IF WS-ENT-CODPROV NOT NUMERIC
               OR WS-ENT-CODPROV = ZERO
               DISPLAY "CODIGO DEBE SER NUMERICO MAYOR QUE CERO"
            ELSE
               PERFORM 0160-ENTER-FIELDS
               IF WS-ENT-NOMBRE = SPACES
                  DISPLAY "EL NOMBRE ES OBLIGATORIO"
               ELSE
                  PERFORM 0150-OPEN-IO
                  MOVE WS-ENT-CODPROV TO VFS-CODPROV
                  MOVE WS-ENT-NOMBRE TO VFS-NOMBRE
                  MOVE WS-ENT-TELEFONO TO VFS-TELEFONO
                  MOVE WS-ENT-CONTACTO TO VFS-CONTACTO
                  WRITE REG-VFSUPP
                     INVALID KEY
                        DISPLAY "EL PROVEEDOR YA EXISTE"
                     NOT INVALID KEY
                        DISPLAY "PROVEEDOR GRABADO"
                  END-WRITE
                  CLOSE VFSUPP
               END-IF
            END-IF.

        0300-LISTAR.
            OPEN INPUT VFSUPP.
            IF WS-SUP-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE PROVEEDORES"
               IF WS-SUP-STATUS = "05" OR WS-SUP-STATUS = "35"
                  CLOSE VFSUPP
               END-IF
            ELSE
               MOVE "N" TO WS-END-SW
               PERFORM 0310-READ-NEXT
               PERFORM 0320-SHOW-ONE
                  UNTIL WS-NO-MORE
               CLOSE VFSUPP
            END-IF.

        0310-READ-NEXT.
            READ VFSUPP NEXT RECORD
               AT END SET WS-NO-MORE TO TRUE
            END-READ.

        0320-SHOW-ONE.
            DISPLAY VFS-CODPROV " " VFS-NOMBRE " TEL " VFS-TELEFONO
               " " VFS-CONTACTO.
            PERFORM 0310-READ-NEXT.

        0400-MODIFICAR.
            DISPLAY "CODIGO DEL PROVEEDOR A MODIFICAR: ".
            ACCEPT WS-ENT-CODPROV.
            IF WS-ENT-CODPROV NOT NUMERIC
               DISPLAY "CODIGO DEBE SER NUMERICO"
            ELSE
               PERFORM 0150-OPEN-IO
               MOVE WS-ENT-CODPROV TO VFS-CODPROV
               READ VFSUPP
                  INVALID KEY
                     DISPLAY "PROVEEDOR NO EXISTE"
                  NOT INVALID KEY
                     DISPLAY "ACTUAL: " VFS-NOMBRE " TEL "
                        VFS-TELEFONO " " VFS-CONTACTO
                     PERFORM 0160-ENTER-FIELDS
                     IF WS-ENT-NOMBRE = SPACES
                        DISPLAY "EL NOMBRE ES OBLIGATORIO"
                     ELSE
                        MOVE WS-ENT-NOMBRE TO VFS-NOMBRE
                        MOVE WS-ENT-TELEFONO TO VFS-TELEFONO
                        MOVE WS-ENT-CONTACTO TO VFS-CONTACTO
                        REWRITE REG-VFSUPP
                           INVALID KEY
                              DISPLAY "ERROR AL ACTUALIZAR"
                           NOT INVALID KEY
                              DISPLAY "PROVEEDOR ACTUALIZADO"
                        END-REWRITE
                     END-IF
               END-READ
               CLOSE VFSUPP
            END-IF.

      * UN PROVEEDOR PREFERIDO DE ALGUN ARTICULO NO SE BORRA - LAS
      * ORDENES DE ESOS ARTICULOS QUEDARIAN SIN A QUIEN PEDIR
        0500-BORRAR.
            DISPLAY "CODIGO DEL PROVEEDOR A BORRAR: ".
            ACCEPT WS-ENT-CODPROV.
            IF WS-ENT-CODPROV NOT NUMERIC
               DISPLAY "CODIGO DEBE SER NUMERICO"
            ELSE
               PERFORM 0510-COUNT-ASSIGNED
               IF WS-CNT-ASIGNADOS > ZERO
                  DISPLAY "ES PROVEEDOR PREFERIDO DE "
                     WS-CNT-ASIGNADOS " ARTICULOS - REASIGNELOS "
                     "ANTES DE BORRAR"
               ELSE
                  PERFORM 0150-OPEN-IO
                  MOVE WS-ENT-CODPROV TO VFS-CODPROV
                  DELETE VFSUPP RECORD
                     INVALID KEY
                        DISPLAY "PROVEEDOR NO EXISTE"
                     NOT INVALID KEY
                        DISPLAY "PROVEEDOR BORRADO"
                  END-DELETE
                  CLOSE VFSUPP
               END-IF
            END-IF.

        0510-COUNT-ASSIGNED.
            MOVE ZERO TO WS-CNT-ASIGNADOS.
            OPEN INPUT VFITPRV.
            IF WS-ITP-STATUS NOT = "00"
               IF WS-ITP-STATUS = "05" OR WS-ITP-STATUS = "35"
                  CLOSE VFITPRV
               END-IF
            ELSE
               MOVE "N" TO WS-END-SW
               PERFORM 0710-READ-NEXT-PREF
               PERFORM 0520-COUNT-ONE
                  UNTIL WS-NO-MORE
               CLOSE VFITPRV
            END-IF.

        0520-COUNT-ONE.
            IF VFI-CODPROV = FUNCTION NUMVAL(WS-ENT-CODPROV)
               ADD 1 TO WS-CNT-ASIGNADOS
            END-IF.
            PERFORM 0710-READ-NEXT-PREF.

      * ASIGNA (O CAMBIA) EL PROVEEDOR PREFERIDO DE UN CODVF CON SU
      * PLAZO DE ENTREGA. PROVEEDOR 00000 QUITA LA ASIGNACION
        0600-PREFERIDO.
            DISPLAY "CODVF DEL ARTICULO: ".
            ACCEPT WS-ENT-CODVF.
            DISPLAY "PROVEEDOR PREFERIDO (00000 = QUITAR): ".
            ACCEPT WS-ENT-CODPROV.
            IF WS-ENT-CODVF NOT NUMERIC
               DISPLAY "CODVF DEBE SER NUMERICO"
            ELSE
            IF WS-ENT-CODPROV NOT NUMERIC
               DISPLAY "CODIGO DEBE SER NUMERICO"
            ELSE
            IF WS-ENT-CODPROV = ZERO
               PERFORM 0650-QUITAR-PREFERIDO
            ELSE
               DISPLAY "PLAZO DE ENTREGA EN DIAS (001-999): "
               ACCEPT WS-ENT-DIAS
               PERFORM 0610-CHECK-ARTICULO
               PERFORM 0620-CHECK-PROVEEDOR
               IF NOT WS-ARTICULO-OK
                  DISPLAY "CODVF NO EXISTE EN EL MAESTRO DE PRECIOS"
               ELSE
               IF NOT WS-PROV-OK
                  DISPLAY "PROVEEDOR NO EXISTE"
               ELSE
               IF WS-ENT-DIAS NOT NUMERIC OR WS-ENT-DIAS = ZERO
                  DISPLAY "PLAZO DEBE SER NUMERICO DE 3 DIGITOS"
               ELSE
                  PERFORM 0630-GRABAR-PREFERIDO.

      * SIN MAESTRO DE PRECIOS EN DISCO SE ACEPTA CUALQUIER CODVF
        0610-CHECK-ARTICULO.
            MOVE "Y" TO WS-ARTICULO-OK-SW.
            OPEN INPUT VFPRICE.
            IF WS-VFP-STATUS NOT = "00"
               IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                  CLOSE VFPRICE
               END-IF
            ELSE
               MOVE WS-ENT-CODVF TO VFP-CODVF
               READ VFPRICE
                  INVALID KEY
                     MOVE "N" TO WS-ARTICULO-OK-SW
               END-READ
               CLOSE VFPRICE
            END-IF.

        0620-CHECK-PROVEEDOR.
            MOVE "N" TO WS-PROV-OK-SW.
            MOVE SPACES TO WS-PROV-NOMBRE.
            OPEN INPUT VFSUPP.
            IF WS-SUP-STATUS NOT = "00"
               IF WS-SUP-STATUS = "05" OR WS-SUP-STATUS = "35"
                  CLOSE VFSUPP
               END-IF
            ELSE
               MOVE WS-ENT-CODPROV TO VFS-CODPROV
               READ VFSUPP
                  NOT INVALID KEY
                     MOVE "Y" TO WS-PROV-OK-SW
                     MOVE VFS-NOMBRE TO WS-PROV-NOMBRE
               END-READ
               CLOSE VFSUPP
            END-IF.

        0630-GRABAR-PREFERIDO.
            OPEN I-O VFITPRV.
            IF WS-ITP-NOTFND
               OPEN OUTPUT VFITPRV
               CLOSE VFITPRV
               OPEN I-O VFITPRV
            END-IF.
            MOVE WS-ENT-CODVF TO VFI-CODVF.
            READ VFITPRV
               INVALID KEY
                  MOVE WS-ENT-CODPROV TO VFI-CODPROV
                  MOVE WS-ENT-DIAS TO VFI-DIAS-ENTREGA
                  WRITE REG-VFITPRV
                     INVALID KEY
                        DISPLAY "ERROR AL GRABAR"
                  END-WRITE
               NOT INVALID KEY
                  MOVE WS-ENT-CODPROV TO VFI-CODPROV
                  MOVE WS-ENT-DIAS TO VFI-DIAS-ENTREGA
                  REWRITE REG-VFITPRV
                     INVALID KEY
                        DISPLAY "ERROR AL ACTUALIZAR"
                  END-REWRITE
            END-READ.
            CLOSE VFITPRV.
            DISPLAY "CODVF " WS-ENT-CODVF " - PROVEEDOR "
               WS-ENT-CODPROV " " WS-PROV-NOMBRE " A " WS-ENT-DIAS
               " DIAS".

        0650-QUITAR-PREFERIDO.
            OPEN I-O VFITPRV.
            IF WS-ITP-NOTFND
               DISPLAY "NO HAY PROVEEDORES PREFERIDOS"
               CLOSE VFITPRV
            ELSE
               MOVE WS-ENT-CODVF TO VFI-CODVF
               DELETE VFITPRV RECORD
                  INVALID KEY
                     DISPLAY "EL CODVF NO TIENE PROVEEDOR PREFERIDO"
                  NOT INVALID KEY
                     DISPLAY "ASIGNACION QUITADA"
               END-DELETE
               CLOSE VFITPRV
            END-IF.

        0700-LISTAR-PREFERIDOS.
            OPEN INPUT VFITPRV.
            IF WS-ITP-STATUS NOT = "00"
               DISPLAY "NO HAY PROVEEDORES PREFERIDOS"
               IF WS-ITP-STATUS = "05" OR WS-ITP-STATUS = "35"
                  CLOSE VFITPRV
               END-IF
            ELSE
               MOVE "N" TO WS-END-SW
               PERFORM 0710-READ-NEXT-PREF
               PERFORM 0720-SHOW-ONE-PREF
                  UNTIL WS-NO-MORE
               CLOSE VFITPRV
            END-IF.

        0710-READ-NEXT-PREF.
            READ VFITPRV NEXT RECORD
               AT END SET WS-NO-MORE TO TRUE
            END-READ.

        0720-SHOW-ONE-PREF.
            MOVE VFI-CODPROV TO WS-ENT-CODPROV.
            PERFORM 0620-CHECK-PROVEEDOR.
            DISPLAY "CODVF " VFI-CODVF " PROVEEDOR " VFI-CODPROV
               " " WS-PROV-NOMBRE " PLAZO " VFI-DIAS-ENTREGA " DIAS".
            PERFORM 0710-READ-NEXT-PREF.

        END PROGRAM VFSMNT1.
