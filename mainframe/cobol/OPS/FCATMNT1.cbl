      * ===============================================================
       IDENTIFICATION DIVISION.
      * FCATMNT1 = MANTENIMIENTO DEL CATALOGO DE ARCHIVOS DE DATOS
      * FILECAT.DAT. UNA LINEA POR ARCHIVO DEL DIRECTORIO DE TRABAJO
      * (.DAT, .RPT, .TMP) CON EL PROGRAMA DUENO QUE LO ESCRIBE, HASTA
      * CUATRO PROGRAMAS QUE LO LEEN, EL LARGO DE REGISTRO, LA
      * ORGANIZACION (S = SECUENCIAL DE LINEAS, I = INDEXADO, R =
      * RELATIVO) Y LA REGLA DE RETENCION EN DIAS DESDE SU ULTIMA
      * MODIFICACION (0 = SE CONSERVA SIEMPRE). FCATCNT1 CUENTA CON EL
      * LOS REGISTROS CADA NOCHE. LA OPCION 5 DA DE ALTA, COMO
      * PENDIENTES DE DOCUMENTAR, LOS ARCHIVOS DEL LISTADO DEL
      * DIRECTORIO (FCATDIR.TMP, UN NOMBRE POR LINEA) QUE NO ESTEN EN
      * EL CATALOGO. EL CATALOGO SE TRABAJA EN MEMORIA ORDENADO POR
      * NOMBRE Y SE REESCRIBE AL SALIR
       PROGRAM-ID. FCATMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILECAT ASSIGN TO "FILECAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FCT-STATUS.
      * LISTADO DEL DIRECTORIO DE TRABAJO, UN NOMBRE POR LINEA
           SELECT OPTIONAL FCATDIR ASSIGN TO "FCATDIR.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-DIR-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD FILECAT.
       01 FCT-REC.
           03 FCT-ARCHIVO                      PIC X(20).
           03 FCT-DUENO                        PIC X(08).
           03 FCT-LECTOR OCCURS 4 TIMES        PIC X(08).
      * LARGO DE REGISTRO; 0 = VARIABLE O NO DOCUMENTADO
           03 FCT-LONG                         PIC 9(05).
      * S = SECUENCIAL DE LINEAS, I = INDEXADO, R = RELATIVO
           03 FCT-ORG                          PIC X(01).
      * DIAS DESDE LA ULTIMA MODIFICACION; 0 = PERMANENTE
           03 FCT-RETENCION                    PIC 9(04).
           03 FCT-DESC                         PIC X(30).

       FD FCATDIR.
       01 DIR-LINE                             PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FCT-STATUS                        PIC XX.
       01 WS-DIR-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE 'Y'.
       01 WS-OPCION                            PIC 9(01).
       01 WS-CAMBIOS-SW                        PIC X(01) VALUE 'N'.
           88 WS-HAY-CAMBIOS                   VALUE 'Y'.
       01 WS-TRUNC-SW                          PIC X(01) VALUE 'N'.
           88 WS-CARGA-TRUNCADA                VALUE 'Y'.
       01 WS-CAMPOS-SW                         PIC X(01).
           88 WS-CAMPOS-OK                     VALUE 'Y'.

      * SOLICITUD AL REGISTRO DE BLOQUEOS LOCKMGR1
       01 WS-LOCK-REQ.
           03 WS-LCK-ACCION                    PIC X(01).
           03 WS-LCK-ARCHIVO                   PIC X(12).
           03 WS-LCK-PROGRAMA                  PIC X(08).
           03 WS-LCK-RESULT                    PIC X(01).

       01 WS-ENT-ARCHIVO                       PIC X(20).
       01 WS-ENT-DESC                          PIC X(30).
       01 WS-ENT-DUENO                         PIC X(08).
       01 WS-ENT-LECTOR-GRUPO.
           03 WS-ENT-LECTOR OCCURS 4 TIMES     PIC X(08).
       01 WS-ENT-LONG                          PIC X(05).
       01 WS-ENT-ORG                           PIC X(01).
           88 WS-ORG-VALIDA                    VALUE "S" "I" "R".
       01 WS-ENT-RETENCION                     PIC X(04).
       01 WS-NVO-LONG                          PIC 9(05).
       01 WS-NVO-RETENCION                     PIC 9(04).
       01 WS-LEC-IDX                           PIC 9(01).
       01 WS-ALTAS                             PIC 9(03).

      * EL CATALOGO EN MEMORIA, ORDENADO POR NOMBRE DE ARCHIVO
       01 WS-FCT-COUNT                         PIC 9(03) VALUE ZERO.
       01 WS-FCT-IDX                           PIC 9(03).
       01 WS-FCT-IDX2                          PIC 9(03).
       01 WS-FCT-HIT                           PIC 9(03).
       01 WS-FCT-TABLA.
           03 WS-FCT-ENTRY OCCURS 300 TIMES.
              05 WS-TBL-ARCHIVO                PIC X(20).
              05 WS-TBL-DUENO                  PIC X(08).
              05 WS-TBL-LECTOR OCCURS 4 TIMES  PIC X(08).
              05 WS-TBL-LONG                   PIC 9(05).
              05 WS-TBL-ORG                    PIC X(01).
              05 WS-TBL-RETENCION              PIC 9(04).
              05 WS-TBL-DESC                   PIC X(30).
       01 WS-FCT-AUX                           PIC X(100).
       01 WS-BUSCADO                           PIC X(20).

       01 WS-LIST-LINE.
           03 LST-ARCHIVO                      PIC X(20).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-ORG                          PIC X(01).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-LONG                         PIC ZZZZ9.
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-RETENCION                    PIC X(09).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-DUENO                        PIC X(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-LECTORES                     PIC X(35).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "FILECAT.DAT " TO WS-LCK-ARCHIVO.
           MOVE "FCATMNT1" TO WS-LCK-PROGRAMA.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           IF WS-LCK-RESULT NOT = "Y"
              DISPLAY "FILECAT.DAT EN USO - INTENTE LUEGO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-CATALOG.
           PERFORM 2000-MENU UNTIL WS-OPCION = 6.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE FILECAT.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 8000-REWRITE-CATALOG
                 DISPLAY "FILECAT.DAT GRABADO: " WS-FCT-COUNT
                    " ARCHIVOS"
              END-IF
           END-IF.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-LOAD-CATALOG.
           OPEN INPUT FILECAT.
           IF WS-FCT-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-FILE
              PERFORM 1020-ADD-FILE
                 UNTIL WS-EOF OR WS-FCT-COUNT >= 300
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
                 DISPLAY "FILECAT.DAT EXCEDE LA TABLA (300) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE FILECAT
           ELSE
              IF WS-FCT-STATUS = "05" OR WS-FCT-STATUS = "35"
                 CLOSE FILECAT
              END-IF
           END-IF.

       1010-READ-NEXT-FILE.
           READ FILECAT
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1020-ADD-FILE.
           ADD 1 TO WS-FCT-COUNT.
           MOVE FCT-REC TO WS-FCT-ENTRY (WS-FCT-COUNT).
           PERFORM 1010-READ-NEXT-FILE.
      * ...............................................................
       2000-MENU.
           DISPLAY "***** CATALOGO DE ARCHIVOS (FILECAT.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR"
              " 5=ALTA DESDE FCATDIR.TMP 6=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 3000-ADD-FILE
              WHEN 2 PERFORM 4000-LIST-FILES
              WHEN 3 PERFORM 5000-CHANGE-FILE
              WHEN 4 PERFORM 6000-DELETE-FILE
              WHEN 5 PERFORM 6500-ADD-FROM-LISTING
              WHEN 6 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
       2500-ENTER-FIELDS.
           MOVE SPACES TO WS-ENT-DESC WS-ENT-DUENO WS-ENT-LECTOR-GRUPO
                          WS-ENT-LONG WS-ENT-ORG WS-ENT-RETENCION.
           DISPLAY "DESCRIPCION                          : ".
           ACCEPT WS-ENT-DESC.
           DISPLAY "PROGRAMA DUENO (EL QUE LO ESCRIBE)   : ".
           ACCEPT WS-ENT-DUENO.
           DISPLAY "PROGRAMA LECTOR 1 (ENTER = NINGUNO)  : ".
           ACCEPT WS-ENT-LECTOR (1).
           MOVE 1 TO WS-LEC-IDX.
           PERFORM 2510-ENTER-NEXT-READER
              UNTIL WS-LEC-IDX >= 4
                 OR WS-ENT-LECTOR (WS-LEC-IDX) = SPACES.
           DISPLAY "ORGANIZACION S=SECUENCIAL I=INDEXADO R=RELATIVO"
              " (ENTER = S): ".
           ACCEPT WS-ENT-ORG.
           IF WS-ENT-ORG = SPACE
              MOVE "S" TO WS-ENT-ORG
           END-IF.
           DISPLAY "LARGO DE REGISTRO (ENTER = VARIABLE) : ".
           ACCEPT WS-ENT-LONG.
           DISPLAY "RETENCION EN DIAS (ENTER = PERMANENTE): ".
           ACCEPT WS-ENT-RETENCION.
           PERFORM 2600-VALIDATE-FIELDS.

       2510-ENTER-NEXT-READER.
           ADD 1 TO WS-LEC-IDX.
           DISPLAY "PROGRAMA LECTOR " WS-LEC-IDX
              " (ENTER = NINGUNO)  : ".
           ACCEPT WS-ENT-LECTOR (WS-LEC-IDX).

      * LARGO Y RETENCION SE ACEPTAN CON O SIN CEROS A LA IZQUIERDA
       2600-VALIDATE-FIELDS.
           MOVE 'Y' TO WS-CAMPOS-SW.
           MOVE ZERO TO WS-NVO-LONG WS-NVO-RETENCION.
           IF WS-ENT-LONG NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-ENT-LONG) = ZERO
                 COMPUTE WS-NVO-LONG = FUNCTION NUMVAL(WS-ENT-LONG)
              ELSE
                 DISPLAY "LARGO DEBE SER NUMERICO"
                 MOVE 'N' TO WS-CAMPOS-SW
              END-IF
           END-IF.
           IF WS-ENT-RETENCION NOT = SPACES AND WS-CAMPOS-OK
              IF FUNCTION TEST-NUMVAL(WS-ENT-RETENCION) = ZERO
                 COMPUTE WS-NVO-RETENCION =
                    FUNCTION NUMVAL(WS-ENT-RETENCION)
              ELSE
                 DISPLAY "RETENCION DEBE SER NUMERICA (DIAS)"
                 MOVE 'N' TO WS-CAMPOS-SW
              END-IF
           END-IF.
           IF WS-CAMPOS-OK
              IF WS-ENT-DUENO = SPACES
                 DISPLAY "PROGRAMA DUENO OBLIGATORIO"
                 MOVE 'N' TO WS-CAMPOS-SW
              ELSE
              IF NOT WS-ORG-VALIDA
                 DISPLAY "ORGANIZACION DEBE SER S, I O R"
                 MOVE 'N' TO WS-CAMPOS-SW
              END-IF
              END-IF
           END-IF.

       2700-MOVE-FIELDS.
           MOVE WS-ENT-DESC      TO WS-TBL-DESC (WS-FCT-HIT).
           MOVE WS-ENT-DUENO     TO WS-TBL-DUENO (WS-FCT-HIT).
           MOVE WS-ENT-LECTOR (1) TO WS-TBL-LECTOR (WS-FCT-HIT 1).
           MOVE WS-ENT-LECTOR (2) TO WS-TBL-LECTOR (WS-FCT-HIT 2).
           MOVE WS-ENT-LECTOR (3) TO WS-TBL-LECTOR (WS-FCT-HIT 3).
           MOVE WS-ENT-LECTOR (4) TO WS-TBL-LECTOR (WS-FCT-HIT 4).
           MOVE WS-ENT-ORG       TO WS-TBL-ORG (WS-FCT-HIT).
           MOVE WS-NVO-LONG      TO WS-TBL-LONG (WS-FCT-HIT).
           MOVE WS-NVO-RETENCION TO WS-TBL-RETENCION (WS-FCT-HIT).
      * ...............................................................
       3000-ADD-FILE.
           DISPLAY "NOMBRE DEL ARCHIVO (EJ CLIMAST.DAT)  : ".
           ACCEPT WS-ENT-ARCHIVO.
           IF WS-ENT-ARCHIVO = SPACES
              DISPLAY "NOMBRE DE ARCHIVO OBLIGATORIO"
           ELSE
              MOVE WS-ENT-ARCHIVO TO WS-BUSCADO
              PERFORM 7000-FIND-FILE
              IF WS-FCT-HIT > ZERO
                 DISPLAY "EL ARCHIVO YA ESTA EN EL CATALOGO"
              ELSE
                 IF WS-FCT-COUNT >= 300
                    DISPLAY "CATALOGO LLENO (300 ARCHIVOS)"
                 ELSE
                    PERFORM 2500-ENTER-FIELDS
                    IF WS-CAMPOS-OK
                       ADD 1 TO WS-FCT-COUNT
                       MOVE WS-FCT-COUNT TO WS-FCT-HIT
                       MOVE WS-ENT-ARCHIVO
                          TO WS-TBL-ARCHIVO (WS-FCT-HIT)
                       PERFORM 2700-MOVE-FIELDS
                       PERFORM 7100-SORT-BY-NAME
                       MOVE 'Y' TO WS-CAMBIOS-SW
                       DISPLAY "ARCHIVO AGREGADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       4000-LIST-FILES.
           IF WS-FCT-COUNT = ZERO
              DISPLAY "NO HAY ARCHIVOS EN FILECAT.DAT"
           ELSE
              DISPLAY "ARCHIVO              O LARGO RETENCION DUENO"
                 "    LECTORES"
              PERFORM 4100-LIST-ONE
                 VARYING WS-FCT-IDX FROM 1 BY 1
                 UNTIL WS-FCT-IDX > WS-FCT-COUNT
           END-IF.

       4100-LIST-ONE.
           MOVE WS-TBL-ARCHIVO (WS-FCT-IDX) TO LST-ARCHIVO.
           MOVE WS-TBL-ORG (WS-FCT-IDX) TO LST-ORG.
           MOVE WS-TBL-LONG (WS-FCT-IDX) TO LST-LONG.
           MOVE SPACES TO LST-RETENCION.
           IF WS-TBL-RETENCION (WS-FCT-IDX) = ZERO
              MOVE "PERMANEN." TO LST-RETENCION
           ELSE
              STRING WS-TBL-RETENCION (WS-FCT-IDX) " DIAS"
                 DELIMITED BY SIZE INTO LST-RETENCION
           END-IF.
           MOVE WS-TBL-DUENO (WS-FCT-IDX) TO LST-DUENO.
           MOVE SPACES TO LST-LECTORES.
           STRING WS-TBL-LECTOR (WS-FCT-IDX 1) " "
              WS-TBL-LECTOR (WS-FCT-IDX 2) " "
              WS-TBL-LECTOR (WS-FCT-IDX 3) " "
              WS-TBL-LECTOR (WS-FCT-IDX 4)
              DELIMITED BY SIZE INTO LST-LECTORES.
           DISPLAY WS-LIST-LINE " " WS-TBL-DESC (WS-FCT-IDX).
      * ...............................................................
       5000-CHANGE-FILE.
           DISPLAY "ARCHIVO A MODIFICAR: ".
           ACCEPT WS-ENT-ARCHIVO.
           MOVE WS-ENT-ARCHIVO TO WS-BUSCADO.
           PERFORM 7000-FIND-FILE.
           IF WS-FCT-HIT = ZERO
              DISPLAY "EL ARCHIVO NO ESTA EN EL CATALOGO"
           ELSE
              MOVE WS-FCT-HIT TO WS-FCT-IDX
              PERFORM 4100-LIST-ONE
              PERFORM 2500-ENTER-FIELDS
              IF WS-CAMPOS-OK
                 PERFORM 2700-MOVE-FIELDS
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 DISPLAY "ARCHIVO ACTUALIZADO"
              END-IF
           END-IF.
      * ...............................................................
       6000-DELETE-FILE.
           DISPLAY "ARCHIVO A BORRAR DEL CATALOGO: ".
           ACCEPT WS-ENT-ARCHIVO.
           MOVE WS-ENT-ARCHIVO TO WS-BUSCADO.
           PERFORM 7000-FIND-FILE.
           IF WS-FCT-HIT = ZERO
              DISPLAY "EL ARCHIVO NO ESTA EN EL CATALOGO"
           ELSE
              PERFORM 6100-CLOSE-GAP
                 VARYING WS-FCT-IDX FROM WS-FCT-HIT BY 1
                 UNTIL WS-FCT-IDX >= WS-FCT-COUNT
              SUBTRACT 1 FROM WS-FCT-COUNT
              MOVE 'Y' TO WS-CAMBIOS-SW
              DISPLAY "ARCHIVO BORRADO DEL CATALOGO"
           END-IF.

      * SE CORREN LOS SIGUIENTES UNA POSICION PARA NO PERDER EL ORDEN
       6100-CLOSE-GAP.
           MOVE WS-FCT-ENTRY (WS-FCT-IDX + 1)
              TO WS-FCT-ENTRY (WS-FCT-IDX).
      * ...............................................................
      * CADA NOMBRE DEL LISTADO QUE NO ESTE CATALOGADO ENTRA COMO
      * PENDIENTE: DUENO ????????, SECUENCIAL, SIN LARGO Y PERMANENTE,
      * PARA COMPLETARLO DESPUES CON LA OPCION 3
       6500-ADD-FROM-LISTING.
           MOVE ZERO TO WS-ALTAS.
           OPEN INPUT FCATDIR.
           IF WS-DIR-STATUS NOT = "00"
              DISPLAY "NO HAY FCATDIR.TMP CON EL LISTADO DEL DIRECTORIO"
              IF WS-DIR-STATUS = "05" OR WS-DIR-STATUS = "35"
                 CLOSE FCATDIR
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 6510-READ-NEXT-NAME
              PERFORM 6520-ADD-ONE-NAME
                 UNTIL WS-EOF
              CLOSE FCATDIR
              IF WS-ALTAS > ZERO
                 PERFORM 7100-SORT-BY-NAME
                 MOVE 'Y' TO WS-CAMBIOS-SW
              END-IF
              DISPLAY "ARCHIVOS DADOS DE ALTA COMO PENDIENTES: "
                 WS-ALTAS
           END-IF.

       6510-READ-NEXT-NAME.
           READ FCATDIR
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       6520-ADD-ONE-NAME.
           MOVE SPACES TO WS-BUSCADO.
           UNSTRING DIR-LINE DELIMITED BY ALL SPACE
              INTO WS-BUSCADO.
           IF WS-BUSCADO NOT = SPACES
              PERFORM 7000-FIND-FILE
              IF WS-FCT-HIT = ZERO
                 IF WS-FCT-COUNT >= 300
                    DISPLAY "CATALOGO LLENO - NO ENTRA " WS-BUSCADO
                 ELSE
                    ADD 1 TO WS-FCT-COUNT
                    ADD 1 TO WS-ALTAS
                    MOVE SPACES TO WS-FCT-ENTRY (WS-FCT-COUNT)
                    MOVE WS-BUSCADO TO WS-TBL-ARCHIVO (WS-FCT-COUNT)
                    MOVE "????????" TO WS-TBL-DUENO (WS-FCT-COUNT)
                    MOVE "S" TO WS-TBL-ORG (WS-FCT-COUNT)
                    MOVE ZERO TO WS-TBL-LONG (WS-FCT-COUNT)
                                 WS-TBL-RETENCION (WS-FCT-COUNT)
                    MOVE "PENDIENTE DE DOCUMENTAR"
                       TO WS-TBL-DESC (WS-FCT-COUNT)
                 END-IF
              END-IF
           END-IF.
           PERFORM 6510-READ-NEXT-NAME.
      * ...............................................................
       7000-FIND-FILE.
           MOVE ZERO TO WS-FCT-HIT.
           PERFORM 7010-COMPARE-FILE
              VARYING WS-FCT-IDX FROM 1 BY 1
              UNTIL WS-FCT-IDX > WS-FCT-COUNT
                 OR WS-FCT-HIT > ZERO.

       7010-COMPARE-FILE.
           IF WS-TBL-ARCHIVO (WS-FCT-IDX) = WS-BUSCADO
              MOVE WS-FCT-IDX TO WS-FCT-HIT
           END-IF.

      * ORDEN ASCENDENTE POR NOMBRE DE ARCHIVO
       7100-SORT-BY-NAME.
           IF WS-FCT-COUNT > 1
              PERFORM 7110-OUTER-PASS
                 VARYING WS-FCT-IDX FROM 1 BY 1
                 UNTIL WS-FCT-IDX >= WS-FCT-COUNT
           END-IF.

       7110-OUTER-PASS.
           PERFORM 7120-INNER-PASS
              VARYING WS-FCT-IDX2 FROM WS-FCT-IDX BY 1
              UNTIL WS-FCT-IDX2 >= WS-FCT-COUNT.

       7120-INNER-PASS.
           IF WS-TBL-ARCHIVO (WS-FCT-IDX2 + 1)
              < WS-TBL-ARCHIVO (WS-FCT-IDX)
              MOVE WS-FCT-ENTRY (WS-FCT-IDX) TO WS-FCT-AUX
              MOVE WS-FCT-ENTRY (WS-FCT-IDX2 + 1)
                 TO WS-FCT-ENTRY (WS-FCT-IDX)
              MOVE WS-FCT-AUX TO WS-FCT-ENTRY (WS-FCT-IDX2 + 1)
           END-IF.
      * ...............................................................
       8000-REWRITE-CATALOG.
           OPEN OUTPUT FILECAT.
           PERFORM 8100-WRITE-ONE-FILE
              VARYING WS-FCT-IDX FROM 1 BY 1
              UNTIL WS-FCT-IDX > WS-FCT-COUNT.
           CLOSE FILECAT.

       8100-WRITE-ONE-FILE.
           MOVE WS-FCT-ENTRY (WS-FCT-IDX) TO FCT-REC.
           WRITE FCT-REC.
      * ===============================================================
       END PROGRAM FCATMNT1.
