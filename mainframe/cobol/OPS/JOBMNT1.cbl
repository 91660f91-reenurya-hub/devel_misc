      * ===============================================================
       IDENTIFICATION DIVISION.
      * JOBMNT1 = MANTENIMIENTO DEL PLAN DE TRABAJOS DE LA CADENA
      * NOCTURNA JOBSCHED.DAT. UNA LINEA POR PASO, EN ORDEN DE
      * CORRIDA, CON EL PROGRAMA, SU REGLA (D=DIARIO, S=DIAS DE LA
      * SEMANA, P=PRIMER DIA HABIL DEL MES, U=ULTIMO DIA HABIL DEL
      * MES, C=CIERRE DE PERIODO - VER JOBRULE1), HASTA TRES PASOS
      * PREDECESORES QUE DEBEN HABER TERMINADO BIEN ESA NOCHE Y SI SU
      * FALLA DETIENE LA CADENA. NGTDRV1 ARMA CON EL LA LISTA DE CADA
      * NOCHE Y JOBFCST1 PRONOSTICA EL MES. LA LISTA ESTANDAR CARGA
      * LOS PASOS DE SIEMPRE MAS EL RESPALDO SEMANAL (GENBKP1), LA
      * ROTACION DEL RUN-LOG (RLGROT1), LA DEPURACION DE CLIENTES
      * (CLIPRG1), LOS CERTIFICADOS ANUALES (TAXCERT1), EL CONTEO
      * DEL CATALOGO DE ARCHIVOS (FCATCNT1) Y EL ARCHIVO DE FIN DE
      * ANO DE LOS MOVIMIENTOS (ARCPRG1, ULTIMO DIA HABIL DE
      * DICIEMBRE), QUE EL OPERADOR YA NO TIENE QUE RECORDAR
       PROGRAM-ID. JOBMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBSCHED ASSIGN TO "JOBSCHED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JSC-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD JOBSCHED.
       01 JSC-REC.
           03 JSC-ORDEN                        PIC 9(02).
           03 JSC-PROGRAMA                     PIC X(08).
           03 JSC-DESC                         PIC X(24).
           03 JSC-REGLA                        PIC X(01).
      * REGLA S: S/N POR DIA, LUNES PRIMERO
           03 JSC-DIAS                         PIC X(07).
      * REGLAS P, U Y C: 00 = CADA MES, OTRO = SOLO ESE MES
           03 JSC-MES                          PIC 9(02).
           03 JSC-PRED OCCURS 3 TIMES          PIC X(08).
      * S = SU FALLA DETIENE LA CADENA, N = LA CADENA SIGUE
           03 JSC-DETIENE                      PIC X(01).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-JSC-STATUS                        PIC XX.
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

       01 WS-ENT-PROGRAMA                      PIC X(08).
       01 WS-ENT-ORDEN                         PIC X(02).
       01 WS-ENT-DESC                          PIC X(24).
       01 WS-ENT-REGLA                         PIC X(01).
           88 WS-REGLA-VALIDA                  VALUE "D" "S" "P" "U"
                                                     "C".
       01 WS-ENT-DIAS                          PIC X(07).
       01 WS-ENT-MES                           PIC X(02).
       01 WS-ENT-PRED-GRUPO.
           03 WS-ENT-PRED OCCURS 3 TIMES       PIC X(08).
       01 WS-ENT-DETIENE                       PIC X(01).
       01 WS-NVO-ORDEN                         PIC 9(02).
       01 WS-NVO-MES                           PIC 9(02).
       01 WS-CNT-S                             PIC 9(02).
       01 WS-CNT-N                             PIC 9(02).
       01 WS-PRED-IDX                          PIC 9(01).
       01 WS-PRED-IDX2                         PIC 9(01).

      * EL PLAN COMPLETO EN MEMORIA, EN ORDEN DE CORRIDA
       01 WS-JOB-COUNT                         PIC 9(02) VALUE ZERO.
       01 WS-JOB-IDX                           PIC 9(02).
       01 WS-JOB-IDX2                          PIC 9(02).
       01 WS-JOB-HIT                           PIC 9(02).
       01 WS-JOB-ACTUAL                        PIC 9(02).
       01 WS-JOB-TABLA.
           03 WS-JOB-ENTRY OCCURS 50 TIMES.
              05 WS-TBL-ORDEN                  PIC 9(02).
              05 WS-TBL-PROGRAMA               PIC X(08).
              05 WS-TBL-DESC                   PIC X(24).
              05 WS-TBL-REGLA                  PIC X(01).
              05 WS-TBL-DIAS                   PIC X(07).
              05 WS-TBL-MES                    PIC 9(02).
              05 WS-TBL-PRED OCCURS 3 TIMES    PIC X(08).
              05 WS-TBL-DETIENE                PIC X(01).
       01 WS-JOB-AUX                           PIC X(69).
       01 WS-BUSCADO                           PIC X(08).

       01 WS-LIST-LINE.
           03 LST-ORDEN                        PIC 9(02).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-PROGRAMA                     PIC X(08).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-REGLA                        PIC X(18).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-DETIENE                      PIC X(07).
           03 FILLER                           PIC X(01) VALUE SPACE.
           03 LST-PREDS                        PIC X(26).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "JOBSCHED.DAT" TO WS-LCK-ARCHIVO.
           MOVE "JOBMNT1 " TO WS-LCK-PROGRAMA.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           IF WS-LCK-RESULT NOT = "Y"
              DISPLAY "JOBSCHED.DAT EN USO - INTENTE LUEGO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-SCHEDULE.
           PERFORM 2000-MENU UNTIL WS-OPCION = 6.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE JOBSCHED.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 8000-REWRITE-SCHEDULE
                 DISPLAY "JOBSCHED.DAT GRABADO: " WS-JOB-COUNT
                    " PASOS"
              END-IF
           END-IF.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-LOAD-SCHEDULE.
           OPEN INPUT JOBSCHED.
           IF WS-JSC-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-JOB
              PERFORM 1020-ADD-JOB
                 UNTIL WS-EOF OR WS-JOB-COUNT >= 50
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
                 DISPLAY "JOBSCHED.DAT EXCEDE LA TABLA (50) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE JOBSCHED
           ELSE
              IF WS-JSC-STATUS = "05" OR WS-JSC-STATUS = "35"
                 CLOSE JOBSCHED
              END-IF
           END-IF.

       1010-READ-NEXT-JOB.
           READ JOBSCHED
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1020-ADD-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE JSC-REC TO WS-JOB-ENTRY (WS-JOB-COUNT).
           PERFORM 1010-READ-NEXT-JOB.
      * ...............................................................
       2000-MENU.
           DISPLAY "***** PLAN DE LA CADENA NOCTURNA (JOBSCHED.DAT) "
              "*****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR"
              " 5=CARGAR LISTA ESTANDAR 6=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 3000-ADD-JOB
              WHEN 2 PERFORM 4000-LIST-JOBS
              WHEN 3 PERFORM 5000-CHANGE-JOB
              WHEN 4 PERFORM 6000-DELETE-JOB
              WHEN 5 PERFORM 6500-LOAD-STANDARD
              WHEN 6 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
       2500-ENTER-FIELDS.
           MOVE SPACES TO WS-ENT-ORDEN WS-ENT-DESC WS-ENT-REGLA
                          WS-ENT-DIAS WS-ENT-MES WS-ENT-PRED-GRUPO
                          WS-ENT-DETIENE.
           DISPLAY "ORDEN DE CORRIDA (01-99)             : ".
           ACCEPT WS-ENT-ORDEN.
           DISPLAY "DESCRIPCION                          : ".
           ACCEPT WS-ENT-DESC.
           DISPLAY "REGLA D=DIARIO S=DIAS DE LA SEMANA P=PRIMER "
              "HABIL U=ULTIMO HABIL C=CIERRE DE PERIODO: ".
           ACCEPT WS-ENT-REGLA.
           IF WS-ENT-REGLA = "S"
              DISPLAY "DIAS S/N DE LUNES A DOMINGO (EJ NNNNNNS): "
              ACCEPT WS-ENT-DIAS
           END-IF.
           IF WS-ENT-REGLA = "P" OR WS-ENT-REGLA = "U"
              OR WS-ENT-REGLA = "C"
              DISPLAY "SOLO EN EL MES (01-12, ENTER = CADA MES): "
              ACCEPT WS-ENT-MES
           END-IF.
           DISPLAY "PREDECESOR 1 (ENTER = NINGUNO)       : ".
           ACCEPT WS-ENT-PRED (1).
           IF WS-ENT-PRED (1) NOT = SPACES
              DISPLAY "PREDECESOR 2 (ENTER = NINGUNO)       : "
              ACCEPT WS-ENT-PRED (2)
              IF WS-ENT-PRED (2) NOT = SPACES
                 DISPLAY "PREDECESOR 3 (ENTER = NINGUNO)       : "
                 ACCEPT WS-ENT-PRED (3)
              END-IF
           END-IF.
           DISPLAY "SU FALLA DETIENE LA CADENA? (S/N, ENTER = S): ".
           ACCEPT WS-ENT-DETIENE.
           IF WS-ENT-DETIENE = SPACE
              MOVE "S" TO WS-ENT-DETIENE
           END-IF.
           PERFORM 2600-VALIDATE-FIELDS.

      * WS-JOB-ACTUAL ES LA ENTRADA QUE SE MODIFICA (CERO AL AGREGAR)
       2600-VALIDATE-FIELDS.
           MOVE 'Y' TO WS-CAMPOS-SW.
           MOVE ZERO TO WS-NVO-ORDEN WS-NVO-MES.
           IF WS-ENT-ORDEN IS NUMERIC
              MOVE WS-ENT-ORDEN TO WS-NVO-ORDEN
           END-IF.
           IF WS-ENT-MES IS NUMERIC
              MOVE WS-ENT-MES TO WS-NVO-MES
           END-IF.
           IF WS-NVO-ORDEN = ZERO
              DISPLAY "ORDEN DEBE SER NUMERICO DE 01 A 99"
              MOVE 'N' TO WS-CAMPOS-SW
           ELSE
           IF NOT WS-REGLA-VALIDA
              DISPLAY "REGLA DEBE SER D, S, P, U O C"
              MOVE 'N' TO WS-CAMPOS-SW
           ELSE
           IF WS-ENT-MES NOT = SPACES AND WS-ENT-MES NOT NUMERIC
              OR WS-NVO-MES > 12
              DISPLAY "MES DEBE SER DE 01 A 12"
              MOVE 'N' TO WS-CAMPOS-SW
           ELSE
           IF WS-ENT-DETIENE NOT = "S" AND WS-ENT-DETIENE NOT = "N"
              DISPLAY "DETIENE DEBE SER S O N"
              MOVE 'N' TO WS-CAMPOS-SW
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-CAMPOS-OK AND WS-ENT-REGLA = "S"
              PERFORM 2610-VALIDATE-DAYS
           END-IF.
           IF WS-CAMPOS-OK
              PERFORM 2620-CHECK-ORDER-FREE
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
           END-IF.
           IF WS-CAMPOS-OK
              PERFORM 2630-CHECK-PREDECESSOR
                 VARYING WS-PRED-IDX FROM 1 BY 1
                 UNTIL WS-PRED-IDX > 3
           END-IF.
           IF WS-CAMPOS-OK AND WS-JOB-ACTUAL > ZERO
              PERFORM 2640-CHECK-DEPENDENTS
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
           END-IF.

       2610-VALIDATE-DAYS.
           MOVE ZERO TO WS-CNT-S WS-CNT-N.
           INSPECT WS-ENT-DIAS TALLYING WS-CNT-S FOR ALL "S"
                                        WS-CNT-N FOR ALL "N".
           IF WS-CNT-S + WS-CNT-N NOT = 7 OR WS-CNT-S = ZERO
              DISPLAY "DIAS DEBE TENER 7 LETRAS S/N Y AL MENOS UNA S"
              MOVE 'N' TO WS-CAMPOS-SW
           END-IF.

       2620-CHECK-ORDER-FREE.
           IF WS-JOB-IDX NOT = WS-JOB-ACTUAL
              AND WS-TBL-ORDEN (WS-JOB-IDX) = WS-NVO-ORDEN
              DISPLAY "EL ORDEN " WS-NVO-ORDEN " YA LO TIENE "
                 WS-TBL-PROGRAMA (WS-JOB-IDX)
              MOVE 'N' TO WS-CAMPOS-SW
           END-IF.

      * UN PREDECESOR DEBE ESTAR EN EL PLAN Y CORRER ANTES
       2630-CHECK-PREDECESSOR.
           IF WS-ENT-PRED (WS-PRED-IDX) NOT = SPACES AND WS-CAMPOS-OK
              MOVE WS-ENT-PRED (WS-PRED-IDX) TO WS-BUSCADO
              PERFORM 7000-FIND-JOB
              IF WS-BUSCADO = WS-ENT-PROGRAMA
                 DISPLAY "UN PASO NO PUEDE SER SU PROPIO PREDECESOR"
                 MOVE 'N' TO WS-CAMPOS-SW
              ELSE
              IF WS-JOB-HIT = ZERO
                 DISPLAY "PREDECESOR " WS-BUSCADO " NO ESTA EN EL PLAN"
                 MOVE 'N' TO WS-CAMPOS-SW
              ELSE
              IF WS-TBL-ORDEN (WS-JOB-HIT) NOT < WS-NVO-ORDEN
                 DISPLAY "PREDECESOR " WS-BUSCADO " CORRE DESPUES ("
                    WS-TBL-ORDEN (WS-JOB-HIT) ")"
                 MOVE 'N' TO WS-CAMPOS-SW
              END-IF
              END-IF
              END-IF
           END-IF.

      * AL CAMBIAR EL ORDEN, LOS PASOS QUE LO TIENEN DE PREDECESOR
      * DEBEN SEGUIR CORRIENDO DESPUES
       2640-CHECK-DEPENDENTS.
           PERFORM 2650-CHECK-ONE-DEPENDENT
              VARYING WS-PRED-IDX2 FROM 1 BY 1
              UNTIL WS-PRED-IDX2 > 3.

       2650-CHECK-ONE-DEPENDENT.
           IF WS-TBL-PRED (WS-JOB-IDX WS-PRED-IDX2) = WS-ENT-PROGRAMA
              AND WS-TBL-ORDEN (WS-JOB-IDX) NOT > WS-NVO-ORDEN
              AND WS-CAMPOS-OK
              DISPLAY WS-TBL-PROGRAMA (WS-JOB-IDX) " LO TIENE DE "
                 "PREDECESOR Y CORRE EN EL ORDEN "
                 WS-TBL-ORDEN (WS-JOB-IDX)
              MOVE 'N' TO WS-CAMPOS-SW
           END-IF.

       2700-MOVE-FIELDS.
           MOVE WS-NVO-ORDEN   TO WS-TBL-ORDEN (WS-JOB-HIT).
           MOVE WS-ENT-DESC    TO WS-TBL-DESC (WS-JOB-HIT).
           MOVE WS-ENT-REGLA   TO WS-TBL-REGLA (WS-JOB-HIT).
           IF WS-ENT-REGLA = "S"
              MOVE WS-ENT-DIAS TO WS-TBL-DIAS (WS-JOB-HIT)
           ELSE
              MOVE SPACES TO WS-TBL-DIAS (WS-JOB-HIT)
           END-IF.
           MOVE WS-NVO-MES     TO WS-TBL-MES (WS-JOB-HIT).
           MOVE WS-ENT-PRED (1) TO WS-TBL-PRED (WS-JOB-HIT 1).
           MOVE WS-ENT-PRED (2) TO WS-TBL-PRED (WS-JOB-HIT 2).
           MOVE WS-ENT-PRED (3) TO WS-TBL-PRED (WS-JOB-HIT 3).
           MOVE WS-ENT-DETIENE TO WS-TBL-DETIENE (WS-JOB-HIT).
      * ...............................................................
       3000-ADD-JOB.
           DISPLAY "PROGRAMA DEL PASO                    : ".
           ACCEPT WS-ENT-PROGRAMA.
           IF WS-ENT-PROGRAMA = SPACES
              DISPLAY "PROGRAMA OBLIGATORIO"
           ELSE
              MOVE WS-ENT-PROGRAMA TO WS-BUSCADO
              PERFORM 7000-FIND-JOB
              IF WS-JOB-HIT > ZERO
                 DISPLAY "EL PROGRAMA YA ESTA EN EL PLAN"
              ELSE
                 IF WS-JOB-COUNT >= 50
                    DISPLAY "PLAN LLENO (50 PASOS)"
                 ELSE
                    MOVE ZERO TO WS-JOB-ACTUAL
                    PERFORM 2500-ENTER-FIELDS
                    IF WS-CAMPOS-OK
                       ADD 1 TO WS-JOB-COUNT
                       MOVE WS-JOB-COUNT TO WS-JOB-HIT
                       MOVE WS-ENT-PROGRAMA
                          TO WS-TBL-PROGRAMA (WS-JOB-HIT)
                       PERFORM 2700-MOVE-FIELDS
                       PERFORM 7100-SORT-BY-ORDER
                       MOVE 'Y' TO WS-CAMBIOS-SW
                       DISPLAY "PASO AGREGADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * ...............................................................
       4000-LIST-JOBS.
           IF WS-JOB-COUNT = ZERO
              DISPLAY "NO HAY PASOS EN JOBSCHED.DAT - LA CADENA CORRE "
                 "SU LISTA FIJA"
           ELSE
              DISPLAY "OR PROGRAMA REGLA              FALLA   "
                 "PREDECESORES"
              PERFORM 4100-LIST-ONE
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
           END-IF.

       4100-LIST-ONE.
           MOVE WS-TBL-ORDEN (WS-JOB-IDX) TO LST-ORDEN.
           MOVE WS-TBL-PROGRAMA (WS-JOB-IDX) TO LST-PROGRAMA.
           MOVE SPACES TO LST-REGLA.
           EVALUATE WS-TBL-REGLA (WS-JOB-IDX)
              WHEN "D"
                 MOVE "DIARIO" TO LST-REGLA
              WHEN "S"
                 STRING "DIAS " WS-TBL-DIAS (WS-JOB-IDX)
                    DELIMITED BY SIZE INTO LST-REGLA
              WHEN "P"
                 MOVE "PRIMER HABIL" TO LST-REGLA
              WHEN "U"
                 MOVE "ULTIMO HABIL" TO LST-REGLA
              WHEN "C"
                 MOVE "CIERRE PERIODO" TO LST-REGLA
           END-EVALUATE.
           IF WS-TBL-MES (WS-JOB-IDX) > ZERO
              MOVE "M" TO LST-REGLA (16:1)
              MOVE WS-TBL-MES (WS-JOB-IDX) TO LST-REGLA (17:2)
           END-IF.
           IF WS-TBL-DETIENE (WS-JOB-IDX) = "S"
              MOVE "DETIENE" TO LST-DETIENE
           ELSE
              MOVE "SIGUE" TO LST-DETIENE
           END-IF.
           MOVE SPACES TO LST-PREDS.
           STRING WS-TBL-PRED (WS-JOB-IDX 1) " "
              WS-TBL-PRED (WS-JOB-IDX 2) " "
              WS-TBL-PRED (WS-JOB-IDX 3)
              DELIMITED BY SIZE INTO LST-PREDS.
           DISPLAY WS-LIST-LINE " " WS-TBL-DESC (WS-JOB-IDX).
      * ...............................................................
       5000-CHANGE-JOB.
           DISPLAY "PROGRAMA A MODIFICAR: ".
           ACCEPT WS-ENT-PROGRAMA.
           MOVE WS-ENT-PROGRAMA TO WS-BUSCADO.
           PERFORM 7000-FIND-JOB.
           IF WS-JOB-HIT = ZERO
              DISPLAY "EL PROGRAMA NO ESTA EN EL PLAN"
           ELSE
              MOVE WS-JOB-HIT TO WS-JOB-IDX WS-JOB-ACTUAL
              PERFORM 4100-LIST-ONE
              PERFORM 2500-ENTER-FIELDS
              IF WS-CAMPOS-OK
                 MOVE WS-JOB-ACTUAL TO WS-JOB-HIT
                 PERFORM 2700-MOVE-FIELDS
                 PERFORM 7100-SORT-BY-ORDER
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 DISPLAY "PASO ACTUALIZADO"
              END-IF
           END-IF.
      * ...............................................................
      * UN PASO QUE OTRO TIENE DE PREDECESOR NO SE BORRA
       6000-DELETE-JOB.
           DISPLAY "PROGRAMA A BORRAR: ".
           ACCEPT WS-ENT-PROGRAMA.
           MOVE WS-ENT-PROGRAMA TO WS-BUSCADO.
           PERFORM 7000-FIND-JOB.
           IF WS-JOB-HIT = ZERO
              DISPLAY "EL PROGRAMA NO ESTA EN EL PLAN"
           ELSE
              MOVE 'Y' TO WS-CAMPOS-SW
              MOVE WS-JOB-HIT TO WS-JOB-ACTUAL
              MOVE 99 TO WS-NVO-ORDEN
              PERFORM 2640-CHECK-DEPENDENTS
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
              IF WS-CAMPOS-OK
                 PERFORM 6100-CLOSE-GAP
                    VARYING WS-JOB-IDX FROM WS-JOB-ACTUAL BY 1
                    UNTIL WS-JOB-IDX >= WS-JOB-COUNT
                 SUBTRACT 1 FROM WS-JOB-COUNT
                 MOVE 'Y' TO WS-CAMBIOS-SW
                 DISPLAY "PASO BORRADO"
              ELSE
                 DISPLAY "QUITELO PRIMERO COMO PREDECESOR"
              END-IF
           END-IF.

      * SE CORREN LOS SIGUIENTES UNA POSICION PARA NO PERDER EL ORDEN
       6100-CLOSE-GAP.
           MOVE WS-JOB-ENTRY (WS-JOB-IDX + 1)
              TO WS-JOB-ENTRY (WS-JOB-IDX).
      * ...............................................................
      * LOS PASOS DE LA LISTA FIJA DE NGTDRV1 Y LOS PERIODICOS. SOLO
      * SOBRE UN PLAN VACIO
       6500-LOAD-STANDARD.
           IF WS-JOB-COUNT > ZERO
              DISPLAY "EL PLAN YA TIENE PASOS - LA LISTA ESTANDAR "
                 "SOLO SE CARGA SOBRE UN PLAN VACIO"
           ELSE
              MOVE "VLDTFSQ1CLIENT VALIDATION       D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "SF4SALE SALES REPORT            D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "FLTVAL1 FLIGHT VALIDATION       D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "SCFIL1  FLIGHT REPORT           D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "FLTVAL1 " TO WS-TBL-PRED (WS-JOB-COUNT 1)
              MOVE "SFSRT1  VEGFRUT SORT            D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "XRFEMP1 CROSS-REFERENCE         D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "INTAUD1 INTEGRITY AUDIT         D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "RECNCIL1RECONCILIATION          D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "VFVTAP1 PRODUCE SALES           D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "VFREORD1REORDER REPORT          D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "VFVTAP1 " TO WS-TBL-PRED (WS-JOB-COUNT 1)
              MOVE "EMPDLT1 COMPANY DELTA           D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "SLSFCST1SALES FORECAST          SSNNNNNN"
                 TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "VFPRAPL1PRICE CHANGES           D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "GENBKP1 WEEKLY MASTER BACKUP    SNNNNNNS"
                 TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "RLGROT1 MONTHLY RUN-LOG ROTATIONC" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "RECNCIL1" TO WS-TBL-PRED (WS-JOB-COUNT 1)
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "CLIPRG1 CLIENT RETENTION PURGE  U" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "TAXCERT1ANNUAL TAX CERTIFICATES P" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE 1 TO WS-TBL-MES (WS-JOB-COUNT)
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "FCATCNT1FILE CATALOG COUNTS     D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "SODRPT1 SEGREGATION OF DUTIES   D" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE "ARCPRG1 YEAR-END ARCHIVE/PURGE  U" TO WS-JOB-AUX
              PERFORM 6510-ADD-STANDARD
              MOVE 12 TO WS-TBL-MES (WS-JOB-COUNT)
              MOVE "N" TO WS-TBL-DETIENE (WS-JOB-COUNT)
              MOVE 'Y' TO WS-CAMBIOS-SW
              DISPLAY "LISTA ESTANDAR CARGADA: " WS-JOB-COUNT " PASOS"
              DISPLAY "LOS PASOS PERIODICOS CORREN DESATENDIDOS CON "
                 "SUS RESPUESTAS EN BATCHPRM.DAT:"
              DISPLAY "  GENBKP1 /MODO=1  RLGROT1 /CONFIRMA=Y  "
                 "CLIPRG1 /MODO=P  TAXCERT1/ANO-FISCAL=ANTERIOR"
              DISPLAY "  ARCPRG1 /CONFIRMA=Y"
           END-IF.

      * WS-JOB-AUX TRAE PROGRAMA, DESCRIPCION, REGLA Y DIAS; EL
      * ORDEN VA DE 5 EN 5 PARA DEJAR HUECO A PASOS NUEVOS
       6510-ADD-STANDARD.
           ADD 1 TO WS-JOB-COUNT.
           COMPUTE WS-TBL-ORDEN (WS-JOB-COUNT) = WS-JOB-COUNT * 5.
           MOVE WS-JOB-AUX (1:8)  TO WS-TBL-PROGRAMA (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (9:24) TO WS-TBL-DESC (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (33:1) TO WS-TBL-REGLA (WS-JOB-COUNT).
           MOVE WS-JOB-AUX (34:7) TO WS-TBL-DIAS (WS-JOB-COUNT).
           MOVE ZERO TO WS-TBL-MES (WS-JOB-COUNT).
           MOVE SPACES TO WS-TBL-PRED (WS-JOB-COUNT 1)
                          WS-TBL-PRED (WS-JOB-COUNT 2)
                          WS-TBL-PRED (WS-JOB-COUNT 3).
           MOVE "S" TO WS-TBL-DETIENE (WS-JOB-COUNT).
      * ...............................................................
       7000-FIND-JOB.
           MOVE ZERO TO WS-JOB-HIT.
           PERFORM 7010-COMPARE-JOB
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 OR WS-JOB-HIT > ZERO.

       7010-COMPARE-JOB.
           IF WS-TBL-PROGRAMA (WS-JOB-IDX) = WS-BUSCADO
              MOVE WS-JOB-IDX TO WS-JOB-HIT
           END-IF.

      * ORDEN ASCENDENTE POR NUMERO DE ORDEN - ES EL ORDEN DE CORRIDA
       7100-SORT-BY-ORDER.
           IF WS-JOB-COUNT > 1
              PERFORM 7110-OUTER-PASS
                 VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX >= WS-JOB-COUNT
           END-IF.

       7110-OUTER-PASS.
           PERFORM 7120-INNER-PASS
              VARYING WS-JOB-IDX2 FROM WS-JOB-IDX BY 1
              UNTIL WS-JOB-IDX2 >= WS-JOB-COUNT.

       7120-INNER-PASS.
           IF WS-TBL-ORDEN (WS-JOB-IDX2 + 1) < WS-TBL-ORDEN (WS-JOB-IDX)
              MOVE WS-JOB-ENTRY (WS-JOB-IDX) TO WS-JOB-AUX
              MOVE WS-JOB-ENTRY (WS-JOB-IDX2 + 1)
                 TO WS-JOB-ENTRY (WS-JOB-IDX)
              MOVE WS-JOB-AUX TO WS-JOB-ENTRY (WS-JOB-IDX2 + 1)
           END-IF.
      * ...............................................................
       8000-REWRITE-SCHEDULE.
           OPEN OUTPUT JOBSCHED.
           PERFORM 8100-WRITE-ONE-JOB
              VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           CLOSE JOBSCHED.

       8100-WRITE-ONE-JOB.
           MOVE WS-JOB-ENTRY (WS-JOB-IDX) TO JSC-REC.
           WRITE JSC-REC.
      * ===============================================================
       END PROGRAM JOBMNT1.
