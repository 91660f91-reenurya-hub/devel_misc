      * ===============================================================
       IDENTIFICATION DIVISION.
      * CALMNT1 = MANTENIMIENTO DEL CALENDARIO DE DIAS HABILES
      * CALENDAR.DAT, COMPARTIDO POR LA CALCULADORA PRUEBA (MODO
      * FECHAS) Y POR LA CAPTURA E IMPORTACION DE VENTAS (SLSCAP1,
      * SLSIMP1) Y EL REPORTE SF4SALE. UNA LINEA POR FECHA CON EL DIA
      * DE LA SEMANA, EL TIPO DE DIA (L=LABORABLE, F=FESTIVO,
      * D=DESCANSO) Y EL CUBO Dn DE SALES.DAT QUE LE CORRESPONDE.
      * LA GENERACION DE UN PERIODO AAAAMM MARCA LOS FINES DE SEMANA
      * Y LOS FESTIVOS DE COLOMBIA (FIJOS, TRASLADADOS AL LUNES Y LOS
      * QUE DEPENDEN DE LA PASCUA) Y NUMERA LOS DIAS LABORABLES COMO
      * CUBOS D1..D24. LAS MARCAS MANUALES (UN DIA CIVICO, UN SABADO
      * DE VENTAS) RENUMERAN LOS CUBOS DEL PERIODO. YA NO SE SACA DE
      * UN CALENDARIO DE PARED QUE FECHA FUE EL "DIA 7"
       PROGRAM-ID. CALMNT1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CAL-STATUS.
           SELECT CALLIST ASSIGN TO "CALLIST.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD CALENDAR.
       01 CAL-REC.
           03 CAL-FECHA                        PIC 9(08).
           03 CAL-DIA-SEM                      PIC 9(01).
           03 CAL-TIPO                         PIC X(01).
           03 CAL-DIA-VENTA                    PIC 9(02).
           03 CAL-DESC                         PIC X(30).

       FD CALLIST.
       01 RPT-LINE                             PIC X(80).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS                        PIC XX.
       01 WS-RPT-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE 'Y'.
       01 WS-OPCION                            PIC 9(01).
       01 WS-CAMBIOS-SW                        PIC X(01) VALUE 'N'.
           88 WS-HAY-CAMBIOS                   VALUE 'Y'.
      * SET WHEN THE LOAD STOPPED ON THE TABLE CAP WITH RECORDS LEFT
      * UNREAD - REWRITING FROM A PARTIAL TABLE WOULD SILENTLY DROP
      * EVERYTHING PAST THE CAP, SO THE REWRITE IS REFUSED INSTEAD
       01 WS-TRUNC-SW                          PIC X(01) VALUE 'N'.
           88 WS-CARGA-TRUNCADA                VALUE 'Y'.

      * SOLICITUD AL REGISTRO DE BLOQUEOS LOCKMGR1 - EL CALENDARIO SE
      * TOMA ANTES DE TOCARLO Y SE SUELTA AL TERMINAR
       01 WS-LOCK-REQ.
           03 WS-LCK-ACCION                    PIC X(01).
           03 WS-LCK-ARCHIVO                   PIC X(12).
           03 WS-LCK-PROGRAMA                  PIC X(08).
           03 WS-LCK-RESULT                    PIC X(01).

       01 WS-ENT-PERIODO                       PIC X(06).
       01 WS-ENT-FECHA                         PIC X(08).
       01 WS-ENT-TIPO                          PIC X(01).
       01 WS-ENT-DESC                          PIC X(30).
       01 WS-PERIODO                           PIC 9(06).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-ANIO                      PIC 9(04).
           03 WS-PER-MES                       PIC 9(02).
       01 WS-FECHA                             PIC 9(08).
       01 WS-FECHA-R REDEFINES WS-FECHA.
           03 WS-FEC-PERIODO                   PIC 9(06).
           03 WS-FEC-DD                        PIC 9(02).
       01 WS-FECHA-SIG                         PIC 9(08).
       01 WS-INT                               PIC 9(07).
       01 WS-INT-INI                           PIC 9(07).
       01 WS-INT-FIN                           PIC 9(07).
       01 WS-DIA-SEM                           PIC 9(01).
       01 WS-CNT-VENTA                         PIC 9(02).
       01 WS-CNT-SOBRAN                        PIC 9(02).
       01 WS-CNT-DIAS                          PIC 9(02).
       01 WS-CNT-FESTIVOS                      PIC 9(02).

      * EL CALENDARIO COMPLETO EN MEMORIA (DIEZ ANOS CABEN DE SOBRA),
      * REESCRITO AL SALIR CUANDO HUBO CAMBIOS
       01 WS-CAL-COUNT                         PIC 9(04) VALUE ZERO.
       01 WS-CAL-IDX                           PIC 9(04).
       01 WS-CAL-HIT                           PIC 9(04).
       01 WS-CAL-TABLA.
           03 WS-CAL-ENTRY OCCURS 4000 TIMES.
              05 WS-TBL-FECHA                  PIC 9(08).
              05 WS-TBL-FECHA-R REDEFINES WS-TBL-FECHA.
                 07 WS-TBL-PERIODO             PIC 9(06).
                 07 WS-TBL-DD                  PIC 9(02).
              05 WS-TBL-DIA-SEM                PIC 9(01).
              05 WS-TBL-TIPO                   PIC X(01).
              05 WS-TBL-DIA-VENTA              PIC 9(02).
              05 WS-TBL-DESC                   PIC X(30).

      * FESTIVOS DEL ANO DEL PERIODO QUE SE GENERA
       01 WS-FES-COUNT                         PIC 9(02) VALUE ZERO.
       01 WS-FES-IDX                           PIC 9(02).
       01 WS-FES-HIT                           PIC 9(02).
       01 WS-FES-TABLA.
           03 WS-FES-ENTRY OCCURS 20 TIMES.
              05 WS-FES-FECHA                  PIC 9(08).
              05 WS-FES-NOMBRE                 PIC X(30).
       01 WS-FES-MMDD                          PIC 9(04).
       01 WS-FES-DESC                          PIC X(30).
       01 WS-FES-DESPL                         PIC S9(03).

      * DOMINGO DE PASCUA - ALGORITMO GREGORIANO ANONIMO
       01 WS-PASCUA-INT                        PIC 9(07).
       01 WS-PSC-A                             PIC 9(04).
       01 WS-PSC-B                             PIC 9(04).
       01 WS-PSC-C                             PIC 9(04).
       01 WS-PSC-D                             PIC 9(04).
       01 WS-PSC-E                             PIC 9(04).
       01 WS-PSC-F                             PIC 9(04).
       01 WS-PSC-G                             PIC 9(04).
       01 WS-PSC-H                             PIC 9(04).
       01 WS-PSC-I                             PIC 9(04).
       01 WS-PSC-K                             PIC 9(04).
       01 WS-PSC-L                             PIC 9(04).
       01 WS-PSC-M                             PIC 9(04).
       01 WS-PSC-MES                           PIC 9(02).
       01 WS-PSC-DIA                           PIC 9(02).

       01 WS-NOMBRES-DIA.
           03 FILLER                           PIC X(09) VALUE
              "LUNES    ".
           03 FILLER                           PIC X(09) VALUE
              "MARTES   ".
           03 FILLER                           PIC X(09) VALUE
              "MIERCOLES".
           03 FILLER                           PIC X(09) VALUE
              "JUEVES   ".
           03 FILLER                           PIC X(09) VALUE
              "VIERNES  ".
           03 FILLER                           PIC X(09) VALUE
              "SABADO   ".
           03 FILLER                           PIC X(09) VALUE
              "DOMINGO  ".
       01 WS-NOMBRES-DIA-R REDEFINES WS-NOMBRES-DIA.
           03 WS-NOMBRE-DIA OCCURS 7 TIMES     PIC X(09).

       01 WS-LIST-LINE.
           03 LST-FECHA                        PIC 9(08).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LST-NOMBRE-DIA                   PIC X(09).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LST-TIPO                         PIC X(01).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LST-CUBO                         PIC X(03).
           03 FILLER                           PIC X(02) VALUE SPACES.
           03 LST-DESC                         PIC X(30).
       01 WS-CUBO-ED                           PIC Z9.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "CALENDAR.DAT" TO WS-LCK-ARCHIVO.
           MOVE "CALMNT1 " TO WS-LCK-PROGRAMA.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           IF WS-LCK-RESULT NOT = "Y"
              DISPLAY "CALENDAR.DAT EN USO - INTENTE LUEGO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-LOAD-CALENDAR.
           PERFORM 2000-MENU UNTIL WS-OPCION = 5.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE CALENDAR.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 8000-REWRITE-CALENDAR
                 DISPLAY "CALENDAR.DAT GRABADO: " WS-CAL-COUNT
                    " FECHAS"
              END-IF
           END-IF.
           MOVE "L" TO WS-LCK-ACCION.
           CALL "LOCKMGR1" USING WS-LOCK-REQ.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR.
           IF WS-CAL-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1010-READ-NEXT-CALENDAR
              PERFORM 1020-ADD-CALENDAR
                 UNTIL WS-EOF OR WS-CAL-COUNT >= 4000
              IF NOT WS-EOF
                 MOVE 'Y' TO WS-TRUNC-SW
                 DISPLAY "CALENDAR.DAT EXCEDE LA TABLA (4000) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE CALENDAR
           ELSE
              IF WS-CAL-STATUS = "05" OR WS-CAL-STATUS = "35"
                 CLOSE CALENDAR
              END-IF
           END-IF.

       1010-READ-NEXT-CALENDAR.
           READ CALENDAR
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1020-ADD-CALENDAR.
           ADD 1 TO WS-CAL-COUNT.
           MOVE CAL-FECHA     TO WS-TBL-FECHA (WS-CAL-COUNT).
           MOVE CAL-DIA-SEM   TO WS-TBL-DIA-SEM (WS-CAL-COUNT).
           MOVE CAL-TIPO      TO WS-TBL-TIPO (WS-CAL-COUNT).
           MOVE CAL-DIA-VENTA TO WS-TBL-DIA-VENTA (WS-CAL-COUNT).
           MOVE CAL-DESC      TO WS-TBL-DESC (WS-CAL-COUNT).
           PERFORM 1010-READ-NEXT-CALENDAR.
      * ...............................................................
       2000-MENU.
           DISPLAY "***** CALENDARIO DE DIAS HABILES *****".
           DISPLAY "1=GENERAR PERIODO 2=MARCAR NO LABORABLE"
              " 3=MARCAR LABORABLE 4=LISTAR PERIODO 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 3000-GENERAR-PERIODO
              WHEN 2 PERFORM 4000-MARCAR-NO-LABORABLE
              WHEN 3 PERFORM 5000-MARCAR-LABORABLE
              WHEN 4 PERFORM 6000-LISTAR-PERIODO
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
      * ...............................................................
      * UN PERIODO NUEVO: CADA FECHA DEL MES CON SU DIA DE LA SEMANA,
      * SABADOS Y DOMINGOS COMO DESCANSO, LOS FESTIVOS DEL ANO Y LOS
      * CUBOS DE VENTA NUMERADOS SOBRE LOS DIAS LABORABLES. UN
      * PERIODO YA GENERADO NO SE REGENERA - SE CORRIGE DIA A DIA
      * CON LAS OPCIONES 2 Y 3
       3000-GENERAR-PERIODO.
           DISPLAY "PERIODO A GENERAR (AAAAMM): ".
           ACCEPT WS-ENT-PERIODO.
           PERFORM 7100-VALIDAR-PERIODO.
           IF WS-PERIODO = ZERO
              DISPLAY "PERIODO INVALIDO"
           ELSE
              PERFORM 7200-CONTAR-PERIODO
              IF WS-CNT-DIAS > ZERO
                 DISPLAY "PERIODO " WS-PERIODO " YA EXISTE EN EL "
                    "CALENDARIO - USE LAS OPCIONES 2 Y 3"
              ELSE
                 PERFORM 3100-CALCULAR-FESTIVOS
                 COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE
                    (WS-PERIODO * 100 + 1)
                 IF WS-PER-MES = 12
                    COMPUTE WS-FECHA-SIG =
                       (WS-PER-ANIO + 1) * 10000 + 101
                 ELSE
                    COMPUTE WS-FECHA-SIG = WS-PERIODO * 100 + 101
                 END-IF
                 COMPUTE WS-INT-FIN =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - 1
                 IF WS-CAL-COUNT + WS-INT-FIN - WS-INT-INI + 1
                    > 4000
                    DISPLAY "TABLA DEL CALENDARIO LLENA - NO SE "
                       "GENERA"
                 ELSE
                    MOVE ZERO TO WS-CNT-FESTIVOS
                    PERFORM 3200-AGREGAR-DIA
                       VARYING WS-INT FROM WS-INT-INI BY 1
                       UNTIL WS-INT > WS-INT-FIN
                    PERFORM 7000-NUMERAR-PERIODO
                    MOVE 'Y' TO WS-CAMBIOS-SW
                    DISPLAY "PERIODO " WS-PERIODO " GENERADO - "
                       WS-CNT-FESTIVOS " FESTIVOS, " WS-CNT-VENTA
                       " DIAS DE VENTA"
                    PERFORM 7300-AVISAR-SOBRANTES
                 END-IF
              END-IF
           END-IF.

      * FESTIVOS DE LEY EN COLOMBIA PARA EL ANO DEL PERIODO: LOS DE
      * FECHA FIJA, LOS QUE LA LEY 51 DE 1983 TRASLADA AL LUNES
      * SIGUIENTE Y LOS QUE CUELGAN DEL DOMINGO DE PASCUA
       3100-CALCULAR-FESTIVOS.
           MOVE ZERO TO WS-FES-COUNT.
           MOVE 0101 TO WS-FES-MMDD.
           MOVE "ANO NUEVO" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 0501 TO WS-FES-MMDD.
           MOVE "DIA DEL TRABAJO" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 0720 TO WS-FES-MMDD.
           MOVE "DIA DE LA INDEPENDENCIA" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 0807 TO WS-FES-MMDD.
           MOVE "BATALLA DE BOYACA" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 1208 TO WS-FES-MMDD.
           MOVE "INMACULADA CONCEPCION" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 1225 TO WS-FES-MMDD.
           MOVE "NAVIDAD" TO WS-FES-DESC.
           PERFORM 3110-FESTIVO-FIJO.
           MOVE 0106 TO WS-FES-MMDD.
           MOVE "REYES MAGOS" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 0319 TO WS-FES-MMDD.
           MOVE "SAN JOSE" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 0629 TO WS-FES-MMDD.
           MOVE "SAN PEDRO Y SAN PABLO" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 0815 TO WS-FES-MMDD.
           MOVE "ASUNCION DE LA VIRGEN" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 1012 TO WS-FES-MMDD.
           MOVE "DIA DE LA RAZA" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 1101 TO WS-FES-MMDD.
           MOVE "TODOS LOS SANTOS" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           MOVE 1111 TO WS-FES-MMDD.
           MOVE "INDEPENDENCIA DE CARTAGENA" TO WS-FES-DESC.
           PERFORM 3120-FESTIVO-LUNES.
           PERFORM 3140-CALCULAR-PASCUA.
           MOVE -3 TO WS-FES-DESPL.
           MOVE "JUEVES SANTO" TO WS-FES-DESC.
           PERFORM 3130-FESTIVO-PASCUA.
           MOVE -2 TO WS-FES-DESPL.
           MOVE "VIERNES SANTO" TO WS-FES-DESC.
           PERFORM 3130-FESTIVO-PASCUA.
      * ASCENSION, CORPUS CHRISTI Y SAGRADO CORAZON YA CAEN EN LUNES
      * CON EL TRASLADO (PASCUA + 43, + 64 Y + 71)
           MOVE 43 TO WS-FES-DESPL.
           MOVE "ASCENSION DEL SENOR" TO WS-FES-DESC.
           PERFORM 3130-FESTIVO-PASCUA.
           MOVE 64 TO WS-FES-DESPL.
           MOVE "CORPUS CHRISTI" TO WS-FES-DESC.
           PERFORM 3130-FESTIVO-PASCUA.
           MOVE 71 TO WS-FES-DESPL.
           MOVE "SAGRADO CORAZON" TO WS-FES-DESC.
           PERFORM 3130-FESTIVO-PASCUA.

       3110-FESTIVO-FIJO.
           ADD 1 TO WS-FES-COUNT.
           COMPUTE WS-FES-FECHA (WS-FES-COUNT) =
              WS-PER-ANIO * 10000 + WS-FES-MMDD.
           MOVE WS-FES-DESC TO WS-FES-NOMBRE (WS-FES-COUNT).

      * EL FESTIVO QUE NO CAE EN LUNES PASA AL LUNES SIGUIENTE
       3120-FESTIVO-LUNES.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE
              (WS-PER-ANIO * 10000 + WS-FES-MMDD).
           PERFORM 7400-DIA-SEMANA.
           IF WS-DIA-SEM > 1
              COMPUTE WS-INT = WS-INT + 8 - WS-DIA-SEM
           END-IF.
           ADD 1 TO WS-FES-COUNT.
           COMPUTE WS-FES-FECHA (WS-FES-COUNT) =
              FUNCTION DATE-OF-INTEGER(WS-INT).
           MOVE WS-FES-DESC TO WS-FES-NOMBRE (WS-FES-COUNT).

       3130-FESTIVO-PASCUA.
           COMPUTE WS-INT = WS-PASCUA-INT + WS-FES-DESPL.
           ADD 1 TO WS-FES-COUNT.
           COMPUTE WS-FES-FECHA (WS-FES-COUNT) =
              FUNCTION DATE-OF-INTEGER(WS-INT).
           MOVE WS-FES-DESC TO WS-FES-NOMBRE (WS-FES-COUNT).

       3140-CALCULAR-PASCUA.
           DIVIDE WS-PER-ANIO BY 19 GIVING WS-PSC-M
              REMAINDER WS-PSC-A.
           DIVIDE WS-PER-ANIO BY 100 GIVING WS-PSC-B
              REMAINDER WS-PSC-C.
           DIVIDE WS-PSC-B BY 4 GIVING WS-PSC-D
              REMAINDER WS-PSC-E.
           COMPUTE WS-PSC-F = (WS-PSC-B + 8) / 25.
           COMPUTE WS-PSC-G = (WS-PSC-B - WS-PSC-F + 1) / 3.
           COMPUTE WS-PSC-H = FUNCTION MOD
              (19 * WS-PSC-A + WS-PSC-B - WS-PSC-D - WS-PSC-G + 15,
               30).
           DIVIDE WS-PSC-C BY 4 GIVING WS-PSC-I
              REMAINDER WS-PSC-K.
           COMPUTE WS-PSC-L = FUNCTION MOD
              (32 + 2 * WS-PSC-E + 2 * WS-PSC-I - WS-PSC-H - WS-PSC-K,
               7).
           COMPUTE WS-PSC-M =
              (WS-PSC-A + 11 * WS-PSC-H + 22 * WS-PSC-L) / 451.
           COMPUTE WS-PSC-MES =
              (WS-PSC-H + WS-PSC-L - 7 * WS-PSC-M + 114) / 31.
           COMPUTE WS-PSC-DIA = FUNCTION MOD
              (WS-PSC-H + WS-PSC-L - 7 * WS-PSC-M + 114, 31) + 1.
           COMPUTE WS-PASCUA-INT = FUNCTION INTEGER-OF-DATE
              (WS-PER-ANIO * 10000 + WS-PSC-MES * 100 + WS-PSC-DIA).

       3200-AGREGAR-DIA.
           ADD 1 TO WS-CAL-COUNT.
           COMPUTE WS-TBL-FECHA (WS-CAL-COUNT) =
              FUNCTION DATE-OF-INTEGER(WS-INT).
           PERFORM 7400-DIA-SEMANA.
           MOVE WS-DIA-SEM TO WS-TBL-DIA-SEM (WS-CAL-COUNT).
           MOVE ZERO TO WS-TBL-DIA-VENTA (WS-CAL-COUNT).
           MOVE ZERO TO WS-FES-HIT.
           PERFORM 3210-BUSCAR-FESTIVO
              VARYING WS-FES-IDX FROM 1 BY 1
              UNTIL WS-FES-IDX > WS-FES-COUNT
                 OR WS-FES-HIT > ZERO.
           IF WS-FES-HIT > ZERO
              MOVE "F" TO WS-TBL-TIPO (WS-CAL-COUNT)
              MOVE WS-FES-NOMBRE (WS-FES-HIT)
                 TO WS-TBL-DESC (WS-CAL-COUNT)
              ADD 1 TO WS-CNT-FESTIVOS
           ELSE
              IF WS-DIA-SEM > 5
                 MOVE "D" TO WS-TBL-TIPO (WS-CAL-COUNT)
                 MOVE "FIN DE SEMANA" TO WS-TBL-DESC (WS-CAL-COUNT)
              ELSE
                 MOVE "L" TO WS-TBL-TIPO (WS-CAL-COUNT)
                 MOVE SPACES TO WS-TBL-DESC (WS-CAL-COUNT)
              END-IF
           END-IF.

       3210-BUSCAR-FESTIVO.
           IF WS-FES-FECHA (WS-FES-IDX) = WS-TBL-FECHA (WS-CAL-COUNT)
              MOVE WS-FES-IDX TO WS-FES-HIT
           END-IF.
      * ...............................................................
      * UN DIA CIVICO, UN CIERRE DE TIENDA O UN FESTIVO DECRETADO -
      * EL DIA DEJA DE SER LABORABLE Y LOS CUBOS SE RENUMERAN
       4000-MARCAR-NO-LABORABLE.
           PERFORM 7500-PEDIR-FECHA.
           IF WS-CAL-HIT > ZERO
              DISPLAY "TIPO (F=FESTIVO D=DESCANSO): "
              ACCEPT WS-ENT-TIPO
              IF WS-ENT-TIPO NOT = "F" AND WS-ENT-TIPO NOT = "D"
                 DISPLAY "TIPO INVALIDO"
              ELSE
                 DISPLAY "DESCRIPCION: "
                 ACCEPT WS-ENT-DESC
                 MOVE WS-ENT-TIPO TO WS-TBL-TIPO (WS-CAL-HIT)
                 MOVE WS-ENT-DESC TO WS-TBL-DESC (WS-CAL-HIT)
                 PERFORM 7600-RENUMERAR-FECHA
              END-IF
           END-IF.
      * ...............................................................
      * UN SABADO DE VENTAS O UN FESTIVO EN QUE SE TRABAJA
       5000-MARCAR-LABORABLE.
           PERFORM 7500-PEDIR-FECHA.
           IF WS-CAL-HIT > ZERO
              MOVE "L" TO WS-TBL-TIPO (WS-CAL-HIT)
              MOVE "LABORABLE POR MARCA MANUAL"
                 TO WS-TBL-DESC (WS-CAL-HIT)
              PERFORM 7600-RENUMERAR-FECHA
           END-IF.
      * ...............................................................
      * EL PERIODO FECHA POR FECHA CON SU TIPO Y SU CUBO Dn
       6000-LISTAR-PERIODO.
           DISPLAY "PERIODO A LISTAR (AAAAMM): ".
           ACCEPT WS-ENT-PERIODO.
           PERFORM 7100-VALIDAR-PERIODO.
           IF WS-PERIODO = ZERO
              DISPLAY "PERIODO INVALIDO"
           ELSE
              OPEN OUTPUT CALLIST
              MOVE SPACES TO RPT-LINE
              STRING "CALENDARIO DEL PERIODO " WS-PERIODO
                 " (L=LABORABLE F=FESTIVO D=DESCANSO)"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE ZERO TO WS-CNT-DIAS WS-CNT-VENTA
              PERFORM 6100-LIST-ONE-DATE
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "FECHAS: " WS-CNT-DIAS "  DIAS DE VENTA: "
                 WS-CNT-VENTA DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              CLOSE CALLIST
              IF WS-CNT-DIAS = ZERO
                 DISPLAY "PERIODO " WS-PERIODO " NO ESTA EN EL "
                    "CALENDARIO"
              ELSE
                 DISPLAY "LISTADO GENERADO: CALLIST.RPT ("
                    WS-CNT-DIAS " FECHAS)"
              END-IF
           END-IF.

       6100-LIST-ONE-DATE.
           IF WS-TBL-PERIODO (WS-CAL-IDX) = WS-PERIODO
              ADD 1 TO WS-CNT-DIAS
              MOVE WS-TBL-FECHA (WS-CAL-IDX) TO LST-FECHA
              MOVE WS-NOMBRE-DIA (WS-TBL-DIA-SEM (WS-CAL-IDX))
                 TO LST-NOMBRE-DIA
              MOVE WS-TBL-TIPO (WS-CAL-IDX) TO LST-TIPO
              IF WS-TBL-DIA-VENTA (WS-CAL-IDX) > ZERO
                 ADD 1 TO WS-CNT-VENTA
                 MOVE WS-TBL-DIA-VENTA (WS-CAL-IDX) TO WS-CUBO-ED
                 MOVE "D" TO LST-CUBO
                 MOVE WS-CUBO-ED TO LST-CUBO (2:2)
              ELSE
                 MOVE SPACES TO LST-CUBO
              END-IF
              MOVE WS-TBL-DESC (WS-CAL-IDX) TO LST-DESC
              MOVE WS-LIST-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
      * ...............................................................
      * LOS DIAS LABORABLES DEL PERIODO, EN ORDEN DE FECHA, RECIBEN
      * LOS CUBOS D1..D24 DE SALES.DAT. LOS QUE PASAN DE 24 QUEDAN
      * SIN CUBO (CERO) Y SE AVISAN
       7000-NUMERAR-PERIODO.
           MOVE ZERO TO WS-CNT-VENTA WS-CNT-SOBRAN.
           PERFORM 7010-NUMERAR-UNA-FECHA
              VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT.

       7010-NUMERAR-UNA-FECHA.
           IF WS-TBL-PERIODO (WS-CAL-IDX) = WS-PERIODO
              IF WS-TBL-TIPO (WS-CAL-IDX) = "L"
                 IF WS-CNT-VENTA < 24
                    ADD 1 TO WS-CNT-VENTA
                    MOVE WS-CNT-VENTA
                       TO WS-TBL-DIA-VENTA (WS-CAL-IDX)
                 ELSE
                    ADD 1 TO WS-CNT-SOBRAN
                    MOVE ZERO TO WS-TBL-DIA-VENTA (WS-CAL-IDX)
                 END-IF
              ELSE
                 MOVE ZERO TO WS-TBL-DIA-VENTA (WS-CAL-IDX)
              END-IF
           END-IF.

       7100-VALIDAR-PERIODO.
           MOVE ZERO TO WS-PERIODO.
           IF WS-ENT-PERIODO IS NUMERIC
              MOVE WS-ENT-PERIODO TO WS-PERIODO
              IF WS-PER-ANIO < 1601
                 OR WS-PER-MES = ZERO OR WS-PER-MES > 12
                 MOVE ZERO TO WS-PERIODO
              END-IF
           END-IF.

       7200-CONTAR-PERIODO.
           MOVE ZERO TO WS-CNT-DIAS.
           PERFORM 7210-CONTAR-UNA-FECHA
              VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT.

       7210-CONTAR-UNA-FECHA.
           IF WS-TBL-PERIODO (WS-CAL-IDX) = WS-PERIODO
              ADD 1 TO WS-CNT-DIAS
           END-IF.

       7300-AVISAR-SOBRANTES.
           IF WS-CNT-SOBRAN > ZERO
              DISPLAY "AVISO: " WS-CNT-SOBRAN " DIAS LABORABLES "
                 "PASAN DE LOS 24 CUBOS DE SALES.DAT Y QUEDAN "
                 "SIN CUBO"
           END-IF.

      * DIA DE LA SEMANA DEL ENTERO DE FECHA: EL DIA 1 DEL CALENDARIO
      * (1601-01-01) FUE LUNES. 1=LUNES ... 7=DOMINGO
       7400-DIA-SEMANA.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-INT - 1, 7) + 1.

       7500-PEDIR-FECHA.
           MOVE ZERO TO WS-CAL-HIT.
           DISPLAY "FECHA (AAAAMMDD): ".
           ACCEPT WS-ENT-FECHA.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA DEBE SER NUMERICA"
           ELSE
              MOVE WS-ENT-FECHA TO WS-FECHA
              PERFORM 7510-BUSCAR-FECHA
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
                    OR WS-CAL-HIT > ZERO
              IF WS-CAL-HIT = ZERO
                 DISPLAY "FECHA NO ESTA EN EL CALENDARIO - GENERE "
                    "EL PERIODO PRIMERO"
              END-IF
           END-IF.

       7510-BUSCAR-FECHA.
           IF WS-TBL-FECHA (WS-CAL-IDX) = WS-FECHA
              MOVE WS-CAL-IDX TO WS-CAL-HIT
           END-IF.

      * UN CAMBIO DE TIPO MUEVE LOS CUBOS DE LAS FECHAS POSTERIORES
      * DEL PERIODO - LAS VENTAS YA CAPTURADAS NO SE MUEVEN SOLAS
       7600-RENUMERAR-FECHA.
           MOVE WS-FEC-PERIODO TO WS-PERIODO.
           PERFORM 7000-NUMERAR-PERIODO.
           MOVE 'Y' TO WS-CAMBIOS-SW.
           DISPLAY "FECHA " WS-FECHA " MARCADA - PERIODO "
              WS-PERIODO " CON " WS-CNT-VENTA " DIAS DE VENTA".
           DISPLAY "LOS CUBOS Dn DEL PERIODO SE RENUMERARON - "
              "REVISE LAS VENTAS YA CAPTURADAS".
           PERFORM 7300-AVISAR-SOBRANTES.
      * ...............................................................
       8000-REWRITE-CALENDAR.
           OPEN OUTPUT CALENDAR.
           PERFORM 8100-WRITE-ONE-DATE
              VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           CLOSE CALENDAR.

       8100-WRITE-ONE-DATE.
           MOVE WS-TBL-FECHA (WS-CAL-IDX)     TO CAL-FECHA.
           MOVE WS-TBL-DIA-SEM (WS-CAL-IDX)   TO CAL-DIA-SEM.
           MOVE WS-TBL-TIPO (WS-CAL-IDX)      TO CAL-TIPO.
           MOVE WS-TBL-DIA-VENTA (WS-CAL-IDX) TO CAL-DIA-VENTA.
           MOVE WS-TBL-DESC (WS-CAL-IDX)      TO CAL-DESC.
           WRITE CAL-REC.
      * ===============================================================
       END PROGRAM CALMNT1.
