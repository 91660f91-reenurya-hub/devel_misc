      * ===============================================================
       IDENTIFICATION DIVISION.
      * WCHLOAD1 = CARGA DE LA LISTA DE PARTES RESTRINGIDAS. TOMA LA
      * LISTA PUBLICADA POR UNA FUENTE (WCHIN.DAT: NUMERO DE
      * IDENTIFICACION Y NOMBRE POR LINEA) Y LA DEJA EN WATCHLST.DAT
      * CON SU FUENTE (OFAC, ONU, ...) Y FECHA DE PUBLICACION,
      * REEMPLAZANDO LO QUE HUBIERA DE ESA MISMA FUENTE Y RESPETANDO
      * LAS DEMAS. FUENTE Y FECHA VIENEN DE BATCHPRM.DAT (WCHLOAD1 /
      * FUENTE, FECHA) O SE PREGUNTAN. SI WCHIN.DAT NO TRAE NADA O LA
      * TABLA SE LLENA NO SE TOCA WATCHLST.DAT Y SALE CON CODIGO 8.
      * EL CRUCE LO HACEN WCHCHK1 Y EL BARRIDO WCHSCR1
       PROGRAM-ID. WCHLOAD1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WCHIN ASSIGN TO "WCHIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL WATCHLST ASSIGN TO "WATCHLST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WL-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD WCHIN.
       01 IN-REC.
           03 IN-ID                            PIC X(20).
           03 IN-NOMBRE                        PIC X(60).

       FD WATCHLST.
       01 WL-REC.
           03 WL-ID                            PIC X(20).
           03 WL-NOMBRE                        PIC X(60).
           03 WL-FUENTE                        PIC X(10).
           03 WL-FECHA                         PIC 9(08).

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                      PIC X(08).
           03 PRM-KEY                          PIC X(12).
           03 PRM-VALUE                        PIC X(20).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS                         PIC XX.
       01 WS-WL-STATUS                         PIC XX.
       01 WS-PRM-STATUS                        PIC XX.
       01 WS-EOF-SW                            PIC X(01).
           88 WS-EOF                           VALUE "Y".
       01 WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                       VALUE "Y".
       01 WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                     VALUE "Y".
       01 WS-PRM-BUSCADA                       PIC X(12).
       01 WS-PRM-VALOR                         PIC X(20).

       01 WS-FUENTE                            PIC X(10).
       01 WS-FECHA-ENT                         PIC X(08).
       01 WS-FECHA                             PIC 9(08).

      * LA LISTA QUE QUEDARA EN WATCHLST.DAT
       01 WS-WL-COUNT                          PIC 9(04) VALUE ZERO.
       01 WS-WL-IDX                            PIC 9(04).
       01 WS-WL-TABLA.
           03 WS-WL-ENTRY OCCURS 5000 TIMES    PIC X(98).
       01 WS-LLENA-SW                          PIC X(01) VALUE "N".
           88 WS-TABLA-LLENA                   VALUE "Y".

       01 WS-CNT-CONSERVADAS                   PIC 9(05) VALUE ZERO.
       01 WS-CNT-REEMPLAZADAS                  PIC 9(05) VALUE ZERO.
       01 WS-CNT-NUEVAS                        PIC 9(05) VALUE ZERO.
       01 WS-CNT-VACIAS                        PIC 9(05) VALUE ZERO.
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LEER-PARAMETROS.
           IF WS-FUENTE = SPACES
              DISPLAY "FUENTE DE LA LISTA OBLIGATORIA - NO SE CARGA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-CONSERVAR-OTRAS-FUENTES.
           PERFORM 3000-AGREGAR-NUEVAS.
           IF WS-TABLA-LLENA
              DISPLAY "LISTA MAYOR A 5000 ENTRADAS - NO SE CARGA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CNT-NUEVAS = ZERO
              DISPLAY "WCHIN.DAT SIN REGISTROS - NO SE CARGA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 4000-GRABAR-LISTA.
           DISPLAY "LISTA " WS-FUENTE " DEL " WS-FECHA " CARGADA".
           DISPLAY "ENTRADAS NUEVAS      : " WS-CNT-NUEVAS.
           DISPLAY "REEMPLAZADAS (FUENTE): " WS-CNT-REEMPLAZADAS.
           DISPLAY "DE OTRAS FUENTES     : " WS-CNT-CONSERVADAS.
           DISPLAY "LINEAS VACIAS        : " WS-CNT-VACIAS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-LEER-PARAMETROS.
           MOVE "FUENTE      " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR TO WS-FUENTE
           ELSE
              DISPLAY "FUENTE DE LA LISTA (OFAC, ONU, ...): "
              ACCEPT WS-FUENTE
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-FUENTE) TO WS-FUENTE.
           MOVE "FECHA       " TO WS-PRM-BUSCADA.
           PERFORM 9100-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:8) TO WS-FECHA-ENT
           ELSE
              DISPLAY "FECHA DE PUBLICACION AAAAMMDD (ENTER = HOY): "
              ACCEPT WS-FECHA-ENT
           END-IF.
           IF WS-FECHA-ENT IS NUMERIC
              MOVE WS-FECHA-ENT TO WS-FECHA
           ELSE
              ACCEPT WS-FECHA FROM DATE YYYYMMDD
           END-IF.
      * ...............................................................
      * LO QUE YA HAY DE OTRAS FUENTES SE CONSERVA TAL CUAL
       2000-CONSERVAR-OTRAS-FUENTES.
           OPEN INPUT WATCHLST.
           IF WS-WL-STATUS NOT = "00"
              IF WS-WL-STATUS = "05" OR WS-WL-STATUS = "35"
                 CLOSE WATCHLST
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 2010-LEER-LISTA
              PERFORM 2020-CONSERVAR-UNA
                 UNTIL WS-EOF OR WS-TABLA-LLENA
              CLOSE WATCHLST
           END-IF.
      * ...............................................................
       2010-LEER-LISTA.
           READ WATCHLST
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      * ...............................................................
       2020-CONSERVAR-UNA.
           IF WL-FUENTE = WS-FUENTE
              ADD 1 TO WS-CNT-REEMPLAZADAS
           ELSE
              IF WS-WL-COUNT >= 5000
                 MOVE "Y" TO WS-LLENA-SW
              ELSE
                 ADD 1 TO WS-WL-COUNT
                 ADD 1 TO WS-CNT-CONSERVADAS
                 MOVE WL-REC TO WS-WL-ENTRY (WS-WL-COUNT)
              END-IF
           END-IF.
           PERFORM 2010-LEER-LISTA.
      * ...............................................................
       3000-AGREGAR-NUEVAS.
           OPEN INPUT WCHIN.
           IF WS-IN-STATUS NOT = "00"
              IF WS-IN-STATUS = "05" OR WS-IN-STATUS = "35"
                 CLOSE WCHIN
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 3010-LEER-ENTRADA
              PERFORM 3020-AGREGAR-UNA
                 UNTIL WS-EOF OR WS-TABLA-LLENA
              CLOSE WCHIN
           END-IF.
      * ...............................................................
       3010-LEER-ENTRADA.
           READ WCHIN
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      * ...............................................................
       3020-AGREGAR-UNA.
           IF IN-ID = SPACES AND IN-NOMBRE = SPACES
              ADD 1 TO WS-CNT-VACIAS
           ELSE
              IF WS-WL-COUNT >= 5000
                 MOVE "Y" TO WS-LLENA-SW
              ELSE
                 ADD 1 TO WS-WL-COUNT
                 ADD 1 TO WS-CNT-NUEVAS
                 MOVE IN-ID     TO WL-ID
                 MOVE IN-NOMBRE TO WL-NOMBRE
                 MOVE WS-FUENTE TO WL-FUENTE
                 MOVE WS-FECHA  TO WL-FECHA
                 MOVE WL-REC TO WS-WL-ENTRY (WS-WL-COUNT)
              END-IF
           END-IF.
           PERFORM 3010-LEER-ENTRADA.
      * ...............................................................
       4000-GRABAR-LISTA.
           OPEN OUTPUT WATCHLST.
           PERFORM 4010-GRABAR-UNA
              VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-COUNT.
           CLOSE WATCHLST.
      * ...............................................................
       4010-GRABAR-UNA.
           MOVE WS-WL-ENTRY (WS-WL-IDX) TO WL-REC.
           WRITE WL-REC.
      * ...............................................................
       9100-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 9110-READ-NEXT-PARM
              PERFORM 9120-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       9110-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       9120-MATCH-PARM.
           IF PRM-PROGRAM = "WCHLOAD1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 9110-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM WCHLOAD1.
