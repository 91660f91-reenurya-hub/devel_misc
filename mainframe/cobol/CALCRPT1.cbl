      * ESTADISTICAS DE USO DE LA CALCULADORA - LEE CALCLOG.DAT (UNA
      * LINEA POR CALCULO GRABADA POR PRUEBA) Y RESUME, PARA EL MES
      * INDICADO: CALCULOS POR DIA, CONTEOS POR CODIGO DE OPERACION
      * (S/R/M/D/P/E/C/X, LOS DEL MODO FECHAS F/H/N E I DE LA
      * PROYECCION CDT / AHORRO) Y LOS DIAS DE MAYOR USO. A PEDIDO
      * SUMA TAMBIEN EL ARCHIVO HISTORICO DEL ANO QUE SE INDIQUE
      * (CALCLOG.A SEGUIDO DEL ANO, QUE DEJA ARCPRG1 AL CIERRE)
      * ===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CALCLOG ASSIGN TO "CALCLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-LOG-STATUS.
           SELECT OPTIONAL CALCARC ASSIGN TO DYNAMIC WKS-ARC-NOMBRE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-ARC-STATUS.
           SELECT CALCSTAT ASSIGN TO "CALCSTAT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-RPT-STATUS.
       FD CALCLOG.
       01 WKS-LOG-REC                 PIC X(80).

       FD CALCARC.
       01 WKS-ARC-REC                 PIC X(80).

       FD CALCSTAT.
       01 WKS-RPT-LINE                PIC X(80).
      * ===============================================================
       WORKING-STORAGE SECTION.
       77 WKS-LOG-STATUS      PIC XX.
       77 WKS-RPT-STATUS      PIC XX.
       77 WKS-ARC-STATUS      PIC XX.
       77 WKS-INCLUIR-ARC     PIC X(01) VALUE "N".
       77 WKS-EN-ARCHIVO      PIC X(01) VALUE "N".
       77 WKS-ARC-ANIO        PIC X(04).
       77 WKS-ARC-NOMBRE      PIC X(20).
       77 WKS-MES-PEDIDO      PIC X(05).
       77 WKS-FIN-LOG         PIC X(01) VALUE "N".
       77 WKS-TOT-MES         PIC 9(05) VALUE ZERO.
       77 WKS-TOT-LEIDAS      PIC 9(05) VALUE ZERO.
       77 WKS-DIA-NUM         PIC 9(02).
       77 WKS-DIA-IDX         PIC 9(02).
       77 WKS-OP-IDX          PIC 9(02).
       77 WKS-TOP-IDX         PIC 9(02).
       77 WKS-TOP-N           PIC 9(01) VALUE 3.
       77 WKS-MAX-CNT         PIC 9(05).
           05 WKS-DIA-CNT         PIC 9(05) OCCURS 31 TIMES.

       01 WKS-TAB-OPS.
           05 WKS-OP-ENT OCCURS 13 TIMES.
              10 WKS-OP-COD       PIC X(01).
              10 WKS-OP-CNT       PIC 9(05).

       00001-MAIN.
           DISPLAY "MES A REPORTAR (AA/MM): ".
           ACCEPT WKS-MES-PEDIDO.
           DISPLAY "INCLUIR ARCHIVO HISTORICO? (S/N): ".
           ACCEPT WKS-INCLUIR-ARC.
           PERFORM 00002-INICIALIZAR.
           IF WKS-INCLUIR-ARC = "S" OR WKS-INCLUIR-ARC = "s"
              PERFORM 00011-ACUMULAR-ARCHIVO.
           MOVE "N" TO WKS-FIN-LOG.
           OPEN INPUT CALCLOG.
           IF WKS-LOG-STATUS > "07"
              DISPLAY "NO SE ENCONTRO CALCLOG.DAT"
           MOVE "E" TO WKS-OP-COD (6).
           MOVE "C" TO WKS-OP-COD (7).
           MOVE "X" TO WKS-OP-COD (8).
           MOVE "F" TO WKS-OP-COD (9).
           MOVE "H" TO WKS-OP-COD (10).
           MOVE "N" TO WKS-OP-COD (11).
           MOVE "I" TO WKS-OP-COD (12).
           MOVE "?" TO WKS-OP-COD (13).
           PERFORM 00002B-LIMPIAR-OP
              VARYING WKS-OP-IDX FROM 1 BY 1
              UNTIL WKS-OP-IDX > 13.
       00002A-LIMPIAR-DIA.
           MOVE ZERO TO WKS-DIA-CNT (WKS-DIA-IDX).
       00002B-LIMPIAR-OP.
           MOVE ZERO TO WKS-OP-CNT (WKS-OP-IDX).
       00003-LEER-LOG.
           IF WKS-EN-ARCHIVO = "S"
              READ CALCARC
                 AT END MOVE "S" TO WKS-FIN-LOG
                 NOT AT END MOVE WKS-ARC-REC TO WKS-LOG-REC
              END-READ
           ELSE
              READ CALCLOG
                 AT END MOVE "S" TO WKS-FIN-LOG.
       00004-ACUMULAR-LINEA.
      * LAS LINEAS DE CONTROL DEL ARCHIVO HISTORICO NO SON CALCULOS
           IF WKS-LOG-REC (1:9) NOT = "*ARCPRG1*"
              ADD 1 TO WKS-TOT-LEIDAS.
           IF WKS-LOG-REC (1:5) = WKS-MES-PEDIDO
              MOVE SPACES TO WKS-CAMPOS-LOG
              UNSTRING WKS-LOG-REC DELIMITED BY ALL " "
           IF WKS-LOG-OP = "X"
              ADD 1 TO WKS-OP-CNT (8)
           ELSE
           IF WKS-LOG-OP = "F"
              ADD 1 TO WKS-OP-CNT (9)
           ELSE
           IF WKS-LOG-OP = "H"
              ADD 1 TO WKS-OP-CNT (10)
           ELSE
           IF WKS-LOG-OP = "N"
              ADD 1 TO WKS-OP-CNT (11)
           ELSE
           IF WKS-LOG-OP = "I"
              ADD 1 TO WKS-OP-CNT (12)
           ELSE
              ADD 1 TO WKS-OP-CNT (13).
       00006-ESCRIBIR-REPORTE.
           OPEN OUTPUT CALCSTAT.
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           PERFORM 00008-LINEA-OP
              VARYING WKS-OP-IDX FROM 1 BY 1
              UNTIL WKS-OP-IDX > 13.
           MOVE SPACES TO WKS-RPT-LINE.
           WRITE WKS-RPT-LINE.
           MOVE SPACES TO WKS-RPT-LINE.
              MOVE WKS-DIA-CNT (WKS-DIA-IDX) TO WKS-MAX-CNT
              MOVE WKS-DIA-IDX TO WKS-MAX-DIA
           END-IF.
      * LOS CALCULOS ARCHIVADOS DEL ANO PEDIDO SE SUMAN ANTES DE LOS
      * VIGENTES EN LOS MISMOS CONTADORES
       00011-ACUMULAR-ARCHIVO.
           DISPLAY "ANO DEL ARCHIVO (AAAA): ".
           ACCEPT WKS-ARC-ANIO.
           IF WKS-ARC-ANIO IS NOT NUMERIC
              DISPLAY "ANO INVALIDO - SOLO CALCLOG.DAT"
           ELSE
              MOVE SPACES TO WKS-ARC-NOMBRE
              STRING "CALCLOG.A" WKS-ARC-ANIO DELIMITED BY SIZE
                 INTO WKS-ARC-NOMBRE
              OPEN INPUT CALCARC
              IF WKS-ARC-STATUS NOT = "00"
                 DISPLAY "NO HAY ARCHIVO " WKS-ARC-NOMBRE
                 IF WKS-ARC-STATUS = "05" OR WKS-ARC-STATUS = "35"
                    CLOSE CALCARC
                 END-IF
              ELSE
                 MOVE "S" TO WKS-EN-ARCHIVO
                 MOVE "N" TO WKS-FIN-LOG
                 PERFORM 00003-LEER-LOG
                 PERFORM 00004-ACUMULAR-LINEA
                    UNTIL WKS-FIN-LOG = "S"
                 MOVE "N" TO WKS-EN-ARCHIVO
                 CLOSE CALCARC.
       END PROGRAM CALCRPT1.
