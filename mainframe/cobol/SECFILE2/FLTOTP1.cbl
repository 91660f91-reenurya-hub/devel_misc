       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTOTP1.
      * ===============================================================
      * FLTOTP1 = REPORTE DE PUNTUALIDAD (FLTOTP.RPT). CRUZA LOS
      * VUELOS DE FLIGHTS.DAT CON LOS TIEMPOS REALES DE FLTACT.DAT
      * (FLTOPS1) PARA LOS MESES PEDIDOS. UN VUELO ES PUNTUAL SI SALIO
      * A MAS TARDAR N MINUTOS DESPUES DE SU HORA PROGRAMADA
      * (BATCHPRM FLTOTP1 / TOLERANCIA, 15 SI NO ESTA). POR GRUPO DA:
      * VUELOS PROGRAMADOS, CANCELADOS, SIN REGISTRO (YA PASARON Y
      * OPERACIONES NO LOS CAPTURO), OPERADOS, PUNTUALES Y SU
      * PORCENTAJE, DEMORA PROMEDIO EN LA SALIDA (UN VUELO ADELANTADO
      * CUENTA CERO) Y DEMORA PROMEDIO EN LA LLEGADA, ESTA SOLO PARA
      * VUELOS CON LLEGADA CAPTURADA Y TIEMPO DE BLOQUE EN FLTTAIL.DAT
      * (LA LLEGADA PROGRAMADA ES LA SALIDA MAS EL BLOQUE). GRUPOS:
      *   - AEROLINEA, RUTA Y MES
      *   - AEROLINEA Y MES
      *   - EMPRESA Y TRIMESTRE, LLEVANDO CADA AEROLINEA A SU EMPRESA
      *     DE EMPRESA.DAT POR AIRCIA.DAT, PARA LA REVISION TRIMESTRAL
      * Y CIERRA CON LAS PRINCIPALES CAUSAS DE DEMORA DEL CATALOGO
      * DLYCAUSA.DAT (BATCHPRM FLTOTP1 / TOP-CAUSAS, 5 SI NO ESTA).
      * LOS VUELOS DE HOY SIN SALIDA CAPTURADA Y LOS FUTUROS NO SE
      * CUENTAN. RETURN-CODE 4 SI NO HAY VUELOS EN EL PERIODO, UNA
      * TABLA DE GRUPOS SE LLENO O EMPRESA.DAT NO SE PUDO ABRIR, 8 SI
      * LOS ARCHIVOS NO CABEN
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL FLTACT ASSIGN TO "FLTACT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACT-STATUS.
            SELECT OPTIONAL FLTTAIL ASSIGN TO "FLTTAIL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TLA-STATUS.
            SELECT OPTIONAL DLYCAUSA ASSIGN TO "DLYCAUSA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DLY-STATUS.
      * AIRLINE-TO-COMPANY LOOKUP AND THE COMPANY MASTER, THE SAME
      * PAIR SCFIL1 ROLLS ITS PASSENGER FIGURES UP WITH
            SELECT OPTIONAL AIRCIA ASSIGN TO "AIRCIA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AIRCIA-STATUS.
            SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EMP-ID
             FILE STATUS IS WS-EMPRESA-STATUS.
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.
            SELECT OTPRPT ASSIGN TO "FLTOTP.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FFILE.
       01 FLIGHTDETAILS.
            05 FLIGHT-CODE               PIC 9(5).
            05 FLIGHT-AIRLINE            PIC X(20).
            05 FLIGHT-DEPARTURE          PIC X(20).
            05 FLIGHT-ARRIVAL            PIC X(20).
            05 FLIGHT-PASSENGERS         PIC 9(4).
            05 FLIGHT-CAPACITY           PIC 9(4).
            05 TOTAL-FLIGHT-PASSENGERS    PIC 9(6).
            05 FLIGHT-DATE               PIC 9(8).
            05 FLIGHT-TIME               PIC 9(4).
            05 FLIGHT-ACFT               PIC X(4).
            05 FLIGHT-ESTADO             PIC X(1).
            05 FLIGHT-FILLER             PIC X(5).

       FD FLTACT.
       01 ACT-REC.
            05 ACT-FLIGHT-CODE          PIC 9(5).
            05 ACT-SALE-FECHA           PIC 9(8).
            05 ACT-SALE-HORA            PIC 9(4).
            05 ACT-LLEGA-FECHA          PIC 9(8).
            05 ACT-LLEGA-HORA           PIC 9(4).
            05 ACT-CAUSA                PIC X(2).

       FD FLTTAIL.
       01 TLA-REC.
            05 TLA-FLIGHT-CODE          PIC 9(5).
            05 TLA-TAIL                 PIC X(8).
            05 TLA-BLOCK                PIC 9(4).

       FD DLYCAUSA.
       01 DLY-REC.
            05 DLY-CODE                  PIC X(2).
            05 DLY-DESC                  PIC X(30).
            05 DLY-IMPUTA                PIC X(1).

       FD AIRCIA.
       01  AIRCIA-REC.
            05 AIRCIA-AIRLINE           PIC X(20).
            05 AIRCIA-EMP-ID            PIC X(20).

       FD EMPRESA.
       01 REG-EMPRESA.
            03 EMP-TIP-ID       PIC X(20).
            03 EMP-ID           PIC X(20).
            03 EMP-RSOCIAL      PIC X(30).
            03 EMP-RCCIAL       PIC X(30).
            03 EMP-SIGLA        PIC X(10).
            03 EMP-DIR1         PIC X(30).
            03 EMP-DIR2         PIC X(30).
            03 EMP-DIR3         PIC X(30).
            03 EMP-TEL1         PIC X(20).
            03 EMP-TEL2         PIC X(20).
            03 EMP-TEL3         PIC X(20).
            03 EMP-CIUDAD       PIC X(20).
            03 EMP-DEPTO        PIC X(20).
            03 EMP-EMAIL1       PIC X(30).
            03 EMP-EMAIL2       PIC X(30).
            03 EMP-EMAIL3       PIC X(30).
            03 EMP-WEB1         PIC X(30).
            03 EMP-WEB2         PIC X(30).
            03 EMP-RLEGAL       PIC X(60).
            03 EMP-FEC-CREA     PIC 9(08).
            03 EMP-FEC-MOD      PIC 9(08).
            03 EMP-ESTADO       PIC X(01).
            03 EMP-PADRE-ID     PIC X(20).
            03 EMP-FEC-RENOV    PIC 9(08).
            03 EMP-FILLER       PIC X(455).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

       FD OTPRPT.
       01  RPT-LINE                     PIC X(132).

        WORKING-STORAGE SECTION.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-ACT-STATUS              PIC XX.
        01   WS-TLA-STATUS              PIC XX.
        01   WS-DLY-STATUS              PIC XX.
        01   WS-AIRCIA-STATUS           PIC XX.
        01   WS-EMPRESA-STATUS          PIC XX.
             88 WS-EMPRESA-OPEN-OK      VALUE "00".
        01   WS-EMPRESA-ERROR-SW        PIC X VALUE "N".
             88 WS-EMPRESA-ERROR        VALUE "Y".
        01   WS-PRM-STATUS              PIC XX.
        01   WS-RPT-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-LLENO-SW                PIC X(01) VALUE "N".
             88 WS-TABLA-LLENA          VALUE "Y".
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-TOLERANCIA-X            PIC X(03).
        01   WS-TOLERANCIA              PIC 9(03) VALUE 15.
        01   WS-TOP-X                   PIC X(02).
        01   WS-TOP-CAUSAS              PIC 9(02) VALUE 5.
        01   WS-FECHA-HOY               PIC 9(08).

      * MESES DEL REPORTE, AAAAMM
        01   WS-ENT-MES                 PIC X(06).
        01   WS-MES-DESDE               PIC 9(06) VALUE ZERO.
        01   WS-MES-HASTA               PIC 9(06) VALUE 999999.
        01   WS-MES-VUELO               PIC 9(06).
        01   WS-MES-VUELO-R REDEFINES WS-MES-VUELO.
             05 WS-MV-ANO               PIC 9(04).
             05 WS-MV-MES               PIC 9(02).
        01   WS-TRIMESTRE               PIC 9(01).

      * HORA HHMM PARTIDA EN HORAS Y MINUTOS
        01   WS-HHMM                    PIC 9(04).
        01   WS-HHMM-R REDEFINES WS-HHMM.
             05 WS-HH                   PIC 9(02).
             05 WS-MM                   PIC 9(02).
        01   WS-DIA-INT                 PIC 9(07).
        01   WS-FECHA-CALC              PIC 9(08).
        01   WS-MIN-CALC                PIC 9(11).
        01   WS-MIN-PROG                PIC 9(11).
        01   WS-DEMORA                  PIC S9(07).

      * LO QUE APORTA EL VUELO EN CURSO A CADA GRUPO
        01   WS-F-CANCEL                PIC 9(01).
        01   WS-F-SINREG                PIC 9(01).
        01   WS-F-OPER                  PIC 9(01).
        01   WS-F-ATIEMPO               PIC 9(01).
        01   WS-F-MIN-DEM               PIC 9(07).
        01   WS-F-LLEG-N                PIC 9(01).
        01   WS-F-MIN-LLEG              PIC 9(07).

      * TIEMPOS REALES DE FLTACT.DAT
        01   WS-ACT-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-ACT-IDX                 PIC 9(04).
        01   WS-ACT-HIT                 PIC 9(04).
        01   WS-ACT-TABLA.
             03 WS-ACT-ENTRY OCCURS 3000 TIMES.
                05 WS-ATB-CODE          PIC 9(5).
                05 WS-ATB-SALE-FECHA    PIC 9(8).
                05 WS-ATB-SALE-HORA     PIC 9(4).
                05 WS-ATB-LLEGA-FECHA   PIC 9(8).
                05 WS-ATB-LLEGA-HORA    PIC 9(4).
                05 WS-ATB-CAUSA         PIC X(2).

      * TIEMPO DE BLOQUE POR VUELO DE FLTTAIL.DAT
        01   WS-TLA-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-TLA-IDX                 PIC 9(04).
        01   WS-TLA-HIT                 PIC 9(04).
        01   WS-TLA-TABLA.
             03 WS-TLA-ENTRY OCCURS 3000 TIMES.
                05 WS-TTB-CODE          PIC 9(5).
                05 WS-TTB-BLOCK         PIC 9(4).

      * CATALOGO DE CAUSAS
        01   WS-DLY-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-DLY-IDX                 PIC 9(03).
        01   WS-DLY-HIT                 PIC 9(03).
        01   WS-DLY-TABLA.
             03 WS-DLY-ENTRY OCCURS 100 TIMES.
                05 WS-DTB-CODE          PIC X(2).
                05 WS-DTB-DESC          PIC X(30).
                05 WS-DTB-IMPUTA        PIC X(1).

      * AEROLINEA A EMPRESA
        01   WS-AIRCIA-COUNT            PIC 9(03) VALUE ZERO.
        01   WS-AIRCIA-IDX              PIC 9(03).
        01   WS-AIRCIA-HIT              PIC 9(03).
        01   WS-AIRCIA-TABLE.
             03 WS-AIRCIA-ENTRY OCCURS 200 TIMES.
                05 WS-AIRCIA-TBL-NAME   PIC X(20).
                05 WS-AIRCIA-TBL-EMPID  PIC X(20).
        01   WS-CURRENT-EMP-ID          PIC X(20).
        01   WS-CURRENT-COMPANY         PIC X(30).

      * GRUPOS DEL REPORTE. TIPO R = AEROLINEA + RUTA + MES,
      * A = AEROLINEA + MES, E = EMPRESA + TRIMESTRE
        01   WS-GRP-BUSCADO.
             05 WS-BUS-TIPO             PIC X(01).
             05 WS-BUS-CLAVE            PIC X(66).
        01   WS-BUS-CLAVE-R REDEFINES WS-GRP-BUSCADO.
             05 FILLER                  PIC X(01).
             05 WS-BUS-K1               PIC X(20).
             05 WS-BUS-K2               PIC X(20).
             05 WS-BUS-K3               PIC X(20).
             05 WS-BUS-K4               PIC X(06).
        01   WS-BUS-NOMBRE              PIC X(30).
        01   WS-GRP-COUNT               PIC 9(04) VALUE ZERO.
        01   WS-GRP-IDX                 PIC 9(04).
        01   WS-GRP-IDX2                PIC 9(04).
        01   WS-GRP-HIT                 PIC 9(04).
        01   WS-GRP-TABLA.
             03 WS-GRP-ENTRY OCCURS 3000 TIMES.
                05 WS-GRP-LLAVE.
                   07 WS-GRP-TIPO       PIC X(01).
                   07 WS-GRP-CLAVE      PIC X(66).
                05 WS-GRP-NOMBRE        PIC X(30).
                05 WS-GRP-PROG          PIC 9(05).
                05 WS-GRP-CANCEL        PIC 9(05).
                05 WS-GRP-SINREG        PIC 9(05).
                05 WS-GRP-OPER          PIC 9(05).
                05 WS-GRP-ATIEMPO       PIC 9(05).
                05 WS-GRP-MIN-DEM       PIC 9(09).
                05 WS-GRP-LLEG-N        PIC 9(05).
                05 WS-GRP-MIN-LLEG      PIC 9(09).
        01   WS-GRP-AUX                 PIC X(145).
        01   WS-GRP-LLAVE-R.
             05 FILLER                  PIC X(01).
             05 WS-LLV-K1               PIC X(20).
             05 WS-LLV-K2               PIC X(20).
             05 WS-LLV-K3               PIC X(20).
             05 WS-LLV-K4               PIC X(06).
        01   WS-SECCION                 PIC X(01).

      * CAUSAS DE DEMORA APARECIDAS EN EL PERIODO
        01   WS-CAU-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-CAU-IDX                 PIC 9(03).
        01   WS-CAU-IDX2                PIC 9(03).
        01   WS-CAU-HIT                 PIC 9(03).
        01   WS-CAU-TABLA.
             03 WS-CAU-ENTRY OCCURS 100 TIMES.
                05 WS-CAU-CODE          PIC X(2).
                05 WS-CAU-VUELOS        PIC 9(5).
                05 WS-CAU-MINUTOS       PIC 9(9).
        01   WS-CAU-AUX                 PIC X(16).
        01   WS-CAU-TOTAL               PIC 9(05) VALUE ZERO.

        01   WS-CNT-VUELOS              PIC 9(05) VALUE ZERO.
        01   WS-CNT-OPER                PIC 9(05) VALUE ZERO.
        01   WS-CNT-ATIEMPO             PIC 9(05) VALUE ZERO.
        01   WS-PCT                     PIC 9(03)V9.
        01   WS-PROMEDIO                PIC 9(05).

        01   WS-LIN-TITULO.
             05 FILLER                  PIC X(63) VALUE 'GRUPO'.
             05 FILLER                  PIC X(07) VALUE 'PERIODO'.
             05 FILLER                  PIC X(30) VALUE
                '  PROG  CANC S/REG  OPER PUNT.'.
             05 FILLER                  PIC X(32) VALUE
                '  %PUNT DEM.SAL DEM.LLEG'.

        01   WS-LIN-GRUPO.
             05 DET-NOMBRE              PIC X(62).
             05 DET-NOMBRE-R REDEFINES DET-NOMBRE.
                07 DET-N1               PIC X(20).
                07 FILLER               PIC X(01).
                07 DET-N2               PIC X(20).
                07 DET-GUION            PIC X(01).
                07 DET-N3               PIC X(20).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-PERIODO             PIC X(07).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-PROG                PIC ZZZZ9.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-CANCEL              PIC ZZZZ9.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-SINREG              PIC ZZZZ9.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-OPER                PIC ZZZZ9.
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 DET-ATIEMPO             PIC ZZZZ9.
             05 FILLER                  PIC X(02) VALUE SPACES.
             05 DET-PCT                 PIC ZZ9.9.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 DET-DEM-SAL             PIC ZZZZ9.
             05 FILLER                  PIC X(04) VALUE SPACES.
             05 DET-DEM-LLEG            PIC X(05).

        01   WS-LIN-CAUSA.
             05 FILLER                  PIC X(03) VALUE SPACES.
             05 CAU-RANGO               PIC Z9.
             05 FILLER                  PIC X(02) VALUE '. '.
             05 CAU-CODE                PIC X(02).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CAU-DESC                PIC X(30).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CAU-IMPUTA              PIC X(09).
             05 FILLER                  PIC X(01) VALUE SPACE.
             05 CAU-VUELOS              PIC ZZZZ9.
             05 FILLER                  PIC X(09) VALUE ' VUELOS  '.
             05 CAU-PCT                 PIC ZZ9.9.
             05 FILLER                  PIC X(04) VALUE ' %  '.
             05 CAU-MINUTOS             PIC ZZZ,ZZ9.
             05 FILLER                  PIC X(16) VALUE
                ' MIN  PROMEDIO '.
             05 CAU-PROMEDIO            PIC ZZZZ9.

        01   WS-ED-NUM                  PIC ZZZZ9.

        PROCEDURE DIVISION.

        0050-MAINLINE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0060-GET-PARAMETERS.
           PERFORM 0100-LOAD-ACTUALS.
           PERFORM 0120-LOAD-BLOCKS.
           PERFORM 0140-LOAD-CAUSES.
           PERFORM 0160-LOAD-AIRCIA.
           IF WS-CARGA-TRUNCADA
              DISPLAY "ARCHIVOS EXCEDEN LAS TABLAS - NO SE ARMA "
                 "EL REPORTE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EMPRESA.
           IF NOT WS-EMPRESA-OPEN-OK
              AND WS-EMPRESA-STATUS NOT = "05"
              AND WS-EMPRESA-STATUS NOT = "35"
              DISPLAY "EMPRESA.DAT NO SE PUDO ABRIR - STATUS "
                 WS-EMPRESA-STATUS
              DISPLAY "LA SECCION POR EMPRESA SALE SIN RAZON SOCIAL"
              MOVE "Y" TO WS-EMPRESA-ERROR-SW
           END-IF.
           PERFORM 0200-READ-FLIGHTS.
           IF WS-EMPRESA-OPEN-OK
              CLOSE EMPRESA
           ELSE
              IF WS-EMPRESA-STATUS = "05" OR WS-EMPRESA-STATUS = "35"
                 CLOSE EMPRESA
              END-IF
           END-IF.
           PERFORM 0500-SORT-GROUPS.
           PERFORM 0550-SORT-CAUSES.
           OPEN OUTPUT OTPRPT.
           PERFORM 0600-WRITE-HEADER.
           MOVE "R" TO WS-SECCION.
           MOVE "POR AEROLINEA, RUTA Y MES" TO RPT-LINE.
           PERFORM 0610-WRITE-SECTION.
           MOVE "A" TO WS-SECCION.
           MOVE "POR AEROLINEA Y MES" TO RPT-LINE.
           PERFORM 0610-WRITE-SECTION.
           MOVE "E" TO WS-SECCION.
           MOVE "POR EMPRESA Y TRIMESTRE (AIRCIA.DAT)" TO RPT-LINE.
           PERFORM 0610-WRITE-SECTION.
           PERFORM 0700-WRITE-CAUSES.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE OTPRPT.
           DISPLAY "PUNTUALIDAD EN FLTOTP.RPT - VUELOS: "
              WS-CNT-VUELOS " OPERADOS: " WS-CNT-OPER
              " PUNTUALES: " WS-CNT-ATIEMPO.
           IF WS-CNT-VUELOS = ZERO OR WS-TABLA-LLENA
              OR WS-EMPRESA-ERROR
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * TOLERANCIA Y TOP-CAUSAS SOLO POR PARAMETRO; LOS MESES SE
      * PREGUNTAN CUANDO NO ESTAN EN BATCHPRM.DAT
        0060-GET-PARAMETERS.
           MOVE "TOLERANCIA  " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-TOLERANCIA-X
              IF WS-TOLERANCIA-X IS NUMERIC
                 MOVE WS-TOLERANCIA-X TO WS-TOLERANCIA
              END-IF
           END-IF.
           MOVE "TOP-CAUSAS  " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:2) TO WS-TOP-X
              IF WS-TOP-X IS NUMERIC AND WS-TOP-X > "00"
                 MOVE WS-TOP-X TO WS-TOP-CAUSAS
              END-IF
           END-IF.
           MOVE "MES-DESDE   " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:6) TO WS-ENT-MES
           ELSE
              DISPLAY "MES DESDE AAAAMM (ENTER = TODOS): "
              ACCEPT WS-ENT-MES
           END-IF.
           IF WS-ENT-MES IS NUMERIC
              MOVE WS-ENT-MES TO WS-MES-DESDE
           END-IF.
           MOVE "MES-HASTA   " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:6) TO WS-ENT-MES
           ELSE
              DISPLAY "MES HASTA AAAAMM (ENTER = TODOS): "
              ACCEPT WS-ENT-MES
           END-IF.
           IF WS-ENT-MES IS NUMERIC
              MOVE WS-ENT-MES TO WS-MES-HASTA
           END-IF.

        0055-GET-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE "N" TO WS-PRM-EOF-SW
              PERFORM 0055-A-READ-NEXT-PARM
              PERFORM 0055-B-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.

        0055-A-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE "Y" TO WS-PRM-EOF-SW
           END-READ.

        0055-B-MATCH-PARM.
           IF PRM-PROGRAM = "FLTOTP1 " AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE "Y" TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 0055-A-READ-NEXT-PARM
           END-IF.

        0100-LOAD-ACTUALS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTACT.
           IF WS-ACT-STATUS NOT = "00"
              IF WS-ACT-STATUS = "05" OR WS-ACT-STATUS = "35"
                 CLOSE FLTACT
              END-IF
           ELSE
              PERFORM 0105-READ-NEXT-ACTUAL
              PERFORM 0110-LOAD-ONE-ACTUAL
                 UNTIL WS-EOF OR WS-ACT-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTACT
           END-IF.

        0105-READ-NEXT-ACTUAL.
           READ FLTACT
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0110-LOAD-ONE-ACTUAL.
           ADD 1 TO WS-ACT-COUNT.
           MOVE ACT-FLIGHT-CODE TO WS-ATB-CODE (WS-ACT-COUNT).
           MOVE ACT-SALE-FECHA  TO WS-ATB-SALE-FECHA (WS-ACT-COUNT).
           MOVE ACT-SALE-HORA   TO WS-ATB-SALE-HORA (WS-ACT-COUNT).
           MOVE ACT-LLEGA-FECHA TO WS-ATB-LLEGA-FECHA (WS-ACT-COUNT).
           MOVE ACT-LLEGA-HORA  TO WS-ATB-LLEGA-HORA (WS-ACT-COUNT).
           MOVE ACT-CAUSA       TO WS-ATB-CAUSA (WS-ACT-COUNT).
           PERFORM 0105-READ-NEXT-ACTUAL.

        0120-LOAD-BLOCKS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FLTTAIL.
           IF WS-TLA-STATUS NOT = "00"
              IF WS-TLA-STATUS = "05" OR WS-TLA-STATUS = "35"
                 CLOSE FLTTAIL
              END-IF
           ELSE
              PERFORM 0125-READ-NEXT-BLOCK
              PERFORM 0130-LOAD-ONE-BLOCK
                 UNTIL WS-EOF OR WS-TLA-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTTAIL
           END-IF.

        0125-READ-NEXT-BLOCK.
           READ FLTTAIL
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0130-LOAD-ONE-BLOCK.
           ADD 1 TO WS-TLA-COUNT.
           MOVE TLA-FLIGHT-CODE TO WS-TTB-CODE (WS-TLA-COUNT).
           MOVE TLA-BLOCK       TO WS-TTB-BLOCK (WS-TLA-COUNT).
           PERFORM 0125-READ-NEXT-BLOCK.

        0140-LOAD-CAUSES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DLYCAUSA.
           IF WS-DLY-STATUS NOT = "00"
              IF WS-DLY-STATUS = "05" OR WS-DLY-STATUS = "35"
                 CLOSE DLYCAUSA
              END-IF
           ELSE
              PERFORM 0145-READ-NEXT-CAUSE
              PERFORM 0150-LOAD-ONE-CAUSE
                 UNTIL WS-EOF OR WS-DLY-COUNT >= 100
              CLOSE DLYCAUSA
           END-IF.

        0145-READ-NEXT-CAUSE.
           READ DLYCAUSA
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0150-LOAD-ONE-CAUSE.
           ADD 1 TO WS-DLY-COUNT.
           MOVE DLY-CODE   TO WS-DTB-CODE (WS-DLY-COUNT).
           MOVE DLY-DESC   TO WS-DTB-DESC (WS-DLY-COUNT).
           MOVE DLY-IMPUTA TO WS-DTB-IMPUTA (WS-DLY-COUNT).
           PERFORM 0145-READ-NEXT-CAUSE.

        0160-LOAD-AIRCIA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AIRCIA.
           IF WS-AIRCIA-STATUS NOT = "00"
              IF WS-AIRCIA-STATUS = "05" OR WS-AIRCIA-STATUS = "35"
                 CLOSE AIRCIA
              END-IF
           ELSE
              PERFORM 0165-READ-NEXT-AIRCIA
              PERFORM 0170-LOAD-ONE-AIRCIA
                 UNTIL WS-EOF OR WS-AIRCIA-COUNT >= 200
              CLOSE AIRCIA
           END-IF.

        0165-READ-NEXT-AIRCIA.
           READ AIRCIA
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0170-LOAD-ONE-AIRCIA.
           ADD 1 TO WS-AIRCIA-COUNT.
           MOVE AIRCIA-AIRLINE TO WS-AIRCIA-TBL-NAME (WS-AIRCIA-COUNT).
           MOVE AIRCIA-EMP-ID  TO WS-AIRCIA-TBL-EMPID (WS-AIRCIA-COUNT).
           PERFORM 0165-READ-NEXT-AIRCIA.

        0200-READ-FLIGHTS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0205-READ-NEXT-FLIGHT
              PERFORM 0210-TAKE-FLIGHT UNTIL WS-EOF
              CLOSE FFILE
           END-IF.

        0205-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

      * UN VUELO CUENTA SI YA PASO SU FECHA, O SI ES DE HOY Y YA TIENE
      * SALIDA CAPTURADA
        0210-TAKE-FLIGHT.
           IF FLIGHT-DATE IS NUMERIC
              AND FLIGHT-DATE NOT > WS-FECHA-HOY
              MOVE FLIGHT-DATE (1:6) TO WS-MES-VUELO
              IF WS-MES-VUELO NOT < WS-MES-DESDE
                 AND WS-MES-VUELO NOT > WS-MES-HASTA
                 PERFORM 0220-MEASURE-FLIGHT
                 IF WS-F-CANCEL = 1 OR WS-F-OPER = 1
                    OR WS-F-SINREG = 1
                    ADD 1 TO WS-CNT-VUELOS
                    ADD WS-F-OPER TO WS-CNT-OPER
                    ADD WS-F-ATIEMPO TO WS-CNT-ATIEMPO
                    PERFORM 0300-ADD-TO-GROUPS
                 END-IF
              END-IF
           END-IF.
           PERFORM 0205-READ-NEXT-FLIGHT.

        0220-MEASURE-FLIGHT.
           MOVE ZERO TO WS-F-CANCEL WS-F-SINREG WS-F-OPER WS-F-ATIEMPO
                        WS-F-MIN-DEM WS-F-LLEG-N WS-F-MIN-LLEG.
           IF FLIGHT-ESTADO = "C"
              MOVE 1 TO WS-F-CANCEL
           ELSE
              MOVE ZERO TO WS-ACT-HIT
              PERFORM 0225-COMPARE-ACTUAL
                 VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
                    OR WS-ACT-HIT > ZERO
              IF WS-ACT-HIT = ZERO
                 IF FLIGHT-DATE < WS-FECHA-HOY
                    MOVE 1 TO WS-F-SINREG
                 END-IF
              ELSE
                 MOVE 1 TO WS-F-OPER
                 PERFORM 0230-DEPARTURE-DELAY
                 PERFORM 0240-ARRIVAL-DELAY
              END-IF
           END-IF.

        0225-COMPARE-ACTUAL.
           IF WS-ATB-CODE (WS-ACT-IDX) = FLIGHT-CODE
              MOVE WS-ACT-IDX TO WS-ACT-HIT
           END-IF.

        0230-DEPARTURE-DELAY.
           MOVE FLIGHT-DATE TO WS-FECHA-CALC.
           IF FLIGHT-TIME IS NUMERIC
              MOVE FLIGHT-TIME TO WS-HHMM
           ELSE
              MOVE ZERO TO WS-HHMM
           END-IF.
           PERFORM 0250-MINUTES-OF.
           MOVE WS-MIN-CALC TO WS-MIN-PROG.
           MOVE WS-ATB-SALE-FECHA (WS-ACT-HIT) TO WS-FECHA-CALC.
           MOVE WS-ATB-SALE-HORA (WS-ACT-HIT) TO WS-HHMM.
           PERFORM 0250-MINUTES-OF.
           COMPUTE WS-DEMORA = WS-MIN-CALC - WS-MIN-PROG.
           IF WS-DEMORA NOT > WS-TOLERANCIA
              MOVE 1 TO WS-F-ATIEMPO
           END-IF.
           IF WS-DEMORA > ZERO
              MOVE WS-DEMORA TO WS-F-MIN-DEM
           END-IF.
           IF WS-ATB-CAUSA (WS-ACT-HIT) NOT = SPACES
              PERFORM 0260-ADD-TO-CAUSES
           END-IF.

      * LA LLEGADA PROGRAMADA ES LA SALIDA PROGRAMADA MAS EL BLOQUE
        0240-ARRIVAL-DELAY.
           IF WS-ATB-LLEGA-FECHA (WS-ACT-HIT) NOT = ZERO
              MOVE ZERO TO WS-TLA-HIT
              PERFORM 0245-COMPARE-BLOCK
                 VARYING WS-TLA-IDX FROM 1 BY 1
                 UNTIL WS-TLA-IDX > WS-TLA-COUNT
                    OR WS-TLA-HIT > ZERO
              IF WS-TLA-HIT > ZERO
                 MOVE WS-ATB-LLEGA-FECHA (WS-ACT-HIT) TO WS-FECHA-CALC
                 MOVE WS-ATB-LLEGA-HORA (WS-ACT-HIT) TO WS-HHMM
                 PERFORM 0250-MINUTES-OF
                 COMPUTE WS-DEMORA = WS-MIN-CALC - WS-MIN-PROG
                    - WS-TTB-BLOCK (WS-TLA-HIT)
                 MOVE 1 TO WS-F-LLEG-N
                 IF WS-DEMORA > ZERO
                    MOVE WS-DEMORA TO WS-F-MIN-LLEG
                 END-IF
              END-IF
           END-IF.

        0245-COMPARE-BLOCK.
           IF WS-TTB-CODE (WS-TLA-IDX) = FLIGHT-CODE
              MOVE WS-TLA-IDX TO WS-TLA-HIT
           END-IF.

      * MINUTOS ABSOLUTOS (DIA * 1440 + MINUTO), COMO EN ROTCHK1
        0250-MINUTES-OF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) TO WS-DIA-INT.
           COMPUTE WS-MIN-CALC = WS-DIA-INT * 1440 + WS-HH * 60 + WS-MM.

        0260-ADD-TO-CAUSES.
           MOVE ZERO TO WS-CAU-HIT.
           PERFORM 0265-COMPARE-CAUSE
              VARYING WS-CAU-IDX FROM 1 BY 1
              UNTIL WS-CAU-IDX > WS-CAU-COUNT
                 OR WS-CAU-HIT > ZERO.
           IF WS-CAU-HIT = ZERO AND WS-CAU-COUNT < 100
              ADD 1 TO WS-CAU-COUNT
              MOVE WS-CAU-COUNT TO WS-CAU-HIT
              MOVE WS-ATB-CAUSA (WS-ACT-HIT) TO WS-CAU-CODE (WS-CAU-HIT)
              MOVE ZERO TO WS-CAU-VUELOS (WS-CAU-HIT)
                           WS-CAU-MINUTOS (WS-CAU-HIT)
           END-IF.
           IF WS-CAU-HIT > ZERO
              ADD 1 TO WS-CAU-VUELOS (WS-CAU-HIT)
              ADD 1 TO WS-CAU-TOTAL
              IF WS-DEMORA > ZERO
                 ADD WS-DEMORA TO WS-CAU-MINUTOS (WS-CAU-HIT)
              END-IF
           END-IF.

        0265-COMPARE-CAUSE.
           IF WS-CAU-CODE (WS-CAU-IDX) = WS-ATB-CAUSA (WS-ACT-HIT)
              MOVE WS-CAU-IDX TO WS-CAU-HIT
           END-IF.

      * EL VUELO SUMA EN SU GRUPO DE RUTA, DE AEROLINEA Y DE EMPRESA
        0300-ADD-TO-GROUPS.
           MOVE SPACES TO WS-GRP-BUSCADO WS-BUS-NOMBRE.
           MOVE "R" TO WS-BUS-TIPO.
           MOVE FLIGHT-AIRLINE TO WS-BUS-K1.
           MOVE FLIGHT-DEPARTURE TO WS-BUS-K2.
           MOVE FLIGHT-ARRIVAL TO WS-BUS-K3.
           MOVE WS-MES-VUELO TO WS-BUS-K4.
           PERFORM 0310-ADD-TO-ONE-GROUP.
           MOVE SPACES TO WS-GRP-BUSCADO.
           MOVE "A" TO WS-BUS-TIPO.
           MOVE FLIGHT-AIRLINE TO WS-BUS-K1.
           MOVE WS-MES-VUELO TO WS-BUS-K2.
           PERFORM 0310-ADD-TO-ONE-GROUP.
           PERFORM 0330-LOOKUP-COMPANY.
           COMPUTE WS-TRIMESTRE = (WS-MV-MES - 1) / 3 + 1.
           MOVE SPACES TO WS-GRP-BUSCADO.
           MOVE "E" TO WS-BUS-TIPO.
           MOVE WS-CURRENT-EMP-ID TO WS-BUS-K1.
           STRING WS-MV-ANO "-T" WS-TRIMESTRE
              DELIMITED BY SIZE INTO WS-BUS-K2.
           MOVE WS-CURRENT-COMPANY TO WS-BUS-NOMBRE.
           PERFORM 0310-ADD-TO-ONE-GROUP.

        0310-ADD-TO-ONE-GROUP.
           MOVE ZERO TO WS-GRP-HIT.
           PERFORM 0320-COMPARE-GROUP
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
                 OR WS-GRP-HIT > ZERO.
           IF WS-GRP-HIT = ZERO
              IF WS-GRP-COUNT < 3000
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT TO WS-GRP-HIT
                 MOVE WS-GRP-BUSCADO TO WS-GRP-LLAVE (WS-GRP-HIT)
                 MOVE WS-BUS-NOMBRE TO WS-GRP-NOMBRE (WS-GRP-HIT)
                 MOVE ZERO TO WS-GRP-PROG (WS-GRP-HIT)
                              WS-GRP-CANCEL (WS-GRP-HIT)
                              WS-GRP-SINREG (WS-GRP-HIT)
                              WS-GRP-OPER (WS-GRP-HIT)
                              WS-GRP-ATIEMPO (WS-GRP-HIT)
                              WS-GRP-MIN-DEM (WS-GRP-HIT)
                              WS-GRP-LLEG-N (WS-GRP-HIT)
                              WS-GRP-MIN-LLEG (WS-GRP-HIT)
              ELSE
                 MOVE "Y" TO WS-LLENO-SW
              END-IF
           END-IF.
           IF WS-GRP-HIT > ZERO
              ADD 1 TO WS-GRP-PROG (WS-GRP-HIT)
              ADD WS-F-CANCEL TO WS-GRP-CANCEL (WS-GRP-HIT)
              ADD WS-F-SINREG TO WS-GRP-SINREG (WS-GRP-HIT)
              ADD WS-F-OPER TO WS-GRP-OPER (WS-GRP-HIT)
              ADD WS-F-ATIEMPO TO WS-GRP-ATIEMPO (WS-GRP-HIT)
              ADD WS-F-MIN-DEM TO WS-GRP-MIN-DEM (WS-GRP-HIT)
              ADD WS-F-LLEG-N TO WS-GRP-LLEG-N (WS-GRP-HIT)
              ADD WS-F-MIN-LLEG TO WS-GRP-MIN-LLEG (WS-GRP-HIT)
           END-IF.

        0320-COMPARE-GROUP.
           IF WS-GRP-LLAVE (WS-GRP-IDX) = WS-GRP-BUSCADO
              MOVE WS-GRP-IDX TO WS-GRP-HIT
           END-IF.

      * AEROLINEA SIN FILA EN AIRCIA.DAT QUEDA EN UN GRUPO APARTE
      * PARA QUE LOS TRIMESTRES CUADREN CON LAS AEROLINEAS
        0330-LOOKUP-COMPANY.
           MOVE SPACES TO WS-CURRENT-EMP-ID.
           MOVE "(SIN EMPRESA VINCULADA)" TO WS-CURRENT-COMPANY.
           MOVE ZERO TO WS-AIRCIA-HIT.
           PERFORM 0335-COMPARE-AIRCIA
              VARYING WS-AIRCIA-IDX FROM 1 BY 1
              UNTIL WS-AIRCIA-IDX > WS-AIRCIA-COUNT
                 OR WS-AIRCIA-HIT > ZERO.
           IF WS-AIRCIA-HIT > ZERO
              MOVE WS-AIRCIA-TBL-EMPID (WS-AIRCIA-HIT)
                 TO WS-CURRENT-EMP-ID
              MOVE "EMPRESA NO REGISTRADA" TO WS-CURRENT-COMPANY
              IF WS-EMPRESA-OPEN-OK
                 MOVE WS-CURRENT-EMP-ID TO EMP-ID
                 READ EMPRESA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE EMP-RSOCIAL TO WS-CURRENT-COMPANY
                 END-READ
              END-IF
           END-IF.

        0335-COMPARE-AIRCIA.
           IF WS-AIRCIA-TBL-NAME (WS-AIRCIA-IDX) = FLIGHT-AIRLINE
              MOVE WS-AIRCIA-IDX TO WS-AIRCIA-HIT
           END-IF.

      * ORDEN ASCENDENTE POR TIPO Y CLAVE: AEROLINEA, RUTA Y PERIODO
        0500-SORT-GROUPS.
           IF WS-GRP-COUNT > 1
              PERFORM 0510-OUTER-GROUP
                 VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX >= WS-GRP-COUNT
           END-IF.

        0510-OUTER-GROUP.
           PERFORM 0520-INNER-GROUP
              VARYING WS-GRP-IDX2 FROM WS-GRP-IDX BY 1
              UNTIL WS-GRP-IDX2 >= WS-GRP-COUNT.

        0520-INNER-GROUP.
           IF WS-GRP-LLAVE (WS-GRP-IDX2 + 1)
              < WS-GRP-LLAVE (WS-GRP-IDX)
              MOVE WS-GRP-ENTRY (WS-GRP-IDX) TO WS-GRP-AUX
              MOVE WS-GRP-ENTRY (WS-GRP-IDX2 + 1)
                 TO WS-GRP-ENTRY (WS-GRP-IDX)
              MOVE WS-GRP-AUX TO WS-GRP-ENTRY (WS-GRP-IDX2 + 1)
           END-IF.

      * CAUSAS DE MAS A MENOS VUELOS
        0550-SORT-CAUSES.
           IF WS-CAU-COUNT > 1
              PERFORM 0560-OUTER-CAUSE
                 VARYING WS-CAU-IDX FROM 1 BY 1
                 UNTIL WS-CAU-IDX >= WS-CAU-COUNT
           END-IF.

        0560-OUTER-CAUSE.
           PERFORM 0570-INNER-CAUSE
              VARYING WS-CAU-IDX2 FROM WS-CAU-IDX BY 1
              UNTIL WS-CAU-IDX2 >= WS-CAU-COUNT.

        0570-INNER-CAUSE.
           IF WS-CAU-VUELOS (WS-CAU-IDX2 + 1)
              > WS-CAU-VUELOS (WS-CAU-IDX)
              MOVE WS-CAU-ENTRY (WS-CAU-IDX) TO WS-CAU-AUX
              MOVE WS-CAU-ENTRY (WS-CAU-IDX2 + 1)
                 TO WS-CAU-ENTRY (WS-CAU-IDX)
              MOVE WS-CAU-AUX TO WS-CAU-ENTRY (WS-CAU-IDX2 + 1)
           END-IF.

        0600-WRITE-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "REPORTE DE PUNTUALIDAD - MESES " WS-MES-DESDE
              " A " WS-MES-HASTA " - GENERADO " WS-FECHA-HOY
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOLERANCIA TO WS-ED-NUM.
           STRING "PUNTUAL = SALIDA HASTA " WS-ED-NUM
              " MIN DESPUES DE LA PROGRAMADA. DEMORAS EN MINUTOS"
              " PROMEDIO"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * RPT-LINE TRAE EL TITULO DE LA SECCION
        0610-WRITE-SECTION.
           MOVE SPACES TO WS-LIN-GRUPO.
           MOVE RPT-LINE TO DET-NOMBRE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE DET-NOMBRE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-TITULO TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 0620-WRITE-ONE-GROUP
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT.

        0620-WRITE-ONE-GROUP.
           IF WS-GRP-TIPO (WS-GRP-IDX) = WS-SECCION
              MOVE SPACES TO DET-NOMBRE DET-PERIODO
              MOVE WS-GRP-LLAVE (WS-GRP-IDX) TO WS-GRP-LLAVE-R
              EVALUATE WS-SECCION
                 WHEN "R"
                    MOVE WS-LLV-K1 TO DET-N1
                    MOVE WS-LLV-K2 TO DET-N2
                    MOVE "-" TO DET-GUION
                    MOVE WS-LLV-K3 TO DET-N3
                    STRING WS-LLV-K4 (1:4) "-" WS-LLV-K4 (5:2)
                       DELIMITED BY SIZE INTO DET-PERIODO
                 WHEN "A"
                    MOVE WS-LLV-K1 TO DET-N1
                    STRING WS-LLV-K2 (1:4) "-" WS-LLV-K2 (5:2)
                       DELIMITED BY SIZE INTO DET-PERIODO
                 WHEN "E"
                    STRING WS-GRP-NOMBRE (WS-GRP-IDX) " "
                       WS-LLV-K1 DELIMITED BY SIZE INTO DET-NOMBRE
                    MOVE WS-LLV-K2 TO DET-PERIODO
              END-EVALUATE
              MOVE WS-GRP-PROG (WS-GRP-IDX)    TO DET-PROG
              MOVE WS-GRP-CANCEL (WS-GRP-IDX)  TO DET-CANCEL
              MOVE WS-GRP-SINREG (WS-GRP-IDX)  TO DET-SINREG
              MOVE WS-GRP-OPER (WS-GRP-IDX)    TO DET-OPER
              MOVE WS-GRP-ATIEMPO (WS-GRP-IDX) TO DET-ATIEMPO
              IF WS-GRP-OPER (WS-GRP-IDX) = ZERO
                 MOVE ZERO TO DET-PCT DET-DEM-SAL
              ELSE
                 COMPUTE WS-PCT ROUNDED =
                    WS-GRP-ATIEMPO (WS-GRP-IDX) * 100
                    / WS-GRP-OPER (WS-GRP-IDX)
                 MOVE WS-PCT TO DET-PCT
                 COMPUTE WS-PROMEDIO ROUNDED =
                    WS-GRP-MIN-DEM (WS-GRP-IDX)
                    / WS-GRP-OPER (WS-GRP-IDX)
                 MOVE WS-PROMEDIO TO DET-DEM-SAL
              END-IF
              IF WS-GRP-LLEG-N (WS-GRP-IDX) = ZERO
                 MOVE "  N/D" TO DET-DEM-LLEG
              ELSE
                 COMPUTE WS-PROMEDIO ROUNDED =
                    WS-GRP-MIN-LLEG (WS-GRP-IDX)
                    / WS-GRP-LLEG-N (WS-GRP-IDX)
                 MOVE WS-PROMEDIO TO WS-ED-NUM
                 MOVE WS-ED-NUM TO DET-DEM-LLEG
              END-IF
              MOVE WS-LIN-GRUPO TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

        0700-WRITE-CAUSES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PRINCIPALES CAUSAS DE DEMORA (DLYCAUSA.DAT)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CAU-COUNT = ZERO
              MOVE "   SIN DEMORAS CON CAUSA EN EL PERIODO" TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 0710-WRITE-ONE-CAUSE
                 VARYING WS-CAU-IDX FROM 1 BY 1
                 UNTIL WS-CAU-IDX > WS-CAU-COUNT
                    OR WS-CAU-IDX > WS-TOP-CAUSAS
           END-IF.

        0710-WRITE-ONE-CAUSE.
           MOVE WS-CAU-IDX TO CAU-RANGO.
           MOVE WS-CAU-CODE (WS-CAU-IDX) TO CAU-CODE.
           MOVE ZERO TO WS-DLY-HIT.
           PERFORM 0720-COMPARE-CATALOG
              VARYING WS-DLY-IDX FROM 1 BY 1
              UNTIL WS-DLY-IDX > WS-DLY-COUNT
                 OR WS-DLY-HIT > ZERO.
           IF WS-DLY-HIT = ZERO
              MOVE "FUERA DE CATALOGO" TO CAU-DESC
              MOVE SPACES TO CAU-IMPUTA
           ELSE
              MOVE WS-DTB-DESC (WS-DLY-HIT) TO CAU-DESC
              IF WS-DTB-IMPUTA (WS-DLY-HIT) = "A"
                 MOVE "AEROLINEA" TO CAU-IMPUTA
              ELSE
                 MOVE "EXTERNA" TO CAU-IMPUTA
              END-IF
           END-IF.
           MOVE WS-CAU-VUELOS (WS-CAU-IDX) TO CAU-VUELOS.
           COMPUTE WS-PCT ROUNDED =
              WS-CAU-VUELOS (WS-CAU-IDX) * 100 / WS-CAU-TOTAL.
           MOVE WS-PCT TO CAU-PCT.
           MOVE WS-CAU-MINUTOS (WS-CAU-IDX) TO CAU-MINUTOS.
           COMPUTE WS-PROMEDIO ROUNDED =
              WS-CAU-MINUTOS (WS-CAU-IDX) / WS-CAU-VUELOS (WS-CAU-IDX).
           MOVE WS-PROMEDIO TO CAU-PROMEDIO.
           MOVE WS-LIN-CAUSA TO RPT-LINE.
           WRITE RPT-LINE.

        0720-COMPARE-CATALOG.
           IF WS-DTB-CODE (WS-DLY-IDX) = WS-CAU-CODE (WS-CAU-IDX)
              MOVE WS-DLY-IDX TO WS-DLY-HIT
           END-IF.

        0800-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CNT-OPER = ZERO
              MOVE ZERO TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                 WS-CNT-ATIEMPO * 100 / WS-CNT-OPER
           END-IF.
           MOVE WS-PCT TO DET-PCT.
           MOVE SPACES TO RPT-LINE.
           STRING "VUELOS: " WS-CNT-VUELOS "  OPERADOS: " WS-CNT-OPER
              "  PUNTUALES: " WS-CNT-ATIEMPO "  % PUNTUALIDAD: "
              DET-PCT
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TABLA-LLENA
              MOVE SPACES TO RPT-LINE
              STRING "** TABLA DE GRUPOS LLENA (3000) - FALTAN GRUPOS"
                 " EN EL REPORTE **"
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

          END PROGRAM FLTOTP1.
