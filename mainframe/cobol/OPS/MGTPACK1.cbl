      * ===============================================================
       IDENTIFICATION DIVISION.
      * MGTPACK1 = RESUMEN GERENCIAL DIARIO DE TODOS LOS SUBSISTEMAS,
      * EN LUGAR DE LEER CADA MANANA OPSDASH.RPT, SALESREP, FFREP,
      * STANDING.RPT, VFVALOR.RPT Y LOS CONTEOS DE LA VALIDACION POR
      * SEPARADO. LO LLAMA NGTDRV1 AL FINAL DE LA CADENA (TAMBIEN
      * CORRE SOLO). TOMA LAS CIFRAS DE LOS ARCHIVOS QUE DEJAN LOS
      * PASOS, NO DE SUS REPORTES IMPRESOS:
      *   VENTAS     SLSHIST.DAT (SF4SALE) Y SLSQUOTA.DAT - VENTAS Y
      *              COMISION DEL PERIODO CONTRA CUOTA
      *   VUELOS     FLIGHTS.DAT Y PSGDTL.DAT - LOS VUELOS DE AYER,
      *              FACTOR DE OCUPACION E INGRESO POR TARIFAS
      *   CLIENTES   VALHIST.DAT (VLDTFSQ1) - ULTIMA VALIDACION
      *   EMPRESAS   TRAILER DE EMPDELTA.DAT (EMPDLT1)
      *   LIGA       GAMES.DAT DE LA TEMPORADA (SEACHK1) - PARTIDOS
      *              DE AYER Y LOS TRES PRIMEROS DE LA TABLA
      *   INVENTARIO VFPRICE.DAT Y VFLOTE.DAT - VALOR A PRECIO SIN LO
      *              VENCIDO Y ARTICULOS EN O BAJO REORDEN (VFVALR1)
      *   ALERTAS    ALERTAS.DAT SIN RECONOCER (ALRTRVW1)
      * CADA CIFRA SALE JUNTO A LA DEL RESUMEN ANTERIOR Y SU CAMBIO:
      * CADA CORRIDA GUARDA SUS CIFRAS EN MGTHIST.DAT, UNA LINEA POR
      * CIFRA, Y EL ANTERIOR ES EL ULTIMO DIA GUARDADO ANTES DE HOY.
      * UNA FUENTE QUE NO ESTA EN DISCO SALE N/D Y NO SE GUARDA.
      * IMPRIME DOS PAGINAS EN MGTPACK.RPT Y DEJA LAS MISMAS CIFRAS
      * SEPARADAS POR COMAS EN MGTPACK.CSV PARA LA HOJA DE CALCULO.
      * AYER ES EL DIA ANTERIOR A LA CORRIDA; BATCHPRM MGTPACK1/FECHA
      * (AAAAMMDD) TOMA EL LUGAR DE HOY PARA REHACER UN RESUMEN
       PROGRAM-ID. MGTPACK1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLSHIST ASSIGN TO "SLSHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-SLH-STATUS.
           SELECT OPTIONAL SLSQUOTA ASSIGN TO "SLSQUOTA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-QTA-STATUS.
           SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FLT-STATUS.
           SELECT OPTIONAL PSGDTL ASSIGN TO "PSGDTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PSG-STATUS.
           SELECT OPTIONAL VALHIST ASSIGN TO "VALHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-VH-STATUS.
           SELECT OPTIONAL EMPDELTA ASSIGN TO "EMPDELTA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-DLT-STATUS.
           SELECT OPTIONAL GAMES ASSIGN TO "GAMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-GAMES-STATUS.
           SELECT OPTIONAL VFPRICE ASSIGN TO "VFPRICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VFP-CODVF
                  FILE STATUS  IS WS-VFP-STATUS.
           SELECT OPTIONAL VFLOTE ASSIGN TO "VFLOTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VFL-CLAVE
                  FILE STATUS  IS WS-VFL-STATUS.
           SELECT OPTIONAL ALERTS ASSIGN TO "ALERTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ALERT-STATUS.
      * CIFRAS DE CADA RESUMEN, PARA COMPARAR CON EL DIA ANTERIOR
           SELECT OPTIONAL MGTHIST ASSIGN TO "MGTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-MGH-STATUS.
           SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PRM-STATUS.
           SELECT MGTRPT ASSIGN TO "MGTPACK.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RPT-STATUS.
           SELECT MGTCSV ASSIGN TO "MGTPACK.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CSV-STATUS.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       FILE SECTION.
       FD SLSHIST.
       01 HIST-REC.
           03 HIST-PERIOD                       PIC 9(06).
           03 HIST-SLSMAN-ID                    PIC 9(04).
           03 HIST-MM-SALES                     PIC 9(10).
           03 HIST-SALES-COMM                   PIC 9(10).

       FD SLSQUOTA.
       01 QUOTA-REC.
           03 QTA-SLSMAN-ID                     PIC 9(04).
           03 QTA-TARGET                        PIC 9(10).

       FD FFILE.
       01 FLIGHTDETAILS.
           03 FLIGHT-CODE                       PIC 9(05).
           03 FLIGHT-AIRLINE                    PIC X(20).
           03 FLIGHT-DEPARTURE                  PIC X(20).
           03 FLIGHT-ARRIVAL                    PIC X(20).
           03 FLIGHT-PASSENGERS                 PIC 9(04).
           03 FLIGHT-CAPACITY                   PIC 9(04).
           03 TOTAL-FLIGHT-PASSENGERS           PIC 9(06).
           03 FLIGHT-DATE                       PIC 9(08).
           03 FLIGHT-TIME                       PIC 9(04).
           03 FLIGHT-ACFT                       PIC X(04).
           03 FLIGHT-ESTADO                     PIC X(01).
           03 FLIGHT-PATRON                     PIC X(05).

       FD PSGDTL.
       01 PSG-REC.
           03 PSG-FLIGHT-CODE                   PIC 9(05).
           03 PSG-NAME                          PIC X(40).
           03 PSG-DOC                           PIC X(20).
           03 PSG-FARE                          PIC 9(07)V99.
           03 PSG-CHECKIN                       PIC X(01).
           03 PSG-SEAT                          PIC 9(03).
           03 PSG-OVB                           PIC X(01).
           03 PSG-CLASE                         PIC X(01).
           03 PSG-FILLER                        PIC X(04).

       FD VALHIST.
       01 VH-REC.
           03 VH-FECHA                          PIC 9(08).
           03 VH-HORA                           PIC 9(06).
           03 VH-LEIDOS                         PIC 9(07).
           03 VH-RECHAZADOS                     PIC 9(07).
           03 VH-CNT-MOTIVO                     PIC 9(05)
              OCCURS 13 TIMES.

       FD EMPDELTA.
       01 DLT-REC.
           03 DLT-ACCION                        PIC X(01).
           03 DLT-EMP-ID                        PIC X(20).
           03 DLT-FECHA                         PIC 9(08).
           03 DLT-HORA                          PIC 9(06).
           03 DLT-IMAGEN                        PIC X(1000).
       01 DLT-TRAILER.
           03 TRL-MARCA                         PIC X(09).
           03 TRL-CONTEO                        PIC 9(07).
           03 TRL-ALTAS                         PIC 9(07).
           03 TRL-CAMBIOS                       PIC 9(07).
           03 TRL-BAJAS                         PIC 9(07).
           03 TRL-SEQ-DESDE                     PIC 9(09).
           03 TRL-SEQ-HASTA                     PIC 9(09).
           03 TRL-FECHA                         PIC 9(08).
           03 TRL-HORA                          PIC 9(06).

       FD GAMES.
       01 REG-GAME.
           03 GM-FECHA                          PIC 9(08).
           03 GM-HOME-TEAM                      PIC X(20).
           03 GM-AWAY-TEAM                      PIC X(20).
           03 GM-HOME-SCORE                     PIC 9(03).
           03 GM-AWAY-SCORE                     PIC 9(03).
           03 GM-TEMPORADA                      PIC X(06).

       FD VFPRICE.
       01 REG-VFPRICE.
           03 VFP-CODVF                         PIC 9(05).
           03 VFP-PRECIO                        PIC 9(07)V99.
           03 VFP-EXISTENCIA                    PIC 9(07).
           03 VFP-REORDEN                       PIC 9(05).

       FD VFLOTE.
       01 REG-VFLOTE.
           03 VFL-CLAVE.
              05 VFL-CODVF                      PIC 9(05).
              05 VFL-LOTE                       PIC 9(06).
           03 VFL-FECHA-RECEP                   PIC 9(08).
           03 VFL-FECHA-VENCE                   PIC 9(08).
           03 VFL-CANT-INICIAL                  PIC 9(07).
           03 VFL-SALDO                         PIC 9(07).
           03 VFL-REF                           PIC X(20).

       FD ALERTS.
       01 ALR-REC.
           03 ALR-ACK                           PIC X(01).
           03 ALR-ACK-INIT                      PIC X(03).
           03 ALR-PROGRAM                       PIC X(08).
           03 ALR-FECHA                         PIC 9(08).
           03 ALR-HORA                          PIC 9(06).
           03 ALR-SEVERITY                      PIC X(01).
           03 ALR-REASON                        PIC X(30).

       FD MGTHIST.
       01 MGH-REC.
           03 MGH-FECHA                         PIC 9(08).
           03 MGH-CLAVE                         PIC X(08).
           03 MGH-VALOR                         PIC S9(13)V99
              SIGN IS LEADING SEPARATE.

       FD BATCHPRM.
       01 PRM-REC.
           03 PRM-PROGRAM                       PIC X(08).
           03 PRM-KEY                           PIC X(12).
           03 PRM-VALUE                         PIC X(20).

       FD MGTRPT.
       01 RPT-LINE                              PIC X(100).

       FD MGTCSV.
       01 CSV-LINE                              PIC X(150).
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SLH-STATUS                        PIC XX.
       01  WS-QTA-STATUS                        PIC XX.
       01  WS-FLT-STATUS                        PIC XX.
       01  WS-PSG-STATUS                        PIC XX.
       01  WS-VH-STATUS                         PIC XX.
       01  WS-DLT-STATUS                        PIC XX.
       01  WS-GAMES-STATUS                      PIC XX.
       01  WS-VFP-STATUS                        PIC XX.
       01  WS-VFL-STATUS                        PIC XX.
       01  WS-ALERT-STATUS                      PIC XX.
       01  WS-MGH-STATUS                        PIC XX.
       01  WS-RPT-STATUS                        PIC XX.
       01  WS-CSV-STATUS                        PIC XX.
       01  WS-EOF-SW                            PIC X(01).
           88 WS-EOF                            VALUE 'Y'.
       01  WS-LOT-EOF-SW                        PIC X(01).
           88 WS-LOT-EOF                        VALUE 'Y'.
       01  WS-LOTES-OK-SW                       PIC X(01).
           88 WS-LOTES-OK                       VALUE 'Y'.
       01  WS-PRM-STATUS                        PIC XX.
       01  WS-PRM-EOF-SW                        PIC X(01).
           88 WS-PRM-EOF                        VALUE 'Y'.
       01  WS-PRM-FOUND-SW                      PIC X(01).
           88 WS-PRM-FOUND                      VALUE 'Y'.
       01  WS-PRM-BUSCADA                       PIC X(12).
       01  WS-PRM-VALOR                         PIC X(20).

       01  WS-HOY                               PIC 9(08).
       01  WS-AYER                              PIC 9(08).
       01  WS-FECHA-PRM                         PIC 9(08).
       01  WS-INT-HOY                           PIC 9(07).
       01  WS-FECHA-ANT                         PIC 9(08) VALUE ZERO.

      * LAS CIFRAS DEL RESUMEN EN EL ORDEN EN QUE SE IMPRIMEN. CLAVE
      * ES LO QUE LAS UNE CON EL HISTORICO; HAY = N CUANDO LA FUENTE
      * NO ESTABA; DEC = S CUANDO LLEVA DOS DECIMALES
       01  WS-FIG-COUNT                         PIC 9(02) VALUE ZERO.
       01  WS-FIG-IDX                           PIC 9(02).
       01  WS-FIG-HIT                           PIC 9(02).
       01  WS-FIG-TABLA.
           03 WS-FIG-ENTRY OCCURS 40 TIMES.
              05 WS-FIG-SECCION                 PIC X(10).
              05 WS-FIG-CLAVE                   PIC X(08).
              05 WS-FIG-DESC                    PIC X(34).
              05 WS-FIG-DEC                     PIC X(01).
              05 WS-FIG-HAY                     PIC X(01).
              05 WS-FIG-VALOR                   PIC S9(13)V99.
              05 WS-FIG-ANT-SW                  PIC X(01).
              05 WS-FIG-ANT                     PIC S9(13)V99.
       01  WS-NF-SECCION                        PIC X(10).
       01  WS-NF-CLAVE                          PIC X(08).
       01  WS-NF-DESC                           PIC X(34).
       01  WS-NF-DEC                            PIC X(01) VALUE 'N'.
       01  WS-NF-HAY                            PIC X(01).
       01  WS-NF-VALOR                          PIC S9(13)V99.
       01  WS-SECCION                           PIC X(10).

      * VENTAS: EL ULTIMO TOTAL DE CADA VENDEDOR EN EL PERIODO MAS
      * RECIENTE DEL HISTORICO
       01  WS-SLH-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-PERIODO                           PIC 9(06) VALUE ZERO.
       01  WS-SLM-COUNT                         PIC 9(03) VALUE ZERO.
       01  WS-SLM-IDX                           PIC 9(03).
       01  WS-SLM-HIT                           PIC 9(03).
       01  WS-SLM-TABLA.
           03 WS-SLM-ENTRY OCCURS 500 TIMES.
              05 WS-SLM-ID                      PIC 9(04).
              05 WS-SLM-VENTAS                  PIC 9(10).
              05 WS-SLM-COMISION                PIC 9(10).
       01  WS-TOT-VENTAS                        PIC 9(13) VALUE ZERO.
       01  WS-TOT-COMISION                      PIC 9(13) VALUE ZERO.
       01  WS-QTA-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-TOT-CUOTA                         PIC 9(13) VALUE ZERO.

      * VUELOS DE AYER - SUS CODIGOS PARA SUMAR LAS TARIFAS
       01  WS-FLT-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-VUE-COUNT                         PIC 9(03) VALUE ZERO.
       01  WS-VUE-IDX                           PIC 9(03).
       01  WS-VUE-HIT                           PIC 9(03).
       01  WS-VUE-TABLA.
           03 WS-VUE-CODE OCCURS 500 TIMES      PIC 9(05).
       01  WS-VUE-CANCEL                        PIC 9(05) VALUE ZERO.
       01  WS-VUE-PAX                           PIC 9(09) VALUE ZERO.
       01  WS-VUE-SILLAS                        PIC 9(09) VALUE ZERO.
       01  WS-VUE-INGRESO                       PIC 9(11)V99 VALUE ZERO.

       01  WS-VH-HAY-SW                         PIC X(01) VALUE 'N'.
       01  WS-VH-LEIDOS                         PIC 9(07) VALUE ZERO.
       01  WS-VH-RECHAZADOS                     PIC 9(07) VALUE ZERO.
       01  WS-VH-FECHA                          PIC 9(08) VALUE ZERO.

       01  WS-DLT-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-DLT-ALTAS                         PIC 9(07) VALUE ZERO.
       01  WS-DLT-CAMBIOS                       PIC 9(07) VALUE ZERO.
       01  WS-DLT-BAJAS                         PIC 9(07) VALUE ZERO.

      * LIGA: TEMPORADA DE SEACHK1, TABLA DE POSICIONES Y LOS
      * RESULTADOS DE AYER
       01  WS-SEA-REQ.
           03 WS-SEA-FUNCION                    PIC X(01).
           03 WS-SEA-PROGRAMA                   PIC X(08).
           03 WS-SEA-FECHA                      PIC 9(08).
           03 WS-SEA-CODIGO                     PIC X(06).
           03 WS-SEA-NOMBRE                     PIC X(30).
           03 WS-SEA-FEC-INI                    PIC 9(08).
           03 WS-SEA-FEC-FIN                    PIC 9(08).
           03 WS-SEA-ESTADO                     PIC X(01).
           03 WS-SEA-RESULT                     PIC X(01).
              88 WS-SEA-OK                      VALUE "S".
              88 WS-SEA-SIN-MAESTRO             VALUE "V".
       01  WS-EN-TEMPORADA-SW                   PIC X(01).
           88 WS-EN-TEMPORADA                   VALUE "S".
       01  WS-LIG-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-LIG-TEMP                          PIC 9(05) VALUE ZERO.
       01  WS-STD-COUNT                         PIC 9(03) VALUE ZERO.
       01  WS-STD-IDX                           PIC 9(03).
       01  WS-STD-HIT                           PIC 9(03).
       01  WS-STD-TABLA.
           03 WS-STD-ENTRY OCCURS 100 TIMES.
              05 WS-STD-TEAM                    PIC X(20).
              05 WS-STD-PTS                     PIC 9(05).
              05 WS-STD-ELEGIDO                 PIC X(01).
       01  WS-TEAM-WORK                         PIC X(20).
       01  WS-PTS-WORK                          PIC 9(01).
       01  WS-RANK                              PIC 9(01).
       01  WS-PTS-MAX                           PIC 9(05).
       01  WS-RES-COUNT                         PIC 9(02) VALUE ZERO.
       01  WS-RES-AYER                          PIC 9(03) VALUE ZERO.
       01  WS-RES-IDX                           PIC 9(02).
       01  WS-RES-TABLA.
           03 WS-RES-LINEA OCCURS 12 TIMES      PIC X(60).
       01  WS-RES-EDIT.
           03 RES-HOME                          PIC X(20).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 RES-HOME-SCORE                    PIC ZZ9.
           03 FILLER                            PIC X(03) VALUE ' - '.
           03 RES-AWAY-SCORE                    PIC ZZ9.
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 RES-AWAY                          PIC X(20).

       01  WS-INV-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-INV-VALOR                         PIC 9(13)V99 VALUE ZERO.
       01  WS-INV-VENC-VALOR                    PIC 9(13)V99 VALUE ZERO.
       01  WS-INV-REORDEN                       PIC 9(05) VALUE ZERO.
       01  WS-VENCIDO                           PIC 9(09).
       01  WS-VALORABLE                         PIC 9(09).

      * ALERTAS SIN RECONOCER - LAS PRIMERAS SE LISTAN EN LA HOJA
       01  WS-ALR-HAY-SW                        PIC X(01) VALUE 'N'.
       01  WS-ALR-PEND                          PIC 9(05) VALUE ZERO.
       01  WS-ALR-ERR                           PIC 9(05) VALUE ZERO.
       01  WS-ALR-COUNT                         PIC 9(02) VALUE ZERO.
       01  WS-ALR-IDX                           PIC 9(02).
       01  WS-ALR-TABLA.
           03 WS-ALR-LINEA OCCURS 15 TIMES      PIC X(60).
       01  WS-ALR-EDIT.
           03 ALE-PROGRAM                       PIC X(08).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 ALE-FECHA                         PIC 9999/99/99.
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 ALE-SEVERITY                      PIC X(01).
           03 FILLER                            PIC X(01) VALUE SPACE.
           03 ALE-REASON                        PIC X(30).

       01  WS-PCT                               PIC S9(13)V99.
       01  WS-NUM-WORK                          PIC S9(13)V99.
       01  WS-ED-ENT                            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-DEC                            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-OUT                            PIC X(19).
       01  WS-CSV-ENT                           PIC -(13)9.
       01  WS-CSV-DEC                           PIC -(13)9.99.
       01  WS-CSV-NUM                           PIC X(19).
       01  WS-CSV-HOY                           PIC X(19).
       01  WS-CSV-ANT                           PIC X(19).
       01  WS-CSV-CAMBIO                        PIC X(19).
       01  WS-HOJA                              PIC X(01).
       01  WS-TITULO                            PIC X(100).

       01  WS-LIN-COL.
           03 FILLER            PIC X(35) VALUE SPACES.
           03 FILLER            PIC X(20) VALUE
              '                 HOY'.
           03 FILLER            PIC X(20) VALUE
              '            ANTERIOR'.
           03 FILLER            PIC X(20) VALUE
              '              CAMBIO'.

       01  WS-LIN-FIG.
           03 FIG-DESC          PIC X(34).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 FIG-HOY           PIC X(19).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 FIG-ANT           PIC X(19).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 FIG-CAMBIO        PIC X(19).
      * ===============================================================
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-PARAMETERS.
           PERFORM 2000-SALES-FIGURES.
           PERFORM 3000-FLIGHT-FIGURES.
           PERFORM 4000-CLIENT-FIGURES.
           PERFORM 4500-COMPANY-FIGURES.
           PERFORM 5000-LEAGUE-FIGURES.
           PERFORM 6000-STOCK-FIGURES.
           PERFORM 6500-ALERT-FIGURES.
           PERFORM 7000-LOAD-PREVIOUS.
           OPEN OUTPUT MGTRPT.
           OPEN OUTPUT MGTCSV.
           PERFORM 8000-WRITE-PAGE-ONE.
           PERFORM 8100-WRITE-PAGE-TWO.
           CLOSE MGTRPT MGTCSV.
           PERFORM 7500-APPEND-HISTORY.
           DISPLAY "RESUMEN GERENCIAL: MGTPACK.RPT Y MGTPACK.CSV".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ...............................................................
       1000-READ-PARAMETERS.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "FECHA       " TO WS-PRM-BUSCADA.
           PERFORM 9000-GET-PARAMETER.
           IF WS-PRM-FOUND AND WS-PRM-VALOR (1:8) IS NUMERIC
              MOVE WS-PRM-VALOR (1:8) TO WS-FECHA-PRM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PRM) = ZERO
                 MOVE WS-FECHA-PRM TO WS-HOY
              END-IF
           END-IF.
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-HOY).
           COMPUTE WS-AYER = FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 1).
      * ...............................................................
      * AGREGA LA CIFRA ARMADA EN WS-NF- A LA TABLA; LA SIGUIENTE
      * CIFRA ES ENTERA SALVO QUE SE DIGA OTRA COSA
       1900-ADD-FIGURE.
           IF WS-FIG-COUNT < 40
              ADD 1 TO WS-FIG-COUNT
              MOVE WS-NF-SECCION TO WS-FIG-SECCION (WS-FIG-COUNT)
              MOVE WS-NF-CLAVE   TO WS-FIG-CLAVE (WS-FIG-COUNT)
              MOVE WS-NF-DESC    TO WS-FIG-DESC (WS-FIG-COUNT)
              MOVE WS-NF-DEC     TO WS-FIG-DEC (WS-FIG-COUNT)
              MOVE WS-NF-HAY     TO WS-FIG-HAY (WS-FIG-COUNT)
              MOVE WS-NF-VALOR   TO WS-FIG-VALOR (WS-FIG-COUNT)
              MOVE 'N'           TO WS-FIG-ANT-SW (WS-FIG-COUNT)
              MOVE ZERO          TO WS-FIG-ANT (WS-FIG-COUNT)
           END-IF.
           MOVE 'N' TO WS-NF-DEC.
      * ...............................................................
      * SF4SALE AGREGA LOS TOTALES DE CADA VENDEDOR EN CADA CORRIDA;
      * VALE LA ULTIMA LINEA DE CADA UNO EN EL PERIODO MAS NUEVO
       2000-SALES-FIGURES.
           OPEN INPUT SLSHIST.
           IF WS-SLH-STATUS = "00"
              MOVE 'S' TO WS-SLH-HAY-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2010-READ-NEXT-HISTORY
              PERFORM 2020-ABSORB-HISTORY
                 UNTIL WS-EOF
              CLOSE SLSHIST
           ELSE
              IF WS-SLH-STATUS = "05" OR WS-SLH-STATUS = "35"
                 CLOSE SLSHIST
              END-IF
           END-IF.
           PERFORM 2040-ADD-SALESMAN
              VARYING WS-SLM-IDX FROM 1 BY 1
              UNTIL WS-SLM-IDX > WS-SLM-COUNT.
           OPEN INPUT SLSQUOTA.
           IF WS-QTA-STATUS = "00"
              MOVE 'S' TO WS-QTA-HAY-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2050-READ-NEXT-QUOTA
              PERFORM 2060-ADD-QUOTA
                 UNTIL WS-EOF
              CLOSE SLSQUOTA
           ELSE
              IF WS-QTA-STATUS = "05" OR WS-QTA-STATUS = "35"
                 CLOSE SLSQUOTA
              END-IF
           END-IF.
           MOVE "VENTAS" TO WS-NF-SECCION.
           MOVE WS-SLH-HAY-SW TO WS-NF-HAY.
           MOVE "VTA-PER " TO WS-NF-CLAVE.
           MOVE "VENTAS DEL PERIODO" TO WS-NF-DESC.
           MOVE WS-TOT-VENTAS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "VTA-COM " TO WS-NF-CLAVE.
           MOVE "COMISIONES DEL PERIODO" TO WS-NF-DESC.
           MOVE WS-TOT-COMISION TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE WS-QTA-HAY-SW TO WS-NF-HAY.
           MOVE "VTA-CUO " TO WS-NF-CLAVE.
           MOVE "CUOTA DEL PERIODO" TO WS-NF-DESC.
           MOVE WS-TOT-CUOTA TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE 'N' TO WS-NF-HAY.
           MOVE ZERO TO WS-PCT.
           IF WS-SLH-HAY-SW = 'S' AND WS-TOT-CUOTA > ZERO
              MOVE 'S' TO WS-NF-HAY
              COMPUTE WS-PCT ROUNDED =
                 WS-TOT-VENTAS * 100 / WS-TOT-CUOTA
           END-IF.
           MOVE "VTA-PCT " TO WS-NF-CLAVE.
           MOVE "CUMPLIMIENTO DE CUOTA %" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-PCT TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       2010-READ-NEXT-HISTORY.
           READ SLSHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       2020-ABSORB-HISTORY.
           IF HIST-PERIOD IS NUMERIC AND HIST-PERIOD NOT < WS-PERIODO
              IF HIST-PERIOD > WS-PERIODO
                 MOVE HIST-PERIOD TO WS-PERIODO
                 MOVE ZERO TO WS-SLM-COUNT
              END-IF
              MOVE ZERO TO WS-SLM-HIT
              PERFORM 2030-FIND-SALESMAN
                 VARYING WS-SLM-IDX FROM 1 BY 1
                 UNTIL WS-SLM-IDX > WS-SLM-COUNT
                    OR WS-SLM-HIT > ZERO
              IF WS-SLM-HIT = ZERO AND WS-SLM-COUNT < 500
                 ADD 1 TO WS-SLM-COUNT
                 MOVE WS-SLM-COUNT TO WS-SLM-HIT
                 MOVE HIST-SLSMAN-ID TO WS-SLM-ID (WS-SLM-HIT)
              END-IF
              IF WS-SLM-HIT > ZERO
                 MOVE HIST-MM-SALES TO WS-SLM-VENTAS (WS-SLM-HIT)
                 MOVE HIST-SALES-COMM TO WS-SLM-COMISION (WS-SLM-HIT)
              END-IF
           END-IF.
           PERFORM 2010-READ-NEXT-HISTORY.
      * ...............................................................
       2030-FIND-SALESMAN.
           IF WS-SLM-ID (WS-SLM-IDX) = HIST-SLSMAN-ID
              MOVE WS-SLM-IDX TO WS-SLM-HIT
           END-IF.
      * ...............................................................
       2040-ADD-SALESMAN.
           ADD WS-SLM-VENTAS (WS-SLM-IDX) TO WS-TOT-VENTAS.
           ADD WS-SLM-COMISION (WS-SLM-IDX) TO WS-TOT-COMISION.
      * ...............................................................
       2050-READ-NEXT-QUOTA.
           READ SLSQUOTA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       2060-ADD-QUOTA.
           IF QTA-TARGET IS NUMERIC
              ADD QTA-TARGET TO WS-TOT-CUOTA
           END-IF.
           PERFORM 2050-READ-NEXT-QUOTA.
      * ...............................................................
      * LOS VUELOS DE AYER NO CANCELADOS, Y LAS TARIFAS DE SUS
      * PASAJEROS
       3000-FLIGHT-FIGURES.
           OPEN INPUT FFILE.
           IF WS-FLT-STATUS = "00"
              MOVE 'S' TO WS-FLT-HAY-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3010-READ-NEXT-FLIGHT
              PERFORM 3020-ABSORB-FLIGHT
                 UNTIL WS-EOF
              CLOSE FFILE
           ELSE
              IF WS-FLT-STATUS = "05" OR WS-FLT-STATUS = "35"
                 CLOSE FFILE
              END-IF
           END-IF.
           IF WS-VUE-COUNT > ZERO
              OPEN INPUT PSGDTL
              IF WS-PSG-STATUS = "00"
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 3030-READ-NEXT-PASSENGER
                 PERFORM 3040-ADD-FARE
                    UNTIL WS-EOF
                 CLOSE PSGDTL
              ELSE
                 IF WS-PSG-STATUS = "05" OR WS-PSG-STATUS = "35"
                    CLOSE PSGDTL
                 END-IF
              END-IF
           END-IF.
           MOVE "VUELOS" TO WS-NF-SECCION.
           MOVE WS-FLT-HAY-SW TO WS-NF-HAY.
           MOVE "VUE-OPE " TO WS-NF-CLAVE.
           MOVE "VUELOS OPERADOS" TO WS-NF-DESC.
           MOVE WS-VUE-COUNT TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "VUE-CNL " TO WS-NF-CLAVE.
           MOVE "VUELOS CANCELADOS" TO WS-NF-DESC.
           MOVE WS-VUE-CANCEL TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "VUE-PAX " TO WS-NF-CLAVE.
           MOVE "PASAJEROS" TO WS-NF-DESC.
           MOVE WS-VUE-PAX TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "VUE-SIL " TO WS-NF-CLAVE.
           MOVE "SILLAS OFRECIDAS" TO WS-NF-DESC.
           MOVE WS-VUE-SILLAS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE ZERO TO WS-PCT.
           IF WS-VUE-SILLAS > ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-VUE-PAX * 100 / WS-VUE-SILLAS
           END-IF.
           MOVE "VUE-FO  " TO WS-NF-CLAVE.
           MOVE "FACTOR DE OCUPACION %" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-PCT TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "VUE-ING " TO WS-NF-CLAVE.
           MOVE "INGRESO POR TARIFAS" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-VUE-INGRESO TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       3010-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       3020-ABSORB-FLIGHT.
           IF FLIGHT-DATE = WS-AYER
              IF FLIGHT-ESTADO = "C"
                 ADD 1 TO WS-VUE-CANCEL
              ELSE
                 IF WS-VUE-COUNT < 500
                    ADD 1 TO WS-VUE-COUNT
                    MOVE FLIGHT-CODE TO WS-VUE-CODE (WS-VUE-COUNT)
                 END-IF
                 ADD FLIGHT-PASSENGERS TO WS-VUE-PAX
                 ADD FLIGHT-CAPACITY TO WS-VUE-SILLAS
              END-IF
           END-IF.
           PERFORM 3010-READ-NEXT-FLIGHT.
      * ...............................................................
       3030-READ-NEXT-PASSENGER.
           READ PSGDTL
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       3040-ADD-FARE.
           MOVE ZERO TO WS-VUE-HIT.
           PERFORM 3050-FIND-FLIGHT
              VARYING WS-VUE-IDX FROM 1 BY 1
              UNTIL WS-VUE-IDX > WS-VUE-COUNT
                 OR WS-VUE-HIT > ZERO.
           IF WS-VUE-HIT > ZERO AND PSG-FARE IS NUMERIC
              ADD PSG-FARE TO WS-VUE-INGRESO
           END-IF.
           PERFORM 3030-READ-NEXT-PASSENGER.
      * ...............................................................
       3050-FIND-FLIGHT.
           IF WS-VUE-CODE (WS-VUE-IDX) = PSG-FLIGHT-CODE
              MOVE WS-VUE-IDX TO WS-VUE-HIT
           END-IF.
      * ...............................................................
      * LA ULTIMA CORRIDA DE LA VALIDACION DE CLIENTES
       4000-CLIENT-FIGURES.
           OPEN INPUT VALHIST.
           IF WS-VH-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 4010-READ-NEXT-VALHIST
              PERFORM 4020-KEEP-VALHIST
                 UNTIL WS-EOF
              CLOSE VALHIST
           ELSE
              IF WS-VH-STATUS = "05" OR WS-VH-STATUS = "35"
                 CLOSE VALHIST
              END-IF
           END-IF.
           MOVE "CLIENTES" TO WS-NF-SECCION.
           MOVE WS-VH-HAY-SW TO WS-NF-HAY.
           MOVE "CLI-LEI " TO WS-NF-CLAVE.
           MOVE "CLIENTES VALIDADOS" TO WS-NF-DESC.
           MOVE WS-VH-LEIDOS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "CLI-REC " TO WS-NF-CLAVE.
           MOVE "CLIENTES RECHAZADOS" TO WS-NF-DESC.
           MOVE WS-VH-RECHAZADOS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE ZERO TO WS-PCT.
           IF WS-VH-LEIDOS > ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-VH-RECHAZADOS * 100 / WS-VH-LEIDOS
           END-IF.
           MOVE "CLI-PCT " TO WS-NF-CLAVE.
           MOVE "TASA DE RECHAZO %" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-PCT TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       4010-READ-NEXT-VALHIST.
           READ VALHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       4020-KEEP-VALHIST.
           IF VH-FECHA IS NUMERIC AND VH-LEIDOS IS NUMERIC
              AND VH-RECHAZADOS IS NUMERIC
              MOVE 'S' TO WS-VH-HAY-SW
              MOVE VH-FECHA TO WS-VH-FECHA
              MOVE VH-LEIDOS TO WS-VH-LEIDOS
              MOVE VH-RECHAZADOS TO WS-VH-RECHAZADOS
           END-IF.
           PERFORM 4010-READ-NEXT-VALHIST.
      * ...............................................................
      * EL TRAILER DEL ULTIMO DELTA DE EMPRESAS TRAE LOS CONTEOS
       4500-COMPANY-FIGURES.
           OPEN INPUT EMPDELTA.
           IF WS-DLT-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 4510-READ-NEXT-DELTA
              PERFORM 4520-CHECK-TRAILER
                 UNTIL WS-EOF
              CLOSE EMPDELTA
           ELSE
              IF WS-DLT-STATUS = "05" OR WS-DLT-STATUS = "35"
                 CLOSE EMPDELTA
              END-IF
           END-IF.
           MOVE "EMPRESAS" TO WS-NF-SECCION.
           MOVE WS-DLT-HAY-SW TO WS-NF-HAY.
           MOVE "EMP-ALT " TO WS-NF-CLAVE.
           MOVE "EMPRESAS NUEVAS" TO WS-NF-DESC.
           MOVE WS-DLT-ALTAS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "EMP-CAM " TO WS-NF-CLAVE.
           MOVE "EMPRESAS MODIFICADAS" TO WS-NF-DESC.
           MOVE WS-DLT-CAMBIOS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "EMP-BAJ " TO WS-NF-CLAVE.
           MOVE "EMPRESAS BORRADAS" TO WS-NF-DESC.
           MOVE WS-DLT-BAJAS TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       4510-READ-NEXT-DELTA.
           READ EMPDELTA
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       4520-CHECK-TRAILER.
           IF TRL-MARCA = "*TRAILER*"
              MOVE 'S' TO WS-DLT-HAY-SW
              MOVE TRL-ALTAS TO WS-DLT-ALTAS
              MOVE TRL-CAMBIOS TO WS-DLT-CAMBIOS
              MOVE TRL-BAJAS TO WS-DLT-BAJAS
           END-IF.
           PERFORM 4510-READ-NEXT-DELTA.
      * ...............................................................
      * LOS PARTIDOS DE LA TEMPORADA CUENTAN PARA LA TABLA COMO EN
      * GMSSTD1 (2 PUNTOS POR VICTORIA, 1 POR EMPATE)
       5000-LEAGUE-FIGURES.
           MOVE "A"        TO WS-SEA-FUNCION.
           MOVE "MGTPACK1" TO WS-SEA-PROGRAMA.
           CALL "SEACHK1" USING WS-SEA-REQ.
           IF WS-SEA-OK OR WS-SEA-SIN-MAESTRO
              OPEN INPUT GAMES
              IF WS-GAMES-STATUS = "00"
                 MOVE 'S' TO WS-LIG-HAY-SW
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 5010-READ-NEXT-GAME
                 PERFORM 5020-TALLY-ONE-GAME
                    UNTIL WS-EOF
                 CLOSE GAMES
              ELSE
                 IF WS-GAMES-STATUS = "05" OR WS-GAMES-STATUS = "35"
                    CLOSE GAMES
                 END-IF
              END-IF
           END-IF.
           MOVE "LIGA" TO WS-NF-SECCION.
           MOVE WS-LIG-HAY-SW TO WS-NF-HAY.
           MOVE "LIG-AYE " TO WS-NF-CLAVE.
           MOVE "PARTIDOS DE AYER" TO WS-NF-DESC.
           MOVE WS-RES-AYER TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "LIG-TEM " TO WS-NF-CLAVE.
           MOVE "PARTIDOS EN LA TEMPORADA" TO WS-NF-DESC.
           MOVE WS-LIG-TEMP TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           PERFORM 5100-PICK-LEADER
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > 3.
      * ...............................................................
       5010-READ-NEXT-GAME.
           READ GAMES
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       5020-TALLY-ONE-GAME.
           PERFORM 5030-CHECK-SEASON.
           IF WS-EN-TEMPORADA
              ADD 1 TO WS-LIG-TEMP
              MOVE GM-HOME-TEAM TO WS-TEAM-WORK
              EVALUATE TRUE
                 WHEN GM-HOME-SCORE > GM-AWAY-SCORE
                    MOVE 2 TO WS-PTS-WORK
                 WHEN GM-HOME-SCORE < GM-AWAY-SCORE
                    MOVE 0 TO WS-PTS-WORK
                 WHEN OTHER
                    MOVE 1 TO WS-PTS-WORK
              END-EVALUATE
              PERFORM 5040-ADD-POINTS
              MOVE GM-AWAY-TEAM TO WS-TEAM-WORK
              COMPUTE WS-PTS-WORK = 2 - WS-PTS-WORK
              PERFORM 5040-ADD-POINTS
           END-IF.
           IF GM-FECHA = WS-AYER
              ADD 1 TO WS-RES-AYER
              IF WS-RES-COUNT < 12
                 ADD 1 TO WS-RES-COUNT
                 MOVE GM-HOME-TEAM TO RES-HOME
                 MOVE GM-HOME-SCORE TO RES-HOME-SCORE
                 MOVE GM-AWAY-SCORE TO RES-AWAY-SCORE
                 MOVE GM-AWAY-TEAM TO RES-AWAY
                 MOVE WS-RES-EDIT TO WS-RES-LINEA (WS-RES-COUNT)
              END-IF
           END-IF.
           PERFORM 5010-READ-NEXT-GAME.
      * ...............................................................
      * UN PARTIDO ES DE LA TEMPORADA POR SU CODIGO, O POR SU FECHA
      * SI ES DE ANTES DE QUE SE GUARDARAN TEMPORADAS
       5030-CHECK-SEASON.
           MOVE "N" TO WS-EN-TEMPORADA-SW.
           IF WS-SEA-SIN-MAESTRO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF GM-TEMPORADA = WS-SEA-CODIGO
              MOVE "S" TO WS-EN-TEMPORADA-SW
           ELSE
           IF GM-TEMPORADA = SPACES
              AND GM-FECHA >= WS-SEA-FEC-INI
              AND GM-FECHA <= WS-SEA-FEC-FIN
              MOVE "S" TO WS-EN-TEMPORADA-SW
           END-IF
           END-IF
           END-IF.
      * ...............................................................
       5040-ADD-POINTS.
           MOVE ZERO TO WS-STD-HIT.
           PERFORM 5050-FIND-TEAM
              VARYING WS-STD-IDX FROM 1 BY 1
              UNTIL WS-STD-IDX > WS-STD-COUNT
                 OR WS-STD-HIT > ZERO.
           IF WS-STD-HIT = ZERO AND WS-STD-COUNT < 100
              ADD 1 TO WS-STD-COUNT
              MOVE WS-STD-COUNT TO WS-STD-HIT
              MOVE WS-TEAM-WORK TO WS-STD-TEAM (WS-STD-HIT)
              MOVE ZERO TO WS-STD-PTS (WS-STD-HIT)
              MOVE 'N' TO WS-STD-ELEGIDO (WS-STD-HIT)
           END-IF.
           IF WS-STD-HIT > ZERO
              ADD WS-PTS-WORK TO WS-STD-PTS (WS-STD-HIT)
           END-IF.
      * ...............................................................
       5050-FIND-TEAM.
           IF WS-STD-TEAM (WS-STD-IDX) = WS-TEAM-WORK
              MOVE WS-STD-IDX TO WS-STD-HIT
           END-IF.
      * ...............................................................
      * LOS TRES PRIMEROS DE LA TABLA, DE A UNO POR PASADA; LA CIFRA
      * ES EL PUESTO, LA DESCRIPCION LLEVA EL EQUIPO QUE LO OCUPA HOY
       5100-PICK-LEADER.
           MOVE ZERO TO WS-STD-HIT WS-PTS-MAX.
           PERFORM 5110-COMPARE-TEAM
              VARYING WS-STD-IDX FROM 1 BY 1
              UNTIL WS-STD-IDX > WS-STD-COUNT.
           MOVE SPACES TO WS-NF-DESC WS-NF-CLAVE.
           STRING "LIG-PTS" WS-RANK
              DELIMITED BY SIZE INTO WS-NF-CLAVE.
           IF WS-STD-HIT > ZERO
              MOVE 'Y' TO WS-STD-ELEGIDO (WS-STD-HIT)
              MOVE 'S' TO WS-NF-HAY
              STRING WS-RANK ". " DELIMITED BY SIZE
                 WS-STD-TEAM (WS-STD-HIT) DELIMITED BY "  "
                 " (PTS)" DELIMITED BY SIZE INTO WS-NF-DESC
              MOVE WS-STD-PTS (WS-STD-HIT) TO WS-NF-VALOR
           ELSE
              MOVE 'N' TO WS-NF-HAY
              STRING WS-RANK ". PUESTO (PTS)"
                 DELIMITED BY SIZE INTO WS-NF-DESC
              MOVE ZERO TO WS-NF-VALOR
           END-IF.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       5110-COMPARE-TEAM.
           IF WS-STD-ELEGIDO (WS-STD-IDX) = 'N'
              AND (WS-STD-HIT = ZERO
                   OR WS-STD-PTS (WS-STD-IDX) > WS-PTS-MAX)
              MOVE WS-STD-IDX TO WS-STD-HIT
              MOVE WS-STD-PTS (WS-STD-IDX) TO WS-PTS-MAX
           END-IF.
      * ...............................................................
      * VALOR A PRECIO DE LO QUE NO ESTA VENCIDO Y LO VENCIDO APARTE,
      * IGUAL QUE LA VALORACION VFVALR1
       6000-STOCK-FIGURES.
           OPEN INPUT VFLOTE.
           IF WS-VFL-STATUS = "00"
              MOVE 'Y' TO WS-LOTES-OK-SW
           ELSE
              MOVE 'N' TO WS-LOTES-OK-SW
              IF WS-VFL-STATUS = "05" OR WS-VFL-STATUS = "35"
                 CLOSE VFLOTE
              END-IF
           END-IF.
           OPEN INPUT VFPRICE.
           IF WS-VFP-STATUS = "00"
              MOVE 'S' TO WS-INV-HAY-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 6010-READ-NEXT-ITEM
              PERFORM 6020-VALUE-ONE-ITEM
                 UNTIL WS-EOF
              CLOSE VFPRICE
           ELSE
              IF WS-VFP-STATUS = "05" OR WS-VFP-STATUS = "35"
                 CLOSE VFPRICE
              END-IF
           END-IF.
           IF WS-LOTES-OK
              CLOSE VFLOTE
           END-IF.
           MOVE "INVENTARIO" TO WS-NF-SECCION.
           MOVE WS-INV-HAY-SW TO WS-NF-HAY.
           MOVE "INV-VAL " TO WS-NF-CLAVE.
           MOVE "VALOR DEL INVENTARIO A PRECIO" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-INV-VALOR TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "INV-REO " TO WS-NF-CLAVE.
           MOVE "ARTICULOS EN O BAJO REORDEN" TO WS-NF-DESC.
           MOVE WS-INV-REORDEN TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "INV-VEN " TO WS-NF-CLAVE.
           MOVE "EXISTENCIA VENCIDA A PRECIO" TO WS-NF-DESC.
           MOVE 'S' TO WS-NF-DEC.
           MOVE WS-INV-VENC-VALOR TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       6010-READ-NEXT-ITEM.
           READ VFPRICE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       6020-VALUE-ONE-ITEM.
           PERFORM 6030-SUM-EXPIRED-LOTS.
           IF WS-VENCIDO > VFP-EXISTENCIA
              MOVE VFP-EXISTENCIA TO WS-VENCIDO
           END-IF.
           COMPUTE WS-VALORABLE = VFP-EXISTENCIA - WS-VENCIDO.
           COMPUTE WS-INV-VALOR = WS-INV-VALOR
              + VFP-PRECIO * WS-VALORABLE.
           COMPUTE WS-INV-VENC-VALOR = WS-INV-VENC-VALOR
              + VFP-PRECIO * WS-VENCIDO.
           IF VFP-EXISTENCIA NOT > VFP-REORDEN
              ADD 1 TO WS-INV-REORDEN
           END-IF.
           PERFORM 6010-READ-NEXT-ITEM.
      * ...............................................................
       6030-SUM-EXPIRED-LOTS.
           MOVE ZERO TO WS-VENCIDO.
           IF WS-LOTES-OK
              MOVE VFP-CODVF TO VFL-CODVF
              MOVE ZERO TO VFL-LOTE
              MOVE 'N' TO WS-LOT-EOF-SW
              START VFLOTE KEY IS NOT LESS THAN VFL-CLAVE
                 INVALID KEY
                    MOVE 'Y' TO WS-LOT-EOF-SW
              END-START
              IF NOT WS-LOT-EOF
                 PERFORM 6040-READ-NEXT-LOT
              END-IF
              PERFORM 6050-ADD-IF-EXPIRED
                 UNTIL WS-LOT-EOF
           END-IF.
      * ...............................................................
       6040-READ-NEXT-LOT.
           READ VFLOTE NEXT RECORD
              AT END MOVE 'Y' TO WS-LOT-EOF-SW
           END-READ.
           IF NOT WS-LOT-EOF
              AND VFL-CODVF NOT = VFP-CODVF
              MOVE 'Y' TO WS-LOT-EOF-SW
           END-IF.
      * ...............................................................
       6050-ADD-IF-EXPIRED.
           IF VFL-FECHA-VENCE < WS-HOY
              ADD VFL-SALDO TO WS-VENCIDO
           END-IF.
           PERFORM 6040-READ-NEXT-LOT.
      * ...............................................................
       6500-ALERT-FIGURES.
           OPEN INPUT ALERTS.
           IF WS-ALERT-STATUS = "00"
              MOVE 'S' TO WS-ALR-HAY-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 6510-READ-NEXT-ALERT
              PERFORM 6520-COUNT-ALERT
                 UNTIL WS-EOF
              CLOSE ALERTS
           ELSE
              IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
                 MOVE 'S' TO WS-ALR-HAY-SW
                 CLOSE ALERTS
              END-IF
           END-IF.
           MOVE "ALERTAS" TO WS-NF-SECCION.
           MOVE WS-ALR-HAY-SW TO WS-NF-HAY.
           MOVE "ALR-PEN " TO WS-NF-CLAVE.
           MOVE "ALERTAS SIN RECONOCER" TO WS-NF-DESC.
           MOVE WS-ALR-PEND TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
           MOVE "ALR-ERR " TO WS-NF-CLAVE.
           MOVE "  DE ELLAS SEVERIDAD E" TO WS-NF-DESC.
           MOVE WS-ALR-ERR TO WS-NF-VALOR.
           PERFORM 1900-ADD-FIGURE.
      * ...............................................................
       6510-READ-NEXT-ALERT.
           READ ALERTS
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       6520-COUNT-ALERT.
           IF ALR-ACK NOT = 'A' AND ALR-REC NOT = SPACES
              ADD 1 TO WS-ALR-PEND
              IF ALR-SEVERITY = 'E'
                 ADD 1 TO WS-ALR-ERR
              END-IF
              IF WS-ALR-COUNT < 15
                 ADD 1 TO WS-ALR-COUNT
                 MOVE ALR-PROGRAM TO ALE-PROGRAM
                 MOVE ALR-FECHA TO ALE-FECHA
                 MOVE ALR-SEVERITY TO ALE-SEVERITY
                 MOVE ALR-REASON TO ALE-REASON
                 MOVE WS-ALR-EDIT TO WS-ALR-LINEA (WS-ALR-COUNT)
              END-IF
           END-IF.
           PERFORM 6510-READ-NEXT-ALERT.
      * ...............................................................
      * EL RESUMEN ANTERIOR ES EL ULTIMO DIA GUARDADO ANTES DE HOY:
      * UNA PASADA PARA HALLAR LA FECHA Y OTRA PARA SUS CIFRAS
       7000-LOAD-PREVIOUS.
           OPEN INPUT MGTHIST.
           IF WS-MGH-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 7010-READ-NEXT-MGH
              PERFORM 7020-FIND-PREVIOUS-DATE
                 UNTIL WS-EOF
              CLOSE MGTHIST
           ELSE
              IF WS-MGH-STATUS = "05" OR WS-MGH-STATUS = "35"
                 CLOSE MGTHIST
              END-IF
           END-IF.
           IF WS-FECHA-ANT > ZERO
              OPEN INPUT MGTHIST
              MOVE 'N' TO WS-EOF-SW
              PERFORM 7010-READ-NEXT-MGH
              PERFORM 7030-TAKE-PREVIOUS
                 UNTIL WS-EOF
              CLOSE MGTHIST
           END-IF.
      * ...............................................................
       7010-READ-NEXT-MGH.
           READ MGTHIST
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      * ...............................................................
       7020-FIND-PREVIOUS-DATE.
           IF MGH-FECHA IS NUMERIC AND MGH-FECHA < WS-HOY
              AND MGH-FECHA > WS-FECHA-ANT
              MOVE MGH-FECHA TO WS-FECHA-ANT
           END-IF.
           PERFORM 7010-READ-NEXT-MGH.
      * ...............................................................
       7030-TAKE-PREVIOUS.
           IF MGH-FECHA = WS-FECHA-ANT
              MOVE ZERO TO WS-FIG-HIT
              PERFORM 7040-FIND-FIGURE
                 VARYING WS-FIG-IDX FROM 1 BY 1
                 UNTIL WS-FIG-IDX > WS-FIG-COUNT
                    OR WS-FIG-HIT > ZERO
              IF WS-FIG-HIT > ZERO
                 MOVE 'S' TO WS-FIG-ANT-SW (WS-FIG-HIT)
                 MOVE MGH-VALOR TO WS-FIG-ANT (WS-FIG-HIT)
              END-IF
           END-IF.
           PERFORM 7010-READ-NEXT-MGH.
      * ...............................................................
       7040-FIND-FIGURE.
           IF WS-FIG-CLAVE (WS-FIG-IDX) = MGH-CLAVE
              MOVE WS-FIG-IDX TO WS-FIG-HIT
           END-IF.
      * ...............................................................
       7500-APPEND-HISTORY.
           OPEN EXTEND MGTHIST.
           IF WS-MGH-STATUS NOT > "07"
              PERFORM 7510-WRITE-ONE-MGH
                 VARYING WS-FIG-IDX FROM 1 BY 1
                 UNTIL WS-FIG-IDX > WS-FIG-COUNT
              CLOSE MGTHIST
           END-IF.
      * ...............................................................
       7510-WRITE-ONE-MGH.
           IF WS-FIG-HAY (WS-FIG-IDX) = 'S'
              MOVE WS-HOY TO MGH-FECHA
              MOVE WS-FIG-CLAVE (WS-FIG-IDX) TO MGH-CLAVE
              MOVE WS-FIG-VALOR (WS-FIG-IDX) TO MGH-VALOR
              WRITE MGH-REC
           END-IF.
      * ...............................................................
      * HOJA 1: VENTAS, VUELOS, CLIENTES Y EMPRESAS
       8000-WRITE-PAGE-ONE.
           MOVE SPACES TO CSV-LINE.
           STRING "SECCION,CLAVE,DESCRIPCION,HOY,ANTERIOR,CAMBIO"
              DELIMITED BY SIZE INTO CSV-LINE.
           WRITE CSV-LINE.
           MOVE "1" TO WS-HOJA.
           PERFORM 8900-WRITE-HEADING.
           MOVE SPACES TO WS-TITULO.
           STRING "VENTAS Y COMISION DEL PERIODO " WS-PERIODO
              " CONTRA CUOTA" DELIMITED BY SIZE INTO WS-TITULO.
           MOVE "VENTAS" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           MOVE SPACES TO WS-TITULO.
           STRING "VUELOS DEL " WS-AYER
              " (SIN LOS CANCELADOS)" DELIMITED BY SIZE INTO WS-TITULO.
           MOVE "VUELOS" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           MOVE SPACES TO WS-TITULO.
           STRING "VALIDACION DE CLIENTES - ULTIMA CORRIDA "
              WS-VH-FECHA DELIMITED BY SIZE INTO WS-TITULO.
           MOVE "CLIENTES" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           MOVE "MAESTRO DE EMPRESAS - ULTIMO DELTA" TO WS-TITULO.
           MOVE "EMPRESAS" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
      * ...............................................................
      * HOJA 2: LIGA, INVENTARIO Y ALERTAS
       8100-WRITE-PAGE-TWO.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE BEFORE ADVANCING PAGE.
           MOVE "2" TO WS-HOJA.
           PERFORM 8900-WRITE-HEADING.
           MOVE SPACES TO WS-TITULO.
           IF WS-SEA-OK
              STRING "LIGA - TEMPORADA " WS-SEA-CODIGO " "
                 WS-SEA-NOMBRE DELIMITED BY SIZE INTO WS-TITULO
           ELSE
              MOVE "LIGA" TO WS-TITULO
           END-IF.
           MOVE "LIGA" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           IF WS-RES-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              STRING "RESULTADOS DEL " WS-AYER
                 DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              PERFORM 8300-WRITE-ONE-RESULT
                 VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > WS-RES-COUNT
           END-IF.
           MOVE "INVENTARIO VEGFRUT (SIN LOTES VENCIDOS)" TO WS-TITULO.
           MOVE "INVENTARIO" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           MOVE "ALERTAS DE LA OPERACION" TO WS-TITULO.
           MOVE "ALERTAS" TO WS-SECCION.
           PERFORM 8200-WRITE-SECTION.
           IF WS-ALR-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 8400-WRITE-ONE-ALERT
                 VARYING WS-ALR-IDX FROM 1 BY 1
                 UNTIL WS-ALR-IDX > WS-ALR-COUNT
              IF WS-ALR-PEND > WS-ALR-COUNT
                 MOVE "  ... LAS DEMAS EN ALRTRVW1" TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
      * ...............................................................
       8200-WRITE-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TITULO TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIN-COL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 8210-WRITE-ONE-FIGURE
              VARYING WS-FIG-IDX FROM 1 BY 1
              UNTIL WS-FIG-IDX > WS-FIG-COUNT.
      * ...............................................................
       8210-WRITE-ONE-FIGURE.
           IF WS-FIG-SECCION (WS-FIG-IDX) = WS-SECCION
              MOVE SPACES TO WS-LIN-FIG
              MOVE WS-FIG-DESC (WS-FIG-IDX) TO FIG-DESC
              MOVE SPACES TO WS-CSV-HOY WS-CSV-ANT WS-CSV-CAMBIO
              IF WS-FIG-HAY (WS-FIG-IDX) = 'S'
                 MOVE WS-FIG-VALOR (WS-FIG-IDX) TO WS-NUM-WORK
                 PERFORM 8220-EDIT-VALUE
                 MOVE WS-ED-OUT TO FIG-HOY
                 MOVE WS-CSV-NUM TO WS-CSV-HOY
              ELSE
                 MOVE "N/D" TO FIG-HOY (14:3)
              END-IF
              IF WS-FIG-ANT-SW (WS-FIG-IDX) = 'S'
                 MOVE WS-FIG-ANT (WS-FIG-IDX) TO WS-NUM-WORK
                 PERFORM 8220-EDIT-VALUE
                 MOVE WS-ED-OUT TO FIG-ANT
                 MOVE WS-CSV-NUM TO WS-CSV-ANT
                 IF WS-FIG-HAY (WS-FIG-IDX) = 'S'
                    COMPUTE WS-NUM-WORK = WS-FIG-VALOR (WS-FIG-IDX)
                       - WS-FIG-ANT (WS-FIG-IDX)
                    PERFORM 8220-EDIT-VALUE
                    MOVE WS-ED-OUT TO FIG-CAMBIO
                    MOVE WS-CSV-NUM TO WS-CSV-CAMBIO
                 END-IF
              ELSE
                 MOVE "N/D" TO FIG-ANT (14:3)
              END-IF
              MOVE WS-LIN-FIG TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO CSV-LINE
              STRING FUNCTION TRIM(WS-FIG-SECCION (WS-FIG-IDX)) ","
                     FUNCTION TRIM(WS-FIG-CLAVE (WS-FIG-IDX))   ","
                     FUNCTION TRIM(WS-FIG-DESC (WS-FIG-IDX))    ","
                     FUNCTION TRIM(WS-CSV-HOY)                  ","
                     FUNCTION TRIM(WS-CSV-ANT)                  ","
                     FUNCTION TRIM(WS-CSV-CAMBIO)
                     DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
           END-IF.
      * ...............................................................
      * LOS ENTEROS SALEN SIN DECIMALES, CON LAS UNIDADES BAJO LAS
      * UNIDADES DE LAS CIFRAS CON DECIMALES
       8220-EDIT-VALUE.
           MOVE SPACES TO WS-ED-OUT.
           IF WS-FIG-DEC (WS-FIG-IDX) = 'S'
              MOVE WS-NUM-WORK TO WS-ED-DEC
              MOVE WS-ED-DEC TO WS-ED-OUT
              MOVE WS-NUM-WORK TO WS-CSV-DEC
              MOVE WS-CSV-DEC TO WS-CSV-NUM
           ELSE
              MOVE WS-NUM-WORK TO WS-ED-ENT
              MOVE WS-ED-ENT TO WS-ED-OUT (1:16)
              MOVE WS-NUM-WORK TO WS-CSV-ENT
              MOVE WS-CSV-ENT TO WS-CSV-NUM
           END-IF.
      * ...............................................................
       8300-WRITE-ONE-RESULT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RES-LINEA (WS-RES-IDX) TO RPT-LINE (3:60).
           WRITE RPT-LINE.
      * ...............................................................
       8400-WRITE-ONE-ALERT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ALR-LINEA (WS-ALR-IDX) TO RPT-LINE (3:60).
           WRITE RPT-LINE.
      * ...............................................................
       8900-WRITE-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING "RESUMEN GERENCIAL DIARIO AL " WS-HOY
              "                HOJA " WS-HOJA " DE 2"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FECHA-ANT > ZERO
              STRING "COMPARADO CON EL RESUMEN DEL " WS-FECHA-ANT
                 DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              MOVE "SIN RESUMEN ANTERIOR PARA COMPARAR" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
      * ...............................................................
      * BUSCA LA CLAVE EN EL ARCHIVO DE PARAMETROS PARA ESTE PROGRAMA
       9000-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
           OPEN INPUT BATCHPRM.
           IF WS-PRM-STATUS NOT = "00"
              IF WS-PRM-STATUS = "05" OR WS-PRM-STATUS = "35"
                 CLOSE BATCHPRM
              END-IF
           ELSE
              MOVE 'N' TO WS-PRM-EOF-SW
              PERFORM 9010-READ-NEXT-PARM
              PERFORM 9020-MATCH-PARM
                 UNTIL WS-PRM-EOF OR WS-PRM-FOUND
              CLOSE BATCHPRM
           END-IF.
      * ...............................................................
       9010-READ-NEXT-PARM.
           READ BATCHPRM
              AT END MOVE 'Y' TO WS-PRM-EOF-SW
           END-READ.
      * ...............................................................
       9020-MATCH-PARM.
           IF PRM-PROGRAM = "MGTPACK1" AND PRM-KEY = WS-PRM-BUSCADA
              MOVE PRM-VALUE TO WS-PRM-VALOR
              MOVE 'Y' TO WS-PRM-FOUND-SW
           ELSE
              PERFORM 9010-READ-NEXT-PARM
           END-IF.
      * ===============================================================
       END PROGRAM MGTPACK1.
