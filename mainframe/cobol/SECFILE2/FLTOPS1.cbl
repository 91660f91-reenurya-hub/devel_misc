       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTOPS1.
      * ===============================================================
      * FLTOPS1 = CAPTURA DE OPERACIONES: SALIDA Y LLEGADA REALES DE
      * CADA VUELO FECHADO. MANTIENE FLTACT.DAT, UNA LINEA POR VUELO
      * DE FLIGHTS.DAT CON LA FECHA Y HORA EN QUE SALIO, LA FECHA Y
      * HORA EN QUE LLEGO (EN CERO MIENTRAS SIGA EN VUELO) Y LA CAUSA
      * DE DEMORA DEL CATALOGO DLYCAUSA.DAT (DLYMNT1). LA DEMORA ES
      * LA SALIDA REAL MENOS LA PROGRAMADA (FLIGHT-DATE Y
      * FLIGHT-TIME); PASADA LA TOLERANCIA (BATCHPRM FLTOTP1 /
      * TOLERANCIA, 15 MINUTOS SI NO ESTA) LA CAUSA ES OBLIGATORIA,
      * DENTRO DE ELLA ES OPCIONAL. UN VUELO CANCELADO NO SE CAPTURA.
      * SALIDA EN BLANCO QUITA EL REGISTRO DEL VUELO. CON ESTO
      * FLTBRD1 MARCA LOS VUELOS SALIDOS Y DEMORADOS Y FLTOTP1 ARMA
      * EL REPORTE DE PUNTUALIDAD. EL ARCHIVO SE CARGA A UNA TABLA,
      * SE TRABAJA EN MEMORIA Y SE REESCRIBE AL SALIR
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL FLTACT ASSIGN TO "FLTACT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACT-STATUS.
            SELECT OPTIONAL FFILE ASSIGN TO "FLIGHTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FFILE-STATUS.
            SELECT OPTIONAL DLYCAUSA ASSIGN TO "DLYCAUSA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DLY-STATUS.
            SELECT OPTIONAL BATCHPRM ASSIGN TO "BATCHPRM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TIEMPOS REALES DEL VUELO - UNA LINEA POR VUELO
       FD FLTACT.
       01 ACT-REC.
            05 ACT-FLIGHT-CODE          PIC 9(5).
            05 ACT-SALE-FECHA           PIC 9(8).
            05 ACT-SALE-HORA            PIC 9(4).
      * LLEGADA EN CERO = EL VUELO SIGUE EN EL AIRE
            05 ACT-LLEGA-FECHA          PIC 9(8).
            05 ACT-LLEGA-HORA           PIC 9(4).
            05 ACT-CAUSA                PIC X(2).

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

       FD DLYCAUSA.
       01 DLY-REC.
            05 DLY-CODE                  PIC X(2).
            05 DLY-DESC                  PIC X(30).
            05 DLY-IMPUTA                PIC X(1).

       FD BATCHPRM.
       01  PRM-REC.
            03 PRM-PROGRAM              PIC X(08).
            03 PRM-KEY                  PIC X(12).
            03 PRM-VALUE                PIC X(20).

        WORKING-STORAGE SECTION.
        01   WS-ACT-STATUS              PIC XX.
        01   WS-FFILE-STATUS            PIC XX.
        01   WS-DLY-STATUS              PIC XX.
        01   WS-PRM-STATUS              PIC XX.
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".
        01   WS-SIGUE                   PIC X(01).
             88 WS-SIGUE-SI             VALUE "Y" "y".
        01   WS-PRM-EOF-SW              PIC X(01).
             88 WS-PRM-EOF              VALUE "Y".
        01   WS-PRM-FOUND-SW            PIC X(01).
             88 WS-PRM-FOUND            VALUE "Y".
        01   WS-PRM-BUSCADA             PIC X(12).
        01   WS-PRM-VALOR               PIC X(20).
        01   WS-TOLERANCIA-X            PIC X(03).
        01   WS-TOLERANCIA              PIC 9(03) VALUE 15.

        01   WS-ENT-CODE                PIC X(05).
        01   WS-CODE-NUM                PIC 9(05).
        01   WS-ENT-HORA                PIC X(04).
        01   WS-ENT-FECHA               PIC X(08).
        01   WS-ENT-CAUSA               PIC X(02).
        01   WS-ENT-OK-SW               PIC X(01).
             88 WS-ENT-OK               VALUE "Y".

      * TIEMPOS CAPTURADOS, ANTES DE ACEPTARLOS
        01   WS-NVO-SALE-FECHA          PIC 9(08).
        01   WS-NVO-SALE-HORA           PIC 9(04).
        01   WS-NVO-LLEGA-FECHA         PIC 9(08).
        01   WS-NVO-LLEGA-HORA          PIC 9(04).

      * HORA HHMM PARTIDA EN HORAS Y MINUTOS
        01   WS-HHMM                    PIC 9(04).
        01   WS-HHMM-R REDEFINES WS-HHMM.
             05 WS-HH                   PIC 9(02).
             05 WS-MM                   PIC 9(02).
        01   WS-DIA-INT                 PIC 9(07).
        01   WS-FECHA-CALC              PIC 9(08).
        01   WS-MIN-CALC                PIC 9(11).
        01   WS-MIN-PROG                PIC 9(11).
        01   WS-MIN-SALE                PIC 9(11).
        01   WS-MIN-LLEGA               PIC 9(11).
        01   WS-DEMORA                  PIC S9(07).
        01   WS-DEMORA-ED               PIC -(6)9.

      * VUELO PEDIDO
        01   WS-FLT-FOUND-SW            PIC X(01).
             88 WS-FLT-FOUND            VALUE "Y".
        01   WS-FLT-DATE                PIC 9(08).
        01   WS-FLT-TIME                PIC 9(04).
        01   WS-FLT-ESTADO              PIC X(01).

      * CATALOGO DE CAUSAS DE DEMORA
        01   WS-DLY-COUNT               PIC 9(03) VALUE ZERO.
        01   WS-DLY-IDX                 PIC 9(03).
        01   WS-DLY-HIT                 PIC 9(03).
        01   WS-DLY-TABLA.
             03 WS-DLY-ENTRY OCCURS 100 TIMES.
                05 WS-DTB-CODE          PIC X(2).
                05 WS-DTB-DESC          PIC X(30).

        01   WS-CNT-VUELOS              PIC 9(04) VALUE ZERO.

      * FLTACT.DAT COMPLETO EN MEMORIA
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
                05 WS-ATB-BAJA          PIC X(1).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-ACTUALS.
           IF WS-CARGA-TRUNCADA
              DISPLAY "FLTACT.DAT EXCEDE LA TABLA (3000) - "
                 "NO SE MODIFICA PARA NO PERDER REGISTROS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "TOLERANCIA  " TO WS-PRM-BUSCADA.
           PERFORM 0055-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:3) TO WS-TOLERANCIA-X
              IF WS-TOLERANCIA-X IS NUMERIC
                 MOVE WS-TOLERANCIA-X TO WS-TOLERANCIA
              END-IF
           END-IF.
           PERFORM 0150-LOAD-CAUSES.
           MOVE "Y" TO WS-SIGUE.
           PERFORM 0200-MAINTAIN-ONE
              UNTIL NOT WS-SIGUE-SI.
           IF WS-HAY-CAMBIOS
              PERFORM 0800-REWRITE-ACTUALS
              DISPLAY "FLTACT.DAT GRABADO - VUELOS CAMBIADOS: "
                 WS-CNT-VUELOS
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * LA TOLERANCIA ES LA MISMA DEL REPORTE DE PUNTUALIDAD
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
              PERFORM 0110-READ-NEXT-ACTUAL
              PERFORM 0120-LOAD-ONE-ACTUAL
                 UNTIL WS-EOF OR WS-ACT-COUNT >= 3000
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
              END-IF
              CLOSE FLTACT
           END-IF.

        0110-READ-NEXT-ACTUAL.
           READ FLTACT
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE-ACTUAL.
           ADD 1 TO WS-ACT-COUNT.
           MOVE ACT-FLIGHT-CODE TO WS-ATB-CODE (WS-ACT-COUNT).
           MOVE ACT-SALE-FECHA  TO WS-ATB-SALE-FECHA (WS-ACT-COUNT).
           MOVE ACT-SALE-HORA   TO WS-ATB-SALE-HORA (WS-ACT-COUNT).
           MOVE ACT-LLEGA-FECHA TO WS-ATB-LLEGA-FECHA (WS-ACT-COUNT).
           MOVE ACT-LLEGA-HORA  TO WS-ATB-LLEGA-HORA (WS-ACT-COUNT).
           MOVE ACT-CAUSA       TO WS-ATB-CAUSA (WS-ACT-COUNT).
           MOVE "N"             TO WS-ATB-BAJA (WS-ACT-COUNT).
           PERFORM 0110-READ-NEXT-ACTUAL.

        0150-LOAD-CAUSES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DLYCAUSA.
           IF WS-DLY-STATUS NOT = "00"
              IF WS-DLY-STATUS = "05" OR WS-DLY-STATUS = "35"
                 CLOSE DLYCAUSA
              END-IF
           ELSE
              PERFORM 0160-READ-NEXT-CAUSE
              PERFORM 0170-LOAD-ONE-CAUSE
                 UNTIL WS-EOF OR WS-DLY-COUNT >= 100
              CLOSE DLYCAUSA
           END-IF.

        0160-READ-NEXT-CAUSE.
           READ DLYCAUSA
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0170-LOAD-ONE-CAUSE.
           ADD 1 TO WS-DLY-COUNT.
           MOVE DLY-CODE TO WS-DTB-CODE (WS-DLY-COUNT).
           MOVE DLY-DESC TO WS-DTB-DESC (WS-DLY-COUNT).
           PERFORM 0160-READ-NEXT-CAUSE.

        0200-MAINTAIN-ONE.
           DISPLAY "CODIGO DE VUELO     : ".
           ACCEPT WS-ENT-CODE.
           IF WS-ENT-CODE NOT NUMERIC
              DISPLAY "CODIGO DE VUELO DEBE SER NUMERICO"
           ELSE
              MOVE WS-ENT-CODE TO WS-CODE-NUM
              PERFORM 0300-CHECK-FLIGHT
              IF NOT WS-FLT-FOUND
                 DISPLAY "CODIGO DE VUELO NO EXISTE EN FLIGHTS.DAT"
              ELSE
              IF WS-FLT-ESTADO = "C"
                 DISPLAY "VUELO CANCELADO - NO SE CAPTURAN TIEMPOS"
              ELSE
                 PERFORM 0400-SHOW-ACTUALS
                 PERFORM 0500-ENTER-ACTUALS
                 IF WS-ENT-OK
                    PERFORM 0700-REPLACE-ACTUALS
                 ELSE
                    DISPLAY "TIEMPOS NO GRABADOS"
                 END-IF
              END-IF
              END-IF
           END-IF.
           DISPLAY "OTRO VUELO? (Y/N): ".
           ACCEPT WS-SIGUE.

        0300-CHECK-FLIGHT.
           MOVE "N" TO WS-FLT-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FFILE.
           IF WS-FFILE-STATUS NOT = "00"
              DISPLAY "FLIGHTS.DAT NO DISPONIBLE"
              IF WS-FFILE-STATUS = "05" OR WS-FFILE-STATUS = "35"
                 CLOSE FFILE
              END-IF
           ELSE
              PERFORM 0310-READ-NEXT-FLIGHT
              PERFORM 0320-MATCH-FLIGHT
                 UNTIL WS-EOF OR WS-FLT-FOUND
              CLOSE FFILE
           END-IF.

        0310-READ-NEXT-FLIGHT.
           READ FFILE
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0320-MATCH-FLIGHT.
           IF FLIGHT-CODE = WS-CODE-NUM
              MOVE "Y" TO WS-FLT-FOUND-SW
              MOVE FLIGHT-DATE TO WS-FLT-DATE
              IF FLIGHT-TIME IS NUMERIC
                 MOVE FLIGHT-TIME TO WS-FLT-TIME
              ELSE
                 MOVE ZERO TO WS-FLT-TIME
              END-IF
              MOVE FLIGHT-ESTADO TO WS-FLT-ESTADO
              DISPLAY "VUELO " FLIGHT-CODE " " FLIGHT-AIRLINE
                 " " FLIGHT-DATE " " FLIGHT-TIME
              DISPLAY "   " FLIGHT-DEPARTURE " - " FLIGHT-ARRIVAL
           ELSE
              PERFORM 0310-READ-NEXT-FLIGHT
           END-IF.

        0400-SHOW-ACTUALS.
           PERFORM 0410-FIND-ACTUALS.
           IF WS-ACT-HIT = ZERO
              DISPLAY "   SIN TIEMPOS REALES CAPTURADOS"
           ELSE
              DISPLAY "   SALIO " WS-ATB-SALE-FECHA (WS-ACT-HIT)
                 " " WS-ATB-SALE-HORA (WS-ACT-HIT)
                 " CAUSA " WS-ATB-CAUSA (WS-ACT-HIT)
              IF WS-ATB-LLEGA-FECHA (WS-ACT-HIT) = ZERO
                 DISPLAY "   SIN LLEGADA REGISTRADA"
              ELSE
                 DISPLAY "   LLEGO " WS-ATB-LLEGA-FECHA (WS-ACT-HIT)
                    " " WS-ATB-LLEGA-HORA (WS-ACT-HIT)
              END-IF
           END-IF.

        0410-FIND-ACTUALS.
           MOVE ZERO TO WS-ACT-HIT.
           PERFORM 0420-COMPARE-ACTUALS
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT
                 OR WS-ACT-HIT > ZERO.

        0420-COMPARE-ACTUALS.
           IF WS-ATB-CODE (WS-ACT-IDX) = WS-CODE-NUM
              AND WS-ATB-BAJA (WS-ACT-IDX) = "N"
              MOVE WS-ACT-IDX TO WS-ACT-HIT
           END-IF.

        0500-ENTER-ACTUALS.
           MOVE "Y" TO WS-ENT-OK-SW.
           MOVE ZERO TO WS-NVO-SALE-FECHA WS-NVO-SALE-HORA
                        WS-NVO-LLEGA-FECHA WS-NVO-LLEGA-HORA.
           MOVE SPACES TO WS-ENT-CAUSA.
           DISPLAY "HORA REAL DE SALIDA HHMM (ENTER = QUITAR "
              "REGISTRO): ".
           ACCEPT WS-ENT-HORA.
           IF WS-ENT-HORA NOT = SPACES
              PERFORM 0510-ENTER-DEPARTURE
              IF WS-ENT-OK
                 PERFORM 0520-ENTER-ARRIVAL
              END-IF
              IF WS-ENT-OK
                 PERFORM 0530-ENTER-CAUSE
              END-IF
           END-IF.

      * LA FECHA REAL DE SALIDA ES LA DEL VUELO SALVO QUE SE DIGITE
      * OTRA (UN VUELO DE LAS 23:50 QUE SALE PASADA LA MEDIANOCHE)
        0510-ENTER-DEPARTURE.
           PERFORM 0600-CHECK-HHMM.
           IF WS-ENT-OK
              MOVE WS-HHMM TO WS-NVO-SALE-HORA
              DISPLAY "FECHA REAL DE SALIDA AAAAMMDD (ENTER = "
                 WS-FLT-DATE "): "
              ACCEPT WS-ENT-FECHA
              IF WS-ENT-FECHA = SPACES
                 MOVE WS-FLT-DATE TO WS-NVO-SALE-FECHA
              ELSE
                 PERFORM 0610-CHECK-FECHA
                 MOVE WS-FECHA-CALC TO WS-NVO-SALE-FECHA
              END-IF
           END-IF.
           IF WS-ENT-OK
              MOVE WS-NVO-SALE-FECHA TO WS-FECHA-CALC
              MOVE WS-NVO-SALE-HORA TO WS-HHMM
              PERFORM 0620-MINUTES-OF
              MOVE WS-MIN-CALC TO WS-MIN-SALE
              MOVE WS-FLT-DATE TO WS-FECHA-CALC
              MOVE WS-FLT-TIME TO WS-HHMM
              PERFORM 0620-MINUTES-OF
              MOVE WS-MIN-CALC TO WS-MIN-PROG
              COMPUTE WS-DEMORA = WS-MIN-SALE - WS-MIN-PROG
              MOVE WS-DEMORA TO WS-DEMORA-ED
              DISPLAY "   DEMORA EN LA SALIDA: " WS-DEMORA-ED " MIN"
           END-IF.

        0520-ENTER-ARRIVAL.
           DISPLAY "HORA REAL DE LLEGADA HHMM (ENTER = AUN EN "
              "VUELO): ".
           ACCEPT WS-ENT-HORA.
           IF WS-ENT-HORA NOT = SPACES
              PERFORM 0600-CHECK-HHMM
              IF WS-ENT-OK
                 MOVE WS-HHMM TO WS-NVO-LLEGA-HORA
                 DISPLAY "FECHA REAL DE LLEGADA AAAAMMDD (ENTER = "
                    WS-NVO-SALE-FECHA "): "
                 ACCEPT WS-ENT-FECHA
                 IF WS-ENT-FECHA = SPACES
                    MOVE WS-NVO-SALE-FECHA TO WS-NVO-LLEGA-FECHA
                 ELSE
                    PERFORM 0610-CHECK-FECHA
                    MOVE WS-FECHA-CALC TO WS-NVO-LLEGA-FECHA
                 END-IF
              END-IF
              IF WS-ENT-OK
                 MOVE WS-NVO-LLEGA-FECHA TO WS-FECHA-CALC
                 MOVE WS-NVO-LLEGA-HORA TO WS-HHMM
                 PERFORM 0620-MINUTES-OF
                 MOVE WS-MIN-CALC TO WS-MIN-LLEGA
                 IF WS-MIN-LLEGA NOT > WS-MIN-SALE
                    DISPLAY "LA LLEGADA DEBE SER POSTERIOR A LA SALIDA"
                    MOVE "N" TO WS-ENT-OK-SW
                 END-IF
              END-IF
           END-IF.

      * SIN DEMORA NO HAY CAUSA; DENTRO DE LA TOLERANCIA ES OPCIONAL
        0530-ENTER-CAUSE.
           IF WS-DEMORA > ZERO
              IF WS-DEMORA > WS-TOLERANCIA
                 DISPLAY "CAUSA DE DEMORA (OBLIGATORIA): "
              ELSE
                 DISPLAY "CAUSA DE DEMORA (ENTER = NINGUNA): "
              END-IF
              ACCEPT WS-ENT-CAUSA
              IF WS-ENT-CAUSA = SPACES
                 IF WS-DEMORA > WS-TOLERANCIA
                    DISPLAY "DEMORA MAYOR A " WS-TOLERANCIA
                       " MIN - LA CAUSA ES OBLIGATORIA"
                    MOVE "N" TO WS-ENT-OK-SW
                 END-IF
              ELSE
                 PERFORM 0540-FIND-CAUSE
                 IF WS-DLY-HIT = ZERO
                    IF WS-DLY-COUNT = ZERO
                       DISPLAY "DLYCAUSA.DAT VACIO - REGISTRE LAS "
                          "CAUSAS EN DLYMNT1"
                    ELSE
                       DISPLAY "CAUSA NO EXISTE EN DLYCAUSA.DAT"
                    END-IF
                    MOVE "N" TO WS-ENT-OK-SW
                 ELSE
                    DISPLAY "   " WS-DTB-DESC (WS-DLY-HIT)
                 END-IF
              END-IF
           END-IF.

        0540-FIND-CAUSE.
           MOVE ZERO TO WS-DLY-HIT.
           PERFORM 0550-COMPARE-CAUSE
              VARYING WS-DLY-IDX FROM 1 BY 1
              UNTIL WS-DLY-IDX > WS-DLY-COUNT
                 OR WS-DLY-HIT > ZERO.

        0550-COMPARE-CAUSE.
           IF WS-DTB-CODE (WS-DLY-IDX) = WS-ENT-CAUSA
              MOVE WS-DLY-IDX TO WS-DLY-HIT
           END-IF.

        0600-CHECK-HHMM.
           IF WS-ENT-HORA NOT NUMERIC
              DISPLAY "HORA DEBE SER HHMM NUMERICO"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
              MOVE WS-ENT-HORA TO WS-HHMM
              IF WS-HH > 23 OR WS-MM > 59
                 DISPLAY "HORA INVALIDA (00:00 A 23:59)"
                 MOVE "N" TO WS-ENT-OK-SW
              END-IF
           END-IF.

        0610-CHECK-FECHA.
           MOVE ZERO TO WS-FECHA-CALC.
           IF WS-ENT-FECHA NOT NUMERIC
              DISPLAY "FECHA INVALIDA (AAAAMMDD)"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
              MOVE WS-ENT-FECHA TO WS-FECHA-CALC
              MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC)
                 TO WS-DIA-INT
              IF WS-DIA-INT = ZERO
                 DISPLAY "FECHA INVALIDA (AAAAMMDD)"
                 MOVE "N" TO WS-ENT-OK-SW
              END-IF
           END-IF.

      * MINUTOS ABSOLUTOS (DIA * 1440 + MINUTO) DE WS-FECHA-CALC Y
      * WS-HHMM, COMO EN ROTCHK1
        0620-MINUTES-OF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) TO WS-DIA-INT.
           COMPUTE WS-MIN-CALC = WS-DIA-INT * 1440 + WS-HH * 60 + WS-MM.

      * LA LINEA VIEJA DEL VUELO SE DA DE BAJA Y LA NUEVA SE AGREGA
      * AL FINAL DE LA TABLA
        0700-REPLACE-ACTUALS.
           IF WS-NVO-SALE-FECHA NOT = ZERO AND WS-ACT-HIT = ZERO
              AND WS-ACT-COUNT >= 3000
              DISPLAY "TABLA DE TIEMPOS LLENA - NO SE GRABA"
           ELSE
              IF WS-ACT-HIT > ZERO
                 MOVE "S" TO WS-ATB-BAJA (WS-ACT-HIT)
              END-IF
              IF WS-NVO-SALE-FECHA = ZERO
                 DISPLAY "TIEMPOS REALES QUITADOS"
              ELSE
                 IF WS-ACT-HIT > ZERO
                    MOVE WS-ACT-HIT TO WS-ACT-IDX
                 ELSE
                    ADD 1 TO WS-ACT-COUNT
                    MOVE WS-ACT-COUNT TO WS-ACT-IDX
                 END-IF
                 MOVE WS-CODE-NUM TO WS-ATB-CODE (WS-ACT-IDX)
                 MOVE WS-NVO-SALE-FECHA
                    TO WS-ATB-SALE-FECHA (WS-ACT-IDX)
                 MOVE WS-NVO-SALE-HORA
                    TO WS-ATB-SALE-HORA (WS-ACT-IDX)
                 MOVE WS-NVO-LLEGA-FECHA
                    TO WS-ATB-LLEGA-FECHA (WS-ACT-IDX)
                 MOVE WS-NVO-LLEGA-HORA
                    TO WS-ATB-LLEGA-HORA (WS-ACT-IDX)
                 MOVE WS-ENT-CAUSA TO WS-ATB-CAUSA (WS-ACT-IDX)
                 MOVE "N" TO WS-ATB-BAJA (WS-ACT-IDX)
                 DISPLAY "TIEMPOS REALES GRABADOS"
              END-IF
              MOVE "Y" TO WS-CAMBIOS-SW
              ADD 1 TO WS-CNT-VUELOS
           END-IF.

        0800-REWRITE-ACTUALS.
           OPEN OUTPUT FLTACT.
           PERFORM 0810-WRITE-ONE-ACTUAL
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT.
           CLOSE FLTACT.

        0810-WRITE-ONE-ACTUAL.
           IF WS-ATB-BAJA (WS-ACT-IDX) = "N"
              MOVE WS-ATB-CODE (WS-ACT-IDX)        TO ACT-FLIGHT-CODE
              MOVE WS-ATB-SALE-FECHA (WS-ACT-IDX)  TO ACT-SALE-FECHA
              MOVE WS-ATB-SALE-HORA (WS-ACT-IDX)   TO ACT-SALE-HORA
              MOVE WS-ATB-LLEGA-FECHA (WS-ACT-IDX) TO ACT-LLEGA-FECHA
              MOVE WS-ATB-LLEGA-HORA (WS-ACT-IDX)  TO ACT-LLEGA-HORA
              MOVE WS-ATB-CAUSA (WS-ACT-IDX)       TO ACT-CAUSA
              WRITE ACT-REC
           END-IF.
          END PROGRAM FLTOPS1.
