       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAILMNT1.
      * ===============================================================
      * TAILMNT1 = MANTENIMIENTO DEL REGISTRO DE MATRICULAS
      * (TAILREG.DAT): CADA AVION FISICO CON SU MATRICULA, SU TIPO DE
      * AERONAVE DE ACFTYPE.DAT (ACFMNT1), SU AEROLINEA Y SI ESTA EN
      * SERVICIO. FLIGHT-ACFT SOLO DICE EL TIPO; LA MATRICULA DE CADA
      * VUELO FECHADO SE ASIGNA EN FLTTAL1 Y ROTCHK1 REVISA QUE UN
      * MISMO AVION NO QUEDE EN DOS VUELOS A LA VEZ. EL TIPO DEBE
      * EXISTIR EN ACFTYPE.DAT Y, CON AIRLINE.DAT EN DISCO, LA
      * AEROLINEA EN EL. EL ARCHIVO SE CARGA A UNA TABLA, SE TRABAJA
      * EN MEMORIA Y SE REESCRIBE AL SALIR
      * ===============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL TAILREG ASSIGN TO "TAILREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TAIL-STATUS.
            SELECT OPTIONAL ACFTYPE ASSIGN TO "ACFTYPE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACF-STATUS.
            SELECT OPTIONAL AIRLINES ASSIGN TO "AIRLINE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE MATRICULAS - UNA LINEA POR AVION
       FD TAILREG.
       01 TAIL-REC.
            05 TAIL-REG                 PIC X(8).
            05 TAIL-ACFT                PIC X(4).
            05 TAIL-AIRLINE             PIC X(20).
      * Y = EN SERVICIO, N = FUERA DE SERVICIO (MANTENIMIENTO, BAJA)
            05 TAIL-ACTIVO              PIC X(1).
            05 TAIL-FILLER              PIC X(7).

       FD ACFTYPE.
       01 ACF-REC.
            05 ACF-CODE                  PIC X(4).
            05 ACF-DESC                  PIC X(20).
            05 ACF-SEATS                 PIC 9(4).

       FD AIRLINES.
       01  AIRLINE-REC.
            05 AIR-NAME                 PIC X(20).

        WORKING-STORAGE SECTION.
        01   WS-TAIL-STATUS             PIC XX.
        01   WS-ACF-STATUS              PIC XX.
        01   WS-AIR-STATUS              PIC XX.
        01   WS-OPCION                  PIC 9(01).
        01   WS-EOF-SW                  PIC X(01).
             88 WS-EOF                  VALUE "Y".
        01   WS-CAMBIOS-SW              PIC X(01) VALUE "N".
             88 WS-HAY-CAMBIOS          VALUE "Y".
        01   WS-TRUNC-SW                PIC X(01) VALUE "N".
             88 WS-CARGA-TRUNCADA       VALUE "Y".

        01   WS-ENT-REG                 PIC X(08).
        01   WS-ENT-ACFT                PIC X(04).
        01   WS-ENT-AIRLINE             PIC X(20).
        01   WS-ENT-ACTIVO              PIC X(01).
        01   WS-ENT-OK-SW               PIC X(01).
             88 WS-ENT-OK               VALUE "Y".

        01   WS-LKP-EOF-SW              PIC X(01).
             88 WS-LKP-EOF              VALUE "Y".
        01   WS-LKP-FOUND-SW            PIC X(01).
             88 WS-LKP-FOUND            VALUE "Y".
        01   WS-LKP-LOADED-SW           PIC X(01).
             88 WS-LKP-LOADED           VALUE "Y".

        01   WS-TAIL-COUNT              PIC 9(03) VALUE ZERO.
        01   WS-TAIL-IDX                PIC 9(03).
        01   WS-TAIL-HIT                PIC 9(03).
        01   WS-TAIL-TABLA.
             03 WS-TAIL-ENTRY OCCURS 500 TIMES.
                05 WS-TBL-REG           PIC X(8).
                05 WS-TBL-ACFT          PIC X(4).
                05 WS-TBL-AIRLINE       PIC X(20).
                05 WS-TBL-ACTIVO        PIC X(1).

        PROCEDURE DIVISION.

        0050-MAINLINE.
           PERFORM 0100-LOAD-FILE.
           PERFORM 0200-MENU UNTIL WS-OPCION = 5.
           IF WS-HAY-CAMBIOS
              IF WS-CARGA-TRUNCADA
                 DISPLAY "NO SE REESCRIBE TAILREG.DAT - LA CARGA "
                    "QUEDO TRUNCADA EN LA TABLA"
              ELSE
                 PERFORM 0800-REWRITE-FILE
                 DISPLAY "TAILREG.DAT GRABADO: " WS-TAIL-COUNT
                    " MATRICULAS"
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        0100-LOAD-FILE.
           OPEN INPUT TAILREG.
           IF WS-TAIL-STATUS NOT = "00"
              IF WS-TAIL-STATUS = "05" OR WS-TAIL-STATUS = "35"
                 CLOSE TAILREG
              END-IF
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 0110-READ-NEXT
              PERFORM 0120-LOAD-ONE
                 UNTIL WS-EOF OR WS-TAIL-COUNT >= 500
              IF NOT WS-EOF
                 MOVE "Y" TO WS-TRUNC-SW
                 DISPLAY "TAILREG.DAT EXCEDE LA TABLA (500) - "
                    "SOLO CONSULTA, NO SE GRABARA"
              END-IF
              CLOSE TAILREG
           END-IF.

        0110-READ-NEXT.
           READ TAILREG
              AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

        0120-LOAD-ONE.
           ADD 1 TO WS-TAIL-COUNT.
           MOVE TAIL-REG      TO WS-TBL-REG (WS-TAIL-COUNT).
           MOVE TAIL-ACFT     TO WS-TBL-ACFT (WS-TAIL-COUNT).
           MOVE TAIL-AIRLINE  TO WS-TBL-AIRLINE (WS-TAIL-COUNT).
           MOVE TAIL-ACTIVO   TO WS-TBL-ACTIVO (WS-TAIL-COUNT).
           PERFORM 0110-READ-NEXT.

        0200-MENU.
           DISPLAY "***** REGISTRO DE MATRICULAS (TAILREG.DAT) *****".
           DISPLAY "1=AGREGAR 2=LISTAR 3=MODIFICAR 4=BORRAR 5=SALIR".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM 0300-ADD-TAIL
              WHEN 2 PERFORM 0400-LIST-TAILS
              WHEN 3 PERFORM 0500-CHANGE-TAIL
              WHEN 4 PERFORM 0600-DELETE-TAIL
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

        0250-ENTER-FIELDS.
           DISPLAY "TIPO DE AERONAVE    : ".
           ACCEPT WS-ENT-ACFT.
           DISPLAY "AEROLINEA           : ".
           ACCEPT WS-ENT-AIRLINE.
           DISPLAY "EN SERVICIO (Y/N)   : ".
           ACCEPT WS-ENT-ACTIVO.

        0260-VALIDATE-FIELDS.
           MOVE "Y" TO WS-ENT-OK-SW.
           IF WS-ENT-ACTIVO = "y"
              MOVE "Y" TO WS-ENT-ACTIVO
           END-IF.
           IF WS-ENT-ACTIVO = "n"
              MOVE "N" TO WS-ENT-ACTIVO
           END-IF.
           IF WS-ENT-AIRLINE = SPACES
              DISPLAY "AEROLINEA OBLIGATORIA"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
           IF WS-ENT-ACTIVO NOT = "Y" AND WS-ENT-ACTIVO NOT = "N"
              DISPLAY "EN SERVICIO DEBE SER Y O N"
              MOVE "N" TO WS-ENT-OK-SW
           ELSE
              PERFORM 0270-CHECK-ACFT-TYPE
              IF NOT WS-LKP-LOADED
                 DISPLAY "ACFTYPE.DAT NO DISPONIBLE - CARGUE LOS "
                    "TIPOS EN ACFMNT1"
                 MOVE "N" TO WS-ENT-OK-SW
              ELSE
              IF NOT WS-LKP-FOUND
                 DISPLAY "TIPO DE AERONAVE NO EXISTE EN ACFTYPE.DAT"
                 MOVE "N" TO WS-ENT-OK-SW
              ELSE
      * SIN MAESTRO DE AEROLINEAS EN DISCO LA AEROLINEA PASA
                 PERFORM 0280-CHECK-AIRLINE
                 IF WS-LKP-LOADED AND NOT WS-LKP-FOUND
                    DISPLAY "AEROLINEA NO EXISTE EN AIRLINE.DAT"
                    MOVE "N" TO WS-ENT-OK-SW
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

        0270-CHECK-ACFT-TYPE.
           MOVE "N" TO WS-LKP-LOADED-SW.
           MOVE "N" TO WS-LKP-FOUND-SW.
           MOVE "N" TO WS-LKP-EOF-SW.
           OPEN INPUT ACFTYPE.
           IF WS-ACF-STATUS NOT = "00"
              IF WS-ACF-STATUS = "05" OR WS-ACF-STATUS = "35"
                 CLOSE ACFTYPE
              END-IF
           ELSE
              MOVE "Y" TO WS-LKP-LOADED-SW
              PERFORM 0275-READ-NEXT-ACF
              PERFORM 0276-MATCH-ACF
                 UNTIL WS-LKP-EOF OR WS-LKP-FOUND
              CLOSE ACFTYPE
           END-IF.

        0275-READ-NEXT-ACF.
           READ ACFTYPE
              AT END MOVE "Y" TO WS-LKP-EOF-SW
           END-READ.

        0276-MATCH-ACF.
           IF ACF-CODE = WS-ENT-ACFT
              MOVE "Y" TO WS-LKP-FOUND-SW
           ELSE
              PERFORM 0275-READ-NEXT-ACF
           END-IF.

        0280-CHECK-AIRLINE.
           MOVE "N" TO WS-LKP-LOADED-SW.
           MOVE "N" TO WS-LKP-FOUND-SW.
           MOVE "N" TO WS-LKP-EOF-SW.
           OPEN INPUT AIRLINES.
           IF WS-AIR-STATUS NOT = "00"
              IF WS-AIR-STATUS = "05" OR WS-AIR-STATUS = "35"
                 CLOSE AIRLINES
              END-IF
           ELSE
              MOVE "Y" TO WS-LKP-LOADED-SW
              PERFORM 0285-READ-NEXT-AIR
              PERFORM 0286-MATCH-AIR
                 UNTIL WS-LKP-EOF OR WS-LKP-FOUND
              CLOSE AIRLINES
           END-IF.

        0285-READ-NEXT-AIR.
           READ AIRLINES
              AT END MOVE "Y" TO WS-LKP-EOF-SW
           END-READ.

        0286-MATCH-AIR.
           IF AIR-NAME = WS-ENT-AIRLINE
              MOVE "Y" TO WS-LKP-FOUND-SW
           ELSE
              PERFORM 0285-READ-NEXT-AIR
           END-IF.

        0300-ADD-TAIL.
           DISPLAY "MATRICULA (EJ HK5000): ".
           ACCEPT WS-ENT-REG.
           IF WS-ENT-REG = SPACES OR WS-ENT-REG (1:1) = SPACE
              DISPLAY "MATRICULA OBLIGATORIA, SIN BLANCOS AL INICIO"
           ELSE
              PERFORM 0700-FIND-TAIL
              IF WS-TAIL-HIT > ZERO
                 DISPLAY "LA MATRICULA YA EXISTE"
              ELSE
                 IF WS-TAIL-COUNT >= 500
                    DISPLAY "TABLA DE MATRICULAS LLENA"
                 ELSE
                    PERFORM 0250-ENTER-FIELDS
                    PERFORM 0260-VALIDATE-FIELDS
                    IF WS-ENT-OK
                       ADD 1 TO WS-TAIL-COUNT
                       MOVE WS-TAIL-COUNT TO WS-TAIL-HIT
                       MOVE WS-ENT-REG TO WS-TBL-REG (WS-TAIL-HIT)
                       PERFORM 0310-MOVE-FIELDS-TO-TABLE
                       MOVE "Y" TO WS-CAMBIOS-SW
                       DISPLAY "MATRICULA AGREGADA"
                    END-IF
                 END-IF
              END-IF
           END-IF.

        0310-MOVE-FIELDS-TO-TABLE.
           MOVE WS-ENT-ACFT    TO WS-TBL-ACFT (WS-TAIL-HIT).
           MOVE WS-ENT-AIRLINE TO WS-TBL-AIRLINE (WS-TAIL-HIT).
           MOVE WS-ENT-ACTIVO  TO WS-TBL-ACTIVO (WS-TAIL-HIT).

        0400-LIST-TAILS.
           IF WS-TAIL-COUNT = ZERO
              DISPLAY "NO HAY MATRICULAS EN TAILREG.DAT"
           ELSE
              PERFORM 0410-LIST-ONE
                 VARYING WS-TAIL-IDX FROM 1 BY 1
                 UNTIL WS-TAIL-IDX > WS-TAIL-COUNT
           END-IF.

        0410-LIST-ONE.
           DISPLAY WS-TBL-REG (WS-TAIL-IDX) " "
                   WS-TBL-ACFT (WS-TAIL-IDX) " "
                   WS-TBL-AIRLINE (WS-TAIL-IDX) " EN SERVICIO: "
                   WS-TBL-ACTIVO (WS-TAIL-IDX).

        0500-CHANGE-TAIL.
           DISPLAY "MATRICULA A MODIFICAR: ".
           ACCEPT WS-ENT-REG.
           PERFORM 0700-FIND-TAIL.
           IF WS-TAIL-HIT = ZERO
              DISPLAY "MATRICULA NO EXISTE"
           ELSE
              MOVE WS-TAIL-HIT TO WS-TAIL-IDX
              PERFORM 0410-LIST-ONE
              PERFORM 0250-ENTER-FIELDS
              PERFORM 0260-VALIDATE-FIELDS
              IF WS-ENT-OK
                 PERFORM 0310-MOVE-FIELDS-TO-TABLE
                 MOVE "Y" TO WS-CAMBIOS-SW
                 DISPLAY "MATRICULA ACTUALIZADA"
              END-IF
           END-IF.

      * LAS ASIGNACIONES DE LA MATRICULA EN FLTTAIL.DAT QUEDAN Y
      * ROTCHK1 LAS MARCA COMO MATRICULA NO REGISTRADA
        0600-DELETE-TAIL.
           DISPLAY "MATRICULA A BORRAR: ".
           ACCEPT WS-ENT-REG.
           PERFORM 0700-FIND-TAIL.
           IF WS-TAIL-HIT = ZERO
              DISPLAY "MATRICULA NO EXISTE"
           ELSE
      * SE COMPACTA LA TABLA CORRIENDO LA ULTIMA ENTRADA AL HUECO
              MOVE WS-TAIL-ENTRY (WS-TAIL-COUNT)
                 TO WS-TAIL-ENTRY (WS-TAIL-HIT)
              SUBTRACT 1 FROM WS-TAIL-COUNT
              MOVE "Y" TO WS-CAMBIOS-SW
              DISPLAY "MATRICULA BORRADA"
           END-IF.

        0700-FIND-TAIL.
           MOVE ZERO TO WS-TAIL-HIT.
           PERFORM 0710-COMPARE-TAIL
              VARYING WS-TAIL-IDX FROM 1 BY 1
              UNTIL WS-TAIL-IDX > WS-TAIL-COUNT
                 OR WS-TAIL-HIT > ZERO.

        0710-COMPARE-TAIL.
           IF WS-TBL-REG (WS-TAIL-IDX) = WS-ENT-REG
              MOVE WS-TAIL-IDX TO WS-TAIL-HIT
           END-IF.

        0800-REWRITE-FILE.
           OPEN OUTPUT TAILREG.
           PERFORM 0810-WRITE-ONE
              VARYING WS-TAIL-IDX FROM 1 BY 1
              UNTIL WS-TAIL-IDX > WS-TAIL-COUNT.
           CLOSE TAILREG.

        0810-WRITE-ONE.
           MOVE WS-TBL-REG (WS-TAIL-IDX)     TO TAIL-REG.
           MOVE WS-TBL-ACFT (WS-TAIL-IDX)    TO TAIL-ACFT.
           MOVE WS-TBL-AIRLINE (WS-TAIL-IDX) TO TAIL-AIRLINE.
           MOVE WS-TBL-ACTIVO (WS-TAIL-IDX)  TO TAIL-ACTIVO.
           MOVE SPACES TO TAIL-FILLER.
           WRITE TAIL-REC.

          END PROGRAM TAILMNT1.
