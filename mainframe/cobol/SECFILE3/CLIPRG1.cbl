      * (R) RESTAURACION POR CLIENT-ID DESDE EL ARCHIVO, CON LA
      *     IMAGEN MAS RECIENTE, CUANDO EL CLIENTE VUELVE.
      * EL CORTE EN ANOS VIENE DE BATCHPRM (CLIPRG1/CUTOFF-YEARS) O
      * DEL PROMPT, POR OMISION 5. EL MODO TAMBIEN PUEDE VENIR DE
      * BATCHPRM (CLIPRG1/MODO = P), ASI LA CADENA NOCTURNA CORRE LA
      * PURGA DE FIN DE MES SIN NADIE EN LA CONSOLA.
      * EL CONTACTO Y CONSENTIMIENTO DEL CLIENTE (CLICONT.DAT, CLIMNT1)
      * VIAJA CON EL: LA PURGA LO ARCHIVA EN CLICARCH.DAT CON LA MISMA
      * FECHA Y LO BORRA, Y LA RESTAURACION LO DEVUELVE JUNTO CON LA
      * IMAGEN DEL MAESTRO DE ESA FECHA
      * ===============================================================
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SELECT OPTIONAL CLIARCH ASSIGN TO "CLIARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
            SELECT OPTIONAL CLICONT ASSIGN TO "CLICONT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CLIENT-ID
                FILE STATUS IS WS-CLICONT-STATUS.
            SELECT OPTIONAL CLICARCH ASSIGN TO "CLICARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARCH-STATUS.
            SELECT PRGRPT ASSIGN TO "CLIPRG.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            03 ARCH-FECHA                          PIC 9(8).
            03 ARCH-CLIENT                         PIC X(141).

        FD CLICONT.
        01 REG-CLICONT.
            03 CC-CLIENT-ID                        PIC X(20).
            03 CC-DATOS                            PIC X(141).

        FD CLICARCH.
        01 CARCH-REC.
            03 CARCH-FECHA                         PIC 9(8).
            03 CARCH-CONTACTO                      PIC X(161).

        FD PRGRPT.
        01 RPT-LINE                                PIC X(100).

        01  WS-CLIACT-STATUS                       PIC XX.
        01  WS-ARCH-STATUS                         PIC XX.
        01  WS-RPT-STATUS                          PIC XX.
        01  WS-CLICONT-STATUS                      PIC XX.
        01  WS-CARCH-STATUS                        PIC XX.
        01  WS-CC-ABIERTO-SW                       PIC X(01).
            88 WS-CC-ABIERTO                       VALUE 'Y'.
        01  WS-EOF-SW                              PIC X(01).
            88 WS-EOF                              VALUE 'Y'.

            VALUE ZERO.
        01  WS-CNT-SIN-FECHA                       PIC 9(06)
            VALUE ZERO.
        01  WS-CNT-CONTACTOS                       PIC 9(06)
            VALUE ZERO.

      * CLIENT-IDS A PURGAR, RECOGIDOS EN LA PASADA DE LECTURA Y
      * BORRADOS DESPUES - NO SE BORRA DEBAJO DEL READ NEXT
            88 WS-HALLADO                          VALUE 'Y'.
        01  WS-MEJOR-FECHA                         PIC 9(08).
        01  WS-MEJOR-IMAGEN                        PIC X(141).
        01  WS-CC-HALLADO-SW                       PIC X(01).
            88 WS-CC-HALLADO                       VALUE 'Y'.
        01  WS-CC-IMAGEN                           PIC X(161).

        01  WS-LIN-DETALLE.
            03 FILLER           PIC X(09) VALUE 'PURGADO: '.
        PROCEDURE DIVISION.
        0050-MAINLINE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
           MOVE "MODO        " TO WS-PRM-BUSCADA.
           PERFORM 0700-GET-PARAMETER.
           IF WS-PRM-FOUND
              MOVE WS-PRM-VALOR (1:1) TO WS-MODE
           ELSE
              DISPLAY "PURGAR (P) O RESTAURAR (R)?"
              ACCEPT WS-MODE
           END-IF.
           MOVE "A" TO WS-LCK-ACCION.
           MOVE "CLIMAST.DAT " TO WS-LCK-ARCHIVO.
           MOVE "CLIPRG1 " TO WS-LCK-PROGRAMA.
           END-IF.
           OPEN INPUT CLIACT.
           OPEN EXTEND CLIARCH.
           PERFORM 0120-OPEN-CONTACTS.
           OPEN OUTPUT PRGRPT.
           MOVE SPACES TO RPT-LINE.
           STRING "DEPURACION DE CLIENTES - CORTE " WS-FECHA-CORTE
              " (NO SE TOCAN)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CONTACTOS : " WS-CNT-CONTACTOS
              " (ARCHIVADOS EN CLICARCH.DAT)"
              DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE PRGRPT.
           CLOSE CLIARCH.
           IF WS-CC-ABIERTO
              CLOSE CLICONT
              CLOSE CLICARCH
           END-IF.
           IF WS-CLIACT-STATUS = "00"
              CLOSE CLIACT
           END-IF.
              MOVE WS-CUTOFF-REPLY TO WS-CUTOFF-YEARS
           END-IF.

      * SIN CLICONT.DAT NO HAY CONTACTOS QUE ARCHIVAR NI BORRAR
        0120-OPEN-CONTACTS.
           MOVE 'N' TO WS-CC-ABIERTO-SW.
           OPEN I-O CLICONT.
           IF WS-CLICONT-STATUS = "00"
              MOVE 'Y' TO WS-CC-ABIERTO-SW
              OPEN EXTEND CLICARCH
           ELSE
              IF WS-CLICONT-STATUS = "05"
                 CLOSE CLICONT
              END-IF
           END-IF.

        0200-READ-NEXT-CLIENT.
           READ CLIMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           MOVE WS-ACT-FECHA TO DET-FECHA.
           MOVE WS-LIN-DETALLE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CC-ABIERTO
              MOVE CM-CLIENT-ID TO CC-CLIENT-ID
              READ CLICONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-SYSDATE TO CARCH-FECHA
                    MOVE REG-CLICONT TO CARCH-CONTACTO
                    WRITE CARCH-REC
                    ADD 1 TO WS-CNT-CONTACTOS
              END-READ
           END-IF.

        0300-DELETE-MARKED.
           MOVE WS-PRG-ID (WS-PRG-IDX) TO CM-CLIENT-ID.
                 DISPLAY "NO SE PUDO BORRAR "
                    WS-PRG-ID (WS-PRG-IDX)
           END-DELETE.
           IF WS-CC-ABIERTO
              MOVE WS-PRG-ID (WS-PRG-IDX) TO CC-CLIENT-ID
              DELETE CLICONT RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF.

        0500-RESTORE.
           DISPLAY "CLIENT-ID A RESTAURAR: ".
                 DISPLAY "CLIENTE RESTAURADO (IMAGEN DEL "
                    WS-MEJOR-FECHA ")"
                 PERFORM 0610-STAMP-ACTIVITY
                 PERFORM 0620-RESTORE-CONTACT
           END-WRITE.
           CLOSE CLIMAST.

           END-WRITE.
           CLOSE CLIACT.

      * EL CONTACTO ARCHIVADO EN LA MISMA PURGA QUE LA IMAGEN
      * RESTAURADA; SI HAY VARIOS DE ESA FECHA GANA EL ULTIMO
        0620-RESTORE-CONTACT.
           MOVE 'N' TO WS-CC-HALLADO-SW.
           OPEN INPUT CLICARCH.
           IF WS-CARCH-STATUS NOT = "00"
              IF WS-CARCH-STATUS = "05" OR WS-CARCH-STATUS = "35"
                 CLOSE CLICARCH
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0630-READ-NEXT-CARCH
              PERFORM 0640-SCAN-ONE-CARCH
                 UNTIL WS-EOF
              CLOSE CLICARCH
           END-IF.
           IF WS-CC-HALLADO
              OPEN I-O CLICONT
              IF WS-CLICONT-STATUS = "35"
                 OPEN OUTPUT CLICONT
                 CLOSE CLICONT
                 OPEN I-O CLICONT
              END-IF
              MOVE WS-CC-IMAGEN TO REG-CLICONT
              WRITE REG-CLICONT
                 INVALID KEY
                    REWRITE REG-CLICONT
                    END-REWRITE
              END-WRITE
              CLOSE CLICONT
              DISPLAY "CONTACTO Y CONSENTIMIENTO RESTAURADOS"
           END-IF.

        0630-READ-NEXT-CARCH.
           READ CLICARCH
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

        0640-SCAN-ONE-CARCH.
           IF CARCH-CONTACTO (1:20) = WS-ENT-ID
              AND CARCH-FECHA = WS-MEJOR-FECHA
              MOVE 'Y' TO WS-CC-HALLADO-SW
              MOVE CARCH-CONTACTO TO WS-CC-IMAGEN
           END-IF.
           PERFORM 0630-READ-NEXT-CARCH.

        0700-GET-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACES TO WS-PRM-VALOR.
