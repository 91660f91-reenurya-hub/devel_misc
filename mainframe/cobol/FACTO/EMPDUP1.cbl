      *
       01  WS-NORM-IN             PIC X(30).
       01  WS-NORM-OUT            PIC X(30).
      * NORMALIZACION COMPARTIDA CON CLIDUP1 Y WCHCHK1 - VER NOMNRM1
       01  WS-NRM-REQ.
           03  WS-NRM-IN          PIC X(60).
           03  WS-NRM-OUT         PIC X(60).
      *
       01  WS-PAR-LINE.
           03 FILLER           PIC X(09) VALUE 'POSIBLE: '.
           END-READ.
      *
      * RAZON SOCIAL NORMALIZADA PARA COMPARAR: SIN ESPACIOS NI
      * PUNTOS NI COMAS, TODO EN MAYUSCULAS (NOMNRM1)
       0220-NORMALIZAR-NOMBRE.
           MOVE WS-NORM-IN TO WS-NRM-IN.
           CALL "NOMNRM1" USING WS-NRM-REQ.
           MOVE WS-NRM-OUT (1:30) TO WS-NORM-OUT.
      *
       0300-COMPARAR-PARES.
           PERFORM 0310-COMPARAR-DESDE-A
