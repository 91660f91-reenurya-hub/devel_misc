      * ===============================================================
       IDENTIFICATION DIVISION.
      * NOMNRM1 = NOMBRE NORMALIZADO PARA COMPARAR. QUITA ESPACIOS,
      * PUNTOS Y COMAS Y PASA A MAYUSCULAS, ASI "ACME S.A." Y
      * "Acme SA" QUEDAN IGUALES. ES LA REGLA CON LA QUE EMPDUP1 Y
      * CLIDUP1 BUSCAN DOBLES Y CON LA QUE WCHCHK1 CRUZA CONTRA LA
      * LISTA RESTRINGIDA - VIVE EN UN SOLO LUGAR PARA QUE TODOS
      * COMPAREN IGUAL. LA SALIDA SE CORTA EN 60 POSICIONES
       PROGRAM-ID. NOMNRM1.
      * ===============================================================
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       CONFIGURATION SECTION.
      * ===============================================================
       DATA DIVISION.
      * ---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-NORM-I                            PIC 9(02).
       01 WS-NORM-J                            PIC 9(02).
       01 WS-NORM-CHAR                         PIC X(01).
      * ---------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-NRM-REQ.
           03 LNK-NRM-IN                       PIC X(60).
           03 LNK-NRM-OUT                      PIC X(60).
      * ===============================================================
       PROCEDURE DIVISION USING LNK-NRM-REQ.
       0000-MAINLINE.
           MOVE SPACES TO LNK-NRM-OUT.
           MOVE ZERO TO WS-NORM-J.
           PERFORM 1000-NORMALIZAR-CARACTER
              VARYING WS-NORM-I FROM 1 BY 1
              UNTIL WS-NORM-I > 60.
           GOBACK.
      * ...............................................................
       1000-NORMALIZAR-CARACTER.
           MOVE LNK-NRM-IN (WS-NORM-I:1) TO WS-NORM-CHAR.
           IF WS-NORM-CHAR NOT = SPACE
              AND WS-NORM-CHAR NOT = '.'
              AND WS-NORM-CHAR NOT = ','
               ADD 1 TO WS-NORM-J
               MOVE FUNCTION UPPER-CASE(WS-NORM-CHAR)
                  TO LNK-NRM-OUT (WS-NORM-J:1)
           END-IF.
      * ===============================================================
       END PROGRAM NOMNRM1.
