            03 MOV-CANT         PIC 9(7).
            03 MOV-SALDO        PIC 9(7).
            03 MOV-REF          PIC X(20).
            03 MOV-USUARIO      PIC X(8).

        FD REORPT.
        01 RPT-LINE             PIC X(110).
