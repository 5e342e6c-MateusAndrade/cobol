                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-LIQUIDO        PIC 9(6)V99.
                03 FH-DATA-CALC      PIC 9(08).
                03 FH-FGTS           PIC 9(6)V99.
                03 FILLER            PIC X(02).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
                MOVE SIM-CHAPA TO FH-CHAPA
                MOVE W-ANT-MES TO FH-COMP-MES
                MOVE W-ANT-ANO TO FH-COMP-ANO
                MOVE "N" TO FH-TIPO
                MOVE 01 TO FH-SEQ
                READ FOLHAHIST
                     INVALID KEY
                        MOVE ZEROS TO LD-LIQANT LD-VAR
