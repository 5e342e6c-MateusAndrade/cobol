                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FILLER            PIC X(50).
      *
       FD FHISTARQ
               LABEL RECORD IS STANDARD
                03 FHA-CHAVE.
                   05 FHA-CHAPA      PIC 9(05).
                   05 FHA-COMP       PIC 9(06).
                   05 FHA-TIPO       PIC X(01).
                   05 FHA-SEQ        PIC 9(02).
                03 FILLER            PIC X(50).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                            ST-HIST
                   GO TO ROT-RESUMO.
                MOVE ZEROS TO W-ANO-ARQH
                MOVE ZEROS TO FH-CHAPA FH-COMP FH-SEQ
                MOVE SPACES TO FH-TIPO
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO ARQUIVA-HIST-FIM.
       ARQUIVA-HIST-LE.
                IF ST-FHA = "22"
                   REWRITE REGFHARQ.
                IF ST-FHA NOT = "00" AND ST-FHA NOT = "02"
                   DISPLAY "FALHA AO ARQUIVAR CHAPA/COMP/TIPO " FH-CHAVE
                           " - " ST-FHA
                   GO TO ARQUIVA-HIST-LE.
                DELETE FOLHAHIST RECORD
