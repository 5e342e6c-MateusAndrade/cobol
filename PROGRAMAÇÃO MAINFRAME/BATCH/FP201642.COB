      * FP201620 E P201615 EM SEQUENCIA,   *
      * REGISTRA O STATUS DE CADA PASSO    *
      * POR COMPETENCIA (CADRUN.DAT) E NA  *
      * REEXECUCAO PULA OS PASSOS JA OK.   *
      * OPCIONALMENTE ENCERRA COM A        *
      * REORGANIZACAO DOS MESTRES          *
      * INDEXADOS (FP201696), QUE SO RODA  *
      * COM A JANELA FECHADA               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-STA-EXISTE PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-PASSO      PIC 9(02) VALUE ZEROS.
       77 W-ULT-PASSO  PIC 9(02) VALUE 5.
       77 W-REORG      PIC X(01) VALUE SPACES.
       77 W-FALHOU     PIC X(01) VALUE "N".
       77 W-EXISTE     PIC X(01) VALUE "N".

          03 FILLER       PIC X(08) VALUE "FP201619".
          03 FILLER       PIC X(08) VALUE "FP201620".
          03 FILLER       PIC X(08) VALUE "P201615 ".
          03 FILLER       PIC X(08) VALUE "FP201696".
       01 TABPROGR REDEFINES TABPROG.
          03 W-PROGRAMA   PIC X(08) OCCURS 6 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   GO TO PEDE-OPERADOR.
       PEDE-REORG.
                DISPLAY "REORGANIZAR OS MESTRES (FP201696) NESTA "
                        "JANELA (S/N)? "
                ACCEPT W-REORG FROM CONSOLE
                IF W-REORG = "s" MOVE "S" TO W-REORG.
                IF W-REORG = "n" MOVE "N" TO W-REORG.
                IF W-REORG NOT = "S" AND W-REORG NOT = "N"
                   GO TO PEDE-REORG.
                IF W-REORG = "S"
                   MOVE 6 TO W-ULT-PASSO.
                PERFORM FECHA-JANELA THRU FECHA-JANELA-FIM
                MOVE 1 TO W-PASSO.
      *
       EXECUTA-PASSO.
                IF W-PASSO > W-ULT-PASSO GO TO ROT-RESUMO.
                MOVE W-COMPETENCIA TO RUN-COMP
                MOVE W-PASSO TO RUN-PASSO
                MOVE "N" TO W-EXISTE
                IF W-PASSO = 5
                   CALL "P201615"
                        ON EXCEPTION MOVE "S" TO W-FALHOU.
                IF W-PASSO = 6
                   CALL "FP201696"
                        ON EXCEPTION MOVE "S" TO W-FALHOU.
       CHAMA-PASSO-FIM.
                EXIT.
      *
