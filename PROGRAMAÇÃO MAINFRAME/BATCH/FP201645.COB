      * (FOLHAHIST.DAT - FH-FGTS), COM O   *
      * CPF DE CADFUNC.DAT E O CNPJ DA     *
      * EMPRESA (CADEMP.DAT)               *
      * UM DETALHE POR CHAPA SOMANDO TODOS *
      * OS TIPOS DE FOLHA DA COMPETENCIA   *
      * (NORMAL, COMPLEMENTAR, FERIAS, 13o *
      * E RESCISAO). NA RESCISAO A BASE E  *
      * A DO DEPOSITO (SEM AS VERBAS       *
      * INDENIZADAS)                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-FGTS-X REDEFINES FH-FGTS PIC X(08).
                03 FH-EMPRESA        PIC 9(01).
                03 FH-EMPRESA-X REDEFINES FH-EMPRESA PIC X(01).
                03 FILLER            PIC X(01).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       77 W-QTDE       PIC 9(06) VALUE ZEROS.
       77 W-QTDE-SEM   PIC 9(06) VALUE ZEROS.
       01 W-TOT-FGTS   PIC 9(9)V99 VALUE ZEROS.
       01 W-ACU-CHAPA  PIC 9(05) VALUE ZEROS.
       01 W-ACU-BASE   PIC 9(9)V99 VALUE ZEROS.
       01 W-ACU-FGTS   PIC 9(9)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.

       77 W-EMPRESA    PIC 9(01) VALUE 1.
                MOVE W-HOJE TO RH-DATA
                MOVE W-COMPETENCIA TO RH-COMP
                WRITE REGREM FROM REM-HEADER
                MOVE ZEROS TO FH-CHAPA FH-COMP FH-SEQ
                MOVE SPACES TO FH-TIPO
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY
                        DISPLAY "*** FOLHAHIST VAZIO ***"
      *
       LE-001.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO LE-001-FIM.
                IF FH-COMP-MES NOT = W-COMP-MES OR
                   FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO LE-001.
                   MOVE FH-EMPRESA TO W-EMP-HIST.
                IF W-EMP-HIST NOT = W-EMPRESA
                   GO TO LE-001.
                IF FH-FGTS-X NOT NUMERIC
                   GO TO LE-001.
                IF FH-CHAPA NOT = W-ACU-CHAPA
                   PERFORM GERA-DETALHE THRU GERA-DETALHE-FIM
                   MOVE FH-CHAPA TO W-ACU-CHAPA
                   MOVE ZEROS TO W-ACU-BASE W-ACU-FGTS.
                IF FH-TIPO = "R"
                   COMPUTE W-ACU-BASE ROUNDED = W-ACU-BASE
                           + FH-FGTS * 100 / 8
                ELSE
                   ADD FH-BRUTO TO W-ACU-BASE.
                ADD FH-FGTS TO W-ACU-FGTS
                GO TO LE-001.
       LE-001-FIM.
                PERFORM GERA-DETALHE THRU GERA-DETALHE-FIM
                GO TO ROT-TRAILER.
      *
      **********************************
      * DETALHE DA CHAPA ACUMULADA     *
      * (TODOS OS TIPOS DE FOLHA)      *
      **********************************
      *
       GERA-DETALHE.
                IF W-ACU-CHAPA = ZEROS
                   GO TO GERA-DETALHE-FIM.
                IF W-ACU-FGTS = ZEROS
                   GO TO GERA-DETALHE-FIM.
                MOVE W-ACU-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        DISPLAY "CHAPA SEM CADASTRO - " W-ACU-CHAPA
                        ADD 1 TO W-QTDE-SEM
                        GO TO GERA-DETALHE-FIM.
                MOVE W-ACU-CHAPA TO RD-CHAPA
                MOVE CPF OF REGFUNC TO RD-CPF
                MOVE W-ACU-BASE TO RD-BASE
                MOVE W-ACU-FGTS TO RD-FGTS
                WRITE REGREM FROM REM-DETALHE
                ADD 1 TO W-QTDE
                ADD W-ACU-FGTS TO W-TOT-FGTS.
       GERA-DETALHE-FIM.
                EXIT.
      *
