      * CALCULADO SEM REMESSA, REMETIDO    *
      * SEM CALCULO E DIFERENCAS DE VALOR  *
      * (RELCONC.TXT)                      *
      * O TIPO E A SEQUENCIA DA FOLHA VEM  *
      * DO HEADER DA REMESSA (SEM ELES,    *
      * FOLHA NORMAL): O CALCULADO SOMA SO *
      * AS LINHAS DAQUELE TIPO (T = TODAS) *
      * E O HOLERITE, QUE E DO MES INTEIRO,*
      * SO E CONFERIDO NOS TIPOS N E T,    *
      * CONTRA NORMAL MAIS COMPLEMENTARES  *
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
                03 FH-FGTS           PIC 9(6)V99.
                03 FH-EMPRESA        PIC 9(01).
                03 FH-EMPRESA-X REDEFINES FH-EMPRESA PIC X(01).
                03 FILLER            PIC X(01).
      *
       FD REMBANCO
               LABEL RECORD IS STANDARD
                03 REM-LIQUIDO   PIC 9(9)V99.
                03 REM-LIQUIDO-X REDEFINES REM-LIQUIDO PIC X(11).
                03 FILLER        PIC X(32).
       01 REGREMH.
                03 FILLER        PIC X(01).
                03 RMH-DATA      PIC 9(08).
                03 RMH-COMP      PIC 9(06).
                03 RMH-CNPJ      PIC 9(14).
                03 FILLER        PIC X(25).
                03 RMH-TIPO      PIC X(01).
                03 RMH-SEQ       PIC 9(02).
                03 RMH-SEQ-X REDEFINES RMH-SEQ PIC X(02).
                03 FILLER        PIC X(23).
      *
       FD HOLERESUM
               LABEL RECORD IS STANDARD
       77 W-QT-REM     PIC 9(05) VALUE ZEROS.
       77 W-QT-HOL     PIC 9(05) VALUE ZEROS.
       77 W-QT-PEN     PIC 9(05) VALUE ZEROS.
       77 W-TIPO-REM   PIC X(01) VALUE "N".
       77 W-SEQ-REM    PIC 9(02) VALUE ZEROS.
       01 W-TOT-CALC   PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-REM    PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-HOL    PIC 9(9)V99 VALUE ZEROS.
             05 TCN-REM      PIC 9(9)V99.
             05 TCN-TEM-HOL  PIC X(01).
             05 TCN-HOL      PIC 9(9)V99.
             05 TCN-MES      PIC 9(9)V99.

       01 LIN-TRACO     PIC X(110) VALUE ALL "-".
       01 LIN-CAB1.
          03 CB-COMP-MES   PIC 99.
          03 FILLER        PIC X VALUE "/".
          03 CB-COMP-ANO   PIC 9999.
       01 LIN-CAB2.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(16) VALUE "TIPO DE FOLHA: ".
          03 CB-TIPO       PIC X(01).
          03 FILLER        PIC X(14) VALUE "  SEQUENCIA: ".
          03 CB-SEQ        PIC 99.
          03 FILLER        PIC X(12) VALUE " (00=TODAS)".
       01 LIN-FONTE.
          03 LF-NOME       PIC X(30).
          03 LF-QTDE       PIC ZZZZ9.
                MOVE W-COMP-ANO TO CB-COMP-ANO.
      *
      **********************************
      * TIPO E SEQUENCIA DA FOLHA PELO *
      * HEADER DA REMESSA; REMESSA     *
      * ANTIGA, SEM ELES, E DA FOLHA   *
      * NORMAL                         *
      **********************************
      *
       LE-HEADER.
                MOVE "N" TO W-TIPO-REM
                MOVE ZEROS TO W-SEQ-REM
                READ REMBANCO NEXT RECORD
                     AT END GO TO LE-HEADER-REABRE.
                IF REM-TIPO NOT = "0"
                   GO TO LE-HEADER-REABRE.
                IF RMH-COMP NOT = W-COMP-NUM
                   DISPLAY "AVISO: REMESSA DA COMPETENCIA " RMH-COMP
                           " DIFERENTE DA INFORMADA".
                IF RMH-TIPO = "N" OR "C" OR "D" OR "R" OR "T"
                   MOVE RMH-TIPO TO W-TIPO-REM
                   IF RMH-SEQ-X NUMERIC
                      MOVE RMH-SEQ TO W-SEQ-REM.
       LE-HEADER-REABRE.
                CLOSE REMBANCO
                OPEN INPUT REMBANCO
                IF ST-REM NOT = "00"
                   DISPLAY "ERRO NA REABERTURA DO ARQUIVO REMBANCO - "
                            ST-REM
                   CLOSE FOLHAHIST HOLERESUM RELCONC
                   GO TO ROT-FIMS.
                MOVE W-TIPO-REM TO CB-TIPO
                MOVE W-SEQ-REM TO CB-SEQ
                DISPLAY "TIPO DE FOLHA " W-TIPO-REM " SEQUENCIA "
                        W-SEQ-REM.
      *
      **********************************
      * FONTE 1: FOLHAHIST.DAT         *
      **********************************
      *
       CARGA-CALC.
                MOVE ZEROS TO FH-CHAPA FH-COMP FH-SEQ
                MOVE SPACES TO FH-TIPO
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO CARGA-REM.
       CARGA-CALC-LE.
                MOVE FH-CHAPA TO W-CHAPA-BUSCA
                PERFORM BUSCA-CHAPA THRU BUSCA-CHAPA-FIM
                IF W-I = ZEROS GO TO CARGA-CALC-LE.
                IF FH-TIPO = "N" OR "C"
                   ADD FH-LIQUIDO TO TCN-MES (W-I).
                IF W-TIPO-REM NOT = "T" AND FH-TIPO NOT = W-TIPO-REM
                   GO TO CARGA-CALC-LE.
                IF W-TIPO-REM NOT = "N" AND "T" AND
                   W-SEQ-REM NOT = ZEROS AND FH-SEQ NOT = W-SEQ-REM
                   GO TO CARGA-CALC-LE.
                MOVE "S" TO TCN-TEM-CALC (W-I)
                ADD FH-LIQUIDO TO TCN-CALC (W-I)
                ADD 1 TO W-QT-CALC
                MOVE "N" TO TCN-TEM-REM (W-I)
                MOVE "N" TO TCN-TEM-HOL (W-I)
                MOVE ZEROS TO TCN-CALC (W-I) TCN-REM (W-I)
                              TCN-HOL (W-I) TCN-MES (W-I).
       BUSCA-CHAPA-FIM.
                EXIT.
      *
      *
       CONCILIA.
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE "FOLHAHIST (CALCULADO)" TO LF-NOME
                   TCN-TEM-REM (W-I) = "S"
                   MOVE "REMETIDO SEM CALCULO" TO LD-OCOR.
                IF LD-OCOR = SPACES AND
                   (W-TIPO-REM = "N" OR "T") AND
                   TCN-TEM-HOL (W-I) = "N" AND
                   TCN-TEM-CALC (W-I) = "S"
                   MOVE "CALCULADO SEM HOLERITE" TO LD-OCOR.
                   TCN-TEM-REM (W-I) = "S"
                   MOVE "VALOR DIFERE DA REMESSA" TO LD-OCOR.
                IF LD-OCOR = SPACES AND
                   (W-TIPO-REM = "N" OR "T") AND
                   TCN-TEM-HOL (W-I) = "S" AND
                   TCN-MES (W-I) NOT = TCN-HOL (W-I)
                   MOVE "VALOR DIFERE DO HOLERITE" TO LD-OCOR.
                IF LD-OCOR = SPACES
                   ADD 1 TO W-I
