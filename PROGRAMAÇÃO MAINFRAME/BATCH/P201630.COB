       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201630.
       AUTHOR. MATEUS.
      **************************************
      * RELATORIO MENSAL DE BOLSAS E       *
      * DESCONTOS: COBRANCAS DA            *
      * COMPETENCIA EM CADMENS.DAT COM     *
      * DESCONTO (GRAVADO PELA GERACAO     *
      * P201626), ALUNO A ALUNO, E O TOTAL *
      * CONCEDIDO POR TIPO DE BOLSA        *
      * (B=BOLSA I=IRMAOS F=FILHO DE       *
      * FUNCIONARIO O=OUTROS) EM           *
      * RELBOLSA.TXT                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT RELBOLSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
                03 MEN-CHAVE.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-COMP.
                      07 MEN-COMP-MES PIC 9(02).
                      07 MEN-COMP-ANO PIC 9(04).
                03 MEN-VALOR        PIC 9(6)V99.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-DESCONTO-X REDEFINES MEN-DESCONTO PIC X(08).
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 FILLER           PIC X(05).
      *
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 ALU-RM        PIC 9(05).
                03 ALU-NOME      PIC X(35).
                03 ALU-SEXO      PIC X(10).
                03 ALU-NASC.
                   05 ALU-DIA    PIC 9(02).
                   05 ALU-MES    PIC 9(02).
                   05 ALU-ANO    PIC 9(04).
                03 ALU-SITUACAO  PIC X(01).
                03 FILLER        PIC X(21).
      *
       FD RELBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBOLSA.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-ALU-ABERTO PIC X(01) VALUE "N".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-T          PIC 9(01) VALUE ZEROS.
       01 W-DESCONTO   PIC 9(6)V99 VALUE ZEROS.
       01 W-BRUTO      PIC 9(7)V99 VALUE ZEROS.
       01 W-SEM-QTDE   PIC 9(06) VALUE ZEROS.
       01 W-SEM-VALOR  PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-QTDE   PIC 9(06) VALUE ZEROS.
       01 W-TOT-BRUTO  PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-DESC   PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-LIQ    PIC 9(9)V99 VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

      * TOTAIS POR TIPO: 1=B 2=I 3=F 4=O
       01 TAB-TIPOS.
          03 FILLER  PIC X(21) VALUE "BBOLSA DE ESTUDO     ".
          03 FILLER  PIC X(21) VALUE "IDESCONTO IRMAOS     ".
          03 FILLER  PIC X(21) VALUE "FFILHO DE FUNCIONARIO".
          03 FILLER  PIC X(21) VALUE "OOUTROS DESCONTOS    ".
       01 TAB-TIPOS-R REDEFINES TAB-TIPOS.
          03 TTP-ITEM OCCURS 4 TIMES.
             05 TTP-TIPO      PIC X(01).
             05 TTP-DENOM     PIC X(20).
       01 TAB-TOT.
          03 TTO-ITEM OCCURS 4 TIMES.
             05 TTO-QTDE      PIC 9(06).
             05 TTO-BRUTO     PIC 9(9)V99.
             05 TTO-DESC      PIC 9(9)V99.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(38)
               VALUE "BOLSAS E DESCONTOS DA COMPETENCIA ".
          03 LC-COMP-MES   PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-COMP-ANO   PIC 9999.
       01 LIN-DETCAB.
          03 FILLER        PIC X(07) VALUE "RM".
          03 FILLER        PIC X(37) VALUE "ALUNO".
          03 FILLER        PIC X(06) VALUE "TIPO".
          03 FILLER        PIC X(14) VALUE "   VALOR CHEIO".
          03 FILLER        PIC X(14) VALUE "      DESCONTO".
          03 FILLER        PIC X(14) VALUE "       COBRADO".
       01 LIN-DET.
          03 LD-RM         PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(35).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-TIPO       PIC X(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-BRUTO      PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DESC       PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-LIQ        PIC Z.ZZZ.ZZ9,99.
       01 LIN-RESCAB.
          03 FILLER        PIC X(27) VALUE "TIPO DE BOLSA".
          03 FILLER        PIC X(09) VALUE "   ALUNOS".
          03 FILLER        PIC X(17) VALUE "      VALOR CHEIO".
          03 FILLER        PIC X(17) VALUE "   DESCONTO CONC.".
       01 LIN-RES.
          03 LR-TIPO       PIC X(01).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LR-DENOM      PIC X(23).
          03 LR-QTDE       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LR-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-DESC       PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-RESTOT.
          03 FILLER        PIC X(27) VALUE "TOTAL COM DESCONTO".
          03 LT-QTDE       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LT-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LT-DESC       PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-SEMDESC.
          03 FILLER        PIC X(27) VALUE "COBRANCAS SEM DESCONTO".
          03 LS-QTDE       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LS-VALOR      PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADMENS
                IF ST-MEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS - "
                            ST-MEN
                   GO TO ROT-FIMS.
                OPEN INPUT CADALUNO
                IF ST-ALU = "00"
                   MOVE "S" TO W-ALU-ABERTO
                ELSE
                   DISPLAY "AVISO: CADALUNO.DAT AUSENTE - SEM "
                           "NOME DO ALUNO".
                OPEN OUTPUT RELBOLSA
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELBOLSA - "
                            ST-REL
                   GO TO ROT-FIM.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DO RELATORIO (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                MOVE ZEROS TO TAB-TOT
                MOVE W-COMP-MES TO LC-COMP-MES
                MOVE W-COMP-ANO TO LC-COMP-ANO
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB.
      *
       LE-001.
                READ CADMENS NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF MEN-COMP-MES NOT = W-COMP-MES OR
                   MEN-COMP-ANO NOT = W-COMP-ANO
                   GO TO LE-001.
                ADD 1 TO W-LIDAS
                MOVE ZEROS TO W-DESCONTO
                IF MEN-DESCONTO-X NUMERIC
                   MOVE MEN-DESCONTO TO W-DESCONTO.
                IF W-DESCONTO = ZEROS
                   ADD 1 TO W-SEM-QTDE
                   ADD MEN-VALOR TO W-SEM-VALOR
                   GO TO LE-001.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                GO TO LE-001.
      *
      **********************************
      * UMA LINHA POR COBRANCA COM     *
      * DESCONTO E ACUMULO NO TIPO     *
      **********************************
      *
       IMPRIME-DET.
                COMPUTE W-BRUTO = MEN-VALOR + W-DESCONTO
                MOVE 1 TO W-T.
       IMPRIME-DET-TIPO.
                IF W-T = 4 OR TTP-TIPO (W-T) = MEN-BOLSA-TIPO
                   GO TO IMPRIME-DET-SOMA.
                ADD 1 TO W-T
                GO TO IMPRIME-DET-TIPO.
       IMPRIME-DET-SOMA.
                ADD 1 TO TTO-QTDE (W-T)
                ADD W-BRUTO TO TTO-BRUTO (W-T)
                ADD W-DESCONTO TO TTO-DESC (W-T)
                MOVE MEN-RM TO LD-RM
                MOVE SPACES TO LD-NOME
                IF W-ALU-ABERTO = "S"
                   MOVE MEN-RM TO ALU-RM
                   READ CADALUNO
                        INVALID KEY
                           MOVE "*** NAO CADASTRADO ***" TO LD-NOME
                        NOT INVALID KEY
                           MOVE ALU-NOME TO LD-NOME.
                MOVE TTP-TIPO (W-T) TO LD-TIPO
                MOVE W-BRUTO TO LD-BRUTO
                MOVE W-DESCONTO TO LD-DESC
                MOVE MEN-VALOR TO LD-LIQ
                WRITE REGREL FROM LIN-DET.
       IMPRIME-DET-FIM.
                EXIT.
      *
      **********************************
      * TOTAL CONCEDIDO POR TIPO       *
      **********************************
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-RESCAB
                MOVE 1 TO W-T.
       ROT-RESUMO-LOOP.
                IF W-T > 4
                   GO TO ROT-RESUMO-TOT.
                MOVE TTP-TIPO (W-T) TO LR-TIPO
                MOVE TTP-DENOM (W-T) TO LR-DENOM
                MOVE TTO-QTDE (W-T) TO LR-QTDE
                MOVE TTO-BRUTO (W-T) TO LR-BRUTO
                MOVE TTO-DESC (W-T) TO LR-DESC
                WRITE REGREL FROM LIN-RES
                ADD TTO-QTDE (W-T) TO W-TOT-QTDE
                ADD TTO-BRUTO (W-T) TO W-TOT-BRUTO
                ADD TTO-DESC (W-T) TO W-TOT-DESC
                ADD 1 TO W-T
                GO TO ROT-RESUMO-LOOP.
       ROT-RESUMO-TOT.
                MOVE W-TOT-QTDE TO LT-QTDE
                MOVE W-TOT-BRUTO TO LT-BRUTO
                MOVE W-TOT-DESC TO LT-DESC
                WRITE REGREL FROM LIN-RESTOT
                MOVE W-SEM-QTDE TO LS-QTDE
                MOVE W-SEM-VALOR TO LS-VALOR
                WRITE REGREL FROM LIN-SEMDESC
                DISPLAY "COBRANCAS DA COMPETENCIA: " W-LIDAS
                DISPLAY "COM DESCONTO ...........: " W-TOT-QTDE
                DISPLAY "RELATORIO GRAVADO EM RELBOLSA.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-ALU-ABERTO = "S"
                   CLOSE CADALUNO.
                CLOSE CADMENS RELBOLSA.
       ROT-FIMS.
                STOP RUN.
