      * COBRANCAS EM ABERTO POR RM E       *
      * COMPETENCIA, COM O NOME DO ALUNO   *
      * DE CADALUNO.DAT, SUBTOTAL POR      *
      * ALUNO E TOTAL GERAL. CADA COBRANCA *
      * MOSTRA O VENCIMENTO, O VALOR, A    *
      * MULTA E OS JUROS ATE HOJE PELAS    *
      * CONDICOES DO ANO (CADPRECO.DAT),   *
      * O JA PAGO E O SALDO; A PAGA A      *
      * MENOR NO RETORNO DO BANCO          *
      * (P201632) MOSTRA OS ENCARGOS E O   *
      * SALDO DA BAIXA EM CADBAIXA.DAT.    *
      * PARCELA DE ACORDO (P201633) SAI    *
      * COMO ACnnnn/pp, COM O VENCIMENTO   *
      * DO ACORDO EM CADACORDO.DAT         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-ANO
                    FILE STATUS  IS ST-PRE.
       SELECT CADBAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAI-CHAVE
                    FILE STATUS  IS ST-BAI.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO.
       SELECT RELINAD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-VALOR-PAGO-X REDEFINES MEN-VALOR-PAGO
                                    PIC X(08).
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-DIA-VENC-X REDEFINES MEN-DIA-VENC
                                    PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
      *
       FD CADALUNO
               LABEL RECORD IS STANDARD
                   05 ALU-ANO    PIC 9(04).
                03 ALU-SITUACAO  PIC X(01).
                03 FILLER        PIC X(21).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
                03 PRE-ANO       PIC 9(04).
                03 PRE-VALOR     PIC 9(6)V99.
                03 PRE-COBRANCA.
                   05 PRE-DIA-VENC PIC 9(02).
                   05 PRE-MULTA    PIC 9(2)V99.
                   05 PRE-JUROS    PIC 9(1)V99.
                03 PRE-COBRANCA-X REDEFINES PRE-COBRANCA
                                 PIC X(09).
                03 FILLER        PIC X(19).
      *
       FD CADBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBAIXA.DAT".
       01 REGBAIXA.
                03 BAI-CHAVE.
                   05 BAI-RM        PIC 9(05).
                   05 BAI-COMP.
                      07 BAI-COMP-MES PIC 9(02).
                      07 BAI-COMP-ANO PIC 9(04).
                03 BAI-VENCIMENTO   PIC 9(08).
                03 BAI-DATA-PAGTO   PIC 9(08).
                03 BAI-DIAS-ATRASO  PIC 9(04).
                03 BAI-VALOR        PIC 9(6)V99.
                03 BAI-MULTA        PIC 9(6)V99.
                03 BAI-JUROS        PIC 9(6)V99.
                03 BAI-DEVIDO       PIC 9(6)V99.
                03 BAI-PAGO         PIC 9(6)V99.
                03 BAI-SALDO        PIC 9(6)V99.
                03 BAI-ULT-PAGO     PIC 9(6)V99.
                03 BAI-SITUACAO     PIC X(01).
                03 BAI-QTDE-PAGTOS  PIC 9(02).
                03 BAI-DATA-PROC    PIC 9(08).
                03 FILLER           PIC X(20).
      *
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
       01 REGACORDO.
                03 ACO-NUMERO       PIC 9(04).
                03 ACO-RM           PIC 9(05).
                03 ACO-DATA         PIC 9(08).
                03 ACO-OPERADOR     PIC X(10).
                03 ACO-SITUACAO     PIC X(01).
                03 ACO-VALOR-ORIG   PIC 9(7)V99.
                03 ACO-DESCONTO     PIC 9(7)V99.
                03 ACO-PERC-JUROS   PIC 9(2)V99.
                03 ACO-JUROS        PIC 9(7)V99.
                03 ACO-TOTAL        PIC 9(7)V99.
                03 ACO-TOLERANCIA   PIC 9(03).
                03 ACO-DATA-FIM     PIC 9(08).
                03 ACO-QTDE-ORIG    PIC 9(02).
                03 ACO-ORIGEM OCCURS 24 TIMES.
                   05 ACO-ORI-COMP.
                      07 ACO-ORI-MES  PIC 9(02).
                      07 ACO-ORI-ANO  PIC 9(04).
                   05 ACO-ORI-VALOR   PIC 9(6)V99.
                03 ACO-QTDE-PARC    PIC 9(02).
                03 ACO-PARCELA OCCURS 24 TIMES.
                   05 ACO-PAR-VENC    PIC 9(08).
                   05 ACO-PAR-VALOR   PIC 9(6)V99.
                03 FILLER           PIC X(30).
      *
       FD RELINAD
               LABEL RECORD IS STANDARD
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-ALU-ABERTO PIC X(01) VALUE "N".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-BAI       PIC X(02) VALUE "00".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 W-BAI-ABERTO PIC X(01) VALUE "N".
       77 ST-ACO       PIC X(02) VALUE "00".
       77 W-ACO-ABERTO PIC X(01) VALUE "N".
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-RM-ANT     PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-QTDE-RM    PIC 9(03) VALUE ZEROS.
       77 W-QTDE-GER   PIC 9(06) VALUE ZEROS.
       01 W-TOT-RM     PIC 9(8)V99 VALUE ZEROS.
       01 W-TOT-GER    PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-ENC    PIC 9(9)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-NUM   PIC 9(07) VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-ANO-COND   PIC 9(04) VALUE ZEROS.
       01 W-MULTA      PIC 9(2)V99 VALUE ZEROS.
       01 W-JUROS      PIC 9(1)V99 VALUE ZEROS.
       01 W-ENCARGOS   PIC 9(6)V99 VALUE ZEROS.
       01 W-ENC-JUROS  PIC 9(6)V99 VALUE ZEROS.
       01 W-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-SALDO      PIC 9(7)V99 VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).

      * DATA EM DIAS CORRIDOS (W-DT-AAAAMMDD -> W-DT-NUM)
       01 W-DT-AAAAMMDD.
          03 W-DT-ANO        PIC 9(04).
          03 W-DT-MES        PIC 9(02).
          03 W-DT-DIA        PIC 9(02).
       01 W-DT-NUM     PIC 9(07) VALUE ZEROS.
       01 W-DT-ANT     PIC 9(04) VALUE ZEROS.
       01 W-DT-Q4      PIC 9(04) VALUE ZEROS.
       01 W-DT-Q100    PIC 9(04) VALUE ZEROS.
       01 W-DT-Q400    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM4    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM100  PIC 9(04) VALUE ZEROS.
       01 W-DT-REM400  PIC 9(04) VALUE ZEROS.
       01 TAB-ACUM.
          03 FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 TAB-ACUM-R REDEFINES TAB-ACUM.
          03 TAC-DIAS        PIC 9(03) OCCURS 12 TIMES.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 LA-RM         PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-NOME       PIC X(35).
       01 LIN-DETCAB.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "COMP".
          03 FILLER        PIC X(11) VALUE "VENCIMENTO".
          03 FILLER        PIC X(11) VALUE "     VALOR".
          03 FILLER        PIC X(11) VALUE " MULTA/JUR".
          03 FILLER        PIC X(11) VALUE "      PAGO".
          03 FILLER        PIC X(12) VALUE "       SALDO".
       01 LIN-DET.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LD-COMP.
             05 LD-MES     PIC 9(02).
             05 LD-BARRA   PIC X(01).
             05 LD-ANO     PIC 9(04).
             05 FILLER     PIC X(03).
          03 LD-COMP-ACO REDEFINES LD-COMP.
             05 LD-AC-SIGLA PIC X(02).
             05 LD-AC-NUM  PIC 9(04).
             05 LD-AC-BARRA PIC X(01).
             05 LD-AC-PARC PIC 9(02).
             05 FILLER     PIC X(01).
          03 LD-VENC-DIA   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-VENC-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-VENC-ANO   PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VALOR      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ENCARGOS   PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PAGO       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALDO      PIC Z.ZZZ.ZZ9,99.
       01 LIN-SUBTOT.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "TOTAL DO ALUNO:".
          03 LG-QTDE       PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE " COBRANCAS  ".
          03 LG-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ENC.
          03 FILLER        PIC X(25) VALUE "MULTA E JUROS ATE HOJE".
          03 FILLER        PIC X(17) VALUE SPACES.
          03 LE-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ALUNOS.
          03 FILLER        PIC X(25) VALUE "ALUNOS INADIMPLENTES: ".
          03 LG-ALUNOS     PIC ZZZZ9.
                OPEN INPUT CADALUNO
                IF ST-ALU = "00"
                   MOVE "S" TO W-ALU-ABERTO.
                OPEN INPUT CADPRECO
                IF ST-PRE = "00"
                   MOVE "S" TO W-PRE-ABERTO.
                OPEN INPUT CADBAIXA
                IF ST-BAI = "00"
                   MOVE "S" TO W-BAI-ABERTO.
                OPEN INPUT CADACORDO
                IF ST-ACO = "00"
                   MOVE "S" TO W-ACO-ABERTO.
                OPEN OUTPUT RELINAD
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINAD - "
                            ST-REL
                   GO TO ROT-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-HOJE-NUM
                WRITE REGREL FROM LIN-CAB1
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-DETCAB.
      *
       LE-001.
                READ CADMENS NEXT RECORD
                   PERFORM SUB-ALUNO THRU SUB-ALUNO-FIM
                   MOVE MEN-RM TO W-RM-ANT
                   PERFORM CAB-ALUNO THRU CAB-ALUNO-FIM.
                PERFORM CALCULA-SALDO THRU CALCULA-SALDO-FIM
                MOVE SPACES TO LD-COMP
                IF MEN-COMP-MES > 12
                   GO TO LE-001-ACORDO.
                MOVE MEN-COMP-MES TO LD-MES
                MOVE "/" TO LD-BARRA
                MOVE MEN-COMP-ANO TO LD-ANO
                GO TO LE-001-DET.
       LE-001-ACORDO.
                MOVE "AC" TO LD-AC-SIGLA
                MOVE MEN-COMP-ANO TO LD-AC-NUM
                MOVE "/" TO LD-AC-BARRA
                COMPUTE LD-AC-PARC = MEN-COMP-MES - 12.
       LE-001-DET.
                MOVE W-VENC-DIA TO LD-VENC-DIA
                MOVE W-VENC-MES TO LD-VENC-MES
                MOVE W-VENC-ANO TO LD-VENC-ANO
                MOVE MEN-VALOR TO LD-VALOR
                MOVE W-ENCARGOS TO LD-ENCARGOS
                MOVE W-PAGO TO LD-PAGO
                MOVE W-SALDO TO LD-SALDO
                WRITE REGREL FROM LIN-DET
                ADD 1 TO W-QTDE-RM
                ADD 1 TO W-QTDE-GER
                ADD W-SALDO TO W-TOT-RM
                ADD W-SALDO TO W-TOT-GER
                ADD W-ENCARGOS TO W-TOT-ENC
                GO TO LE-001.
      *
      **********************************
      * SALDO DA COBRANCA: PAGA A      *
      * MENOR NO RETORNO DO BANCO FICA *
      * COM OS ENCARGOS E O SALDO DA   *
      * BAIXA; SENAO, VENCIDA ATE HOJE *
      * PAGA MULTA SOBRE O VALOR E     *
      * JUROS AO MES PRO RATA DIA      *
      **********************************
      *
       CALCULA-SALDO.
                IF MEN-COMP-MES > 12
                   GO TO CALCULA-SALDO-ACORDO.
                MOVE MEN-COMP-ANO TO W-ANO-COND
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM
                MOVE W-DIA-VENC TO W-VENC-DIA
                IF MEN-DIA-VENC-X NUMERIC
                   IF MEN-DIA-VENC NOT = ZEROS
                      MOVE MEN-DIA-VENC TO W-VENC-DIA.
                MOVE MEN-COMP-ANO TO W-VENC-ANO
                MOVE MEN-COMP-MES TO W-VENC-MES
                GO TO CALCULA-SALDO-PAGO.
       CALCULA-SALDO-ACORDO.
                PERFORM VENC-ACORDO THRU VENC-ACORDO-FIM
                MOVE W-VENC-ANO TO W-ANO-COND
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM.
       CALCULA-SALDO-PAGO.
                MOVE ZEROS TO W-PAGO W-ENCARGOS W-ENC-JUROS W-DIAS
                IF MEN-VALOR-PAGO-X NUMERIC
                   MOVE MEN-VALOR-PAGO TO W-PAGO.
                IF W-BAI-ABERTO NOT = "S"
                   GO TO CALCULA-SALDO-HOJE.
                MOVE MEN-CHAVE TO BAI-CHAVE
                READ CADBAIXA
                     INVALID KEY GO TO CALCULA-SALDO-HOJE.
                IF BAI-SITUACAO NOT = "M"
                   GO TO CALCULA-SALDO-HOJE.
                COMPUTE W-ENCARGOS = BAI-MULTA + BAI-JUROS
                MOVE BAI-SALDO TO W-SALDO
                GO TO CALCULA-SALDO-FIM.
       CALCULA-SALDO-HOJE.
                MOVE W-VENC TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                IF W-HOJE-NUM > W-DT-NUM
                   COMPUTE W-DIAS = W-HOJE-NUM - W-DT-NUM
                   COMPUTE W-ENCARGOS ROUNDED =
                           MEN-VALOR * W-MULTA / 100
                   COMPUTE W-ENC-JUROS ROUNDED =
                           MEN-VALOR * W-JUROS * W-DIAS / 3000
                   ADD W-ENC-JUROS TO W-ENCARGOS.
                MOVE ZEROS TO W-SALDO
                IF MEN-VALOR + W-ENCARGOS > W-PAGO
                   COMPUTE W-SALDO = MEN-VALOR + W-ENCARGOS - W-PAGO.
       CALCULA-SALDO-FIM.
                EXIT.
      *
      **********************************
      * CONDICOES DE COBRANCA DO ANO   *
      * W-ANO-COND (CADPRECO.DAT);     *
      * SEM ELAS VALE O PADRAO: DIA    *
      * 10, MULTA DE 2% E JUROS DE 1%  *
      * AO MES                         *
      **********************************
      *
       BUSCA-CONDICOES.
                MOVE 10 TO W-DIA-VENC
                MOVE 2 TO W-MULTA
                MOVE 1 TO W-JUROS
                IF W-PRE-ABERTO NOT = "S"
                   GO TO BUSCA-CONDICOES-FIM.
                MOVE W-ANO-COND TO PRE-ANO
                READ CADPRECO
                     INVALID KEY GO TO BUSCA-CONDICOES-FIM.
                IF PRE-COBRANCA-X = SPACES
                   GO TO BUSCA-CONDICOES-FIM.
                IF PRE-DIA-VENC = ZEROS
                   GO TO BUSCA-CONDICOES-FIM.
                MOVE PRE-DIA-VENC TO W-DIA-VENC
                MOVE PRE-MULTA TO W-MULTA
                MOVE PRE-JUROS TO W-JUROS.
       BUSCA-CONDICOES-FIM.
                EXIT.
      *
      **********************************
      * VENCIMENTO DA PARCELA DE       *
      * ACORDO (MES = 12 + PARCELA,    *
      * ANO = NUMERO DO ACORDO); SEM O *
      * ACORDO, O VENCIMENTO E HOJE    *
      **********************************
      *
       VENC-ACORDO.
                MOVE W-HOJE TO W-VENC
                IF W-ACO-ABERTO NOT = "S"
                   GO TO VENC-ACORDO-FIM.
                MOVE MEN-COMP-ANO TO ACO-NUMERO
                READ CADACORDO
                     INVALID KEY GO TO VENC-ACORDO-FIM.
                COMPUTE W-PARC = MEN-COMP-MES - 12
                IF W-PARC > ACO-QTDE-PARC
                   GO TO VENC-ACORDO-FIM.
                MOVE ACO-PAR-VENC (W-PARC) TO W-VENC.
       VENC-ACORDO-FIM.
                EXIT.
      *
      **********************************
      * DATA AAAAMMDD EM DIAS CORRIDOS *
      * (CALENDARIO CIVIL, COM ANOS    *
      * BISSEXTOS)                     *
      **********************************
      *
       DIAS-DATA.
                IF W-DT-MES = ZEROS OR W-DT-MES > 12
                   MOVE 1 TO W-DT-MES.
                COMPUTE W-DT-ANT = W-DT-ANO - 1
                DIVIDE W-DT-ANT BY 4 GIVING W-DT-Q4
                DIVIDE W-DT-ANT BY 100 GIVING W-DT-Q100
                DIVIDE W-DT-ANT BY 400 GIVING W-DT-Q400
                COMPUTE W-DT-NUM = (W-DT-ANT * 365) + W-DT-Q4
                        - W-DT-Q100 + W-DT-Q400
                        + TAC-DIAS (W-DT-MES) + W-DT-DIA
                IF W-DT-MES < 3
                   GO TO DIAS-DATA-FIM.
                DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4
                       REMAINDER W-DT-REM4
                DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
                       REMAINDER W-DT-REM100
                DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
                       REMAINDER W-DT-REM400
                IF W-DT-REM4 = 0 AND
                   (W-DT-REM100 NOT = 0 OR W-DT-REM400 = 0)
                   ADD 1 TO W-DT-NUM.
       DIAS-DATA-FIM.
                EXIT.
      *
       CAB-ALUNO.
                MOVE ZEROS TO W-QTDE-RM W-TOT-RM
                MOVE W-QTDE-GER TO LG-QTDE
                MOVE W-TOT-GER TO LG-VALOR
                WRITE REGREL FROM LIN-GER
                MOVE W-TOT-ENC TO LE-VALOR
                WRITE REGREL FROM LIN-ENC
                MOVE W-QTDE-ALUNOS TO LG-ALUNOS
                WRITE REGREL FROM LIN-ALUNOS
                DISPLAY "COBRANCAS EM ABERTO: " W-QTDE-GER
       ROT-FIM.
                IF W-ALU-ABERTO = "S"
                   CLOSE CADALUNO.
                IF W-PRE-ABERTO = "S"
                   CLOSE CADPRECO.
                IF W-BAI-ABERTO = "S"
                   CLOSE CADBAIXA.
                IF W-ACO-ABERTO = "S"
                   CLOSE CADACORDO.
                CLOSE CADMENS RELINAD.
       ROT-FIMS.
                STOP RUN.
