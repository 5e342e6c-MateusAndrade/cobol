       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201632.
       AUTHOR. MATEUS.
      **************************************
      * RETORNO DA COBRANCA BANCARIA       *
      * (BOLETOS) DAS MENSALIDADES: CADA   *
      * PAGAMENTO DE RETBOL.TXT E BAIXADO  *
      * NA COBRANCA DE CADMENS.DAT PELO    *
      * NOSSO NUMERO (RM + COMPETENCIA).   *
      * PAGO APOS O VENCIMENTO COBRA A     *
      * MULTA E OS JUROS AO MES PRO RATA   *
      * DIA DAS CONDICOES DO ANO EM        *
      * CADPRECO.DAT. A BAIXA (ENCARGOS,   *
      * DEVIDO, PAGO E SALDO) FICA EM      *
      * CADBAIXA.DAT; PAGO A MENOR DEIXA A *
      * COBRANCA EM ABERTO COM O SALDO.    *
      * PARCELA DE ACORDO (P201633) VENCE  *
      * NA DATA DO ACORDO. TITULO NAO      *
      * LOCALIZADO, DUPLICADO, PAGO A      *
      * MENOR, RENEGOCIADO OU CANCELADO    *
      * SAI PARA ACOMPANHAMENTO EM         *
      * RELRETBOL.TXT                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETBOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
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
       SELECT RELRETBOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RETBOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETBOL.TXT".
       01 REGRET                  PIC X(100).
      *
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
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-DIA-VENC-X REDEFINES MEN-DIA-VENC
                                    PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
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
       FD RELRETBOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETBOL.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RET       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-BAI       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 ST-ACO       PIC X(02) VALUE "00".
       77 W-ACO-ABERTO PIC X(01) VALUE "N".
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-SEM-COBR   PIC 9(06) VALUE ZEROS.
       77 W-BAI-NOVA   PIC X(01) VALUE "N".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-LIQUIDADOS PIC 9(06) VALUE ZEROS.
       77 W-A-MENOR    PIC 9(06) VALUE ZEROS.
       77 W-NAO-LOC    PIC 9(06) VALUE ZEROS.
       77 W-DUPLICADOS PIC 9(06) VALUE ZEROS.
       77 W-TRAILER    PIC X(01) VALUE "N".

       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-ANO-COND   PIC 9(04) VALUE ZEROS.
       01 W-MULTA      PIC 9(2)V99 VALUE ZEROS.
       01 W-JUROS      PIC 9(1)V99 VALUE ZEROS.
       01 W-ENC-MULTA  PIC 9(6)V99 VALUE ZEROS.
       01 W-ENC-JUROS  PIC 9(6)V99 VALUE ZEROS.
       01 W-DEVIDO     PIC 9(7)V99 VALUE ZEROS.
       01 W-PAGO       PIC 9(7)V99 VALUE ZEROS.
       01 W-SALDO      PIC 9(7)V99 VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-VENC-NUM   PIC 9(07) VALUE ZEROS.
       01 W-PAGTO-NUM  PIC 9(07) VALUE ZEROS.
       01 W-TOT-LIDO   PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-BAIXADO PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-ENCARGO PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-SALDO  PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-PEND   PIC 9(9)V99 VALUE ZEROS.
       01 W-MASC-TOT   PIC ZZZ.ZZZ.ZZ9,99.
       01 W-OCORRENCIA PIC X(15) VALUE SPACES.
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

      * RETORNO DO BANCO: HEADER "0", DETALHE "1", TRAILER "9"
       01 W-RET-DETALHE.
           03 RR-TIPO            PIC X(01).
           03 RR-NOSSO-NUM.
              05 RR-NN-RM        PIC 9(05).
              05 RR-NN-COMP.
                 07 RR-NN-MES    PIC 9(02).
                 07 RR-NN-ANO    PIC 9(04).
           03 RR-NOSSO-NUM-X REDEFINES RR-NOSSO-NUM
                                 PIC X(11).
           03 RR-DATA-PAGTO      PIC 9(08).
           03 RR-VALOR-PAGO      PIC 9(6)V99.
           03 RR-VALOR-PAGO-X REDEFINES RR-VALOR-PAGO
                                 PIC X(08).
           03 FILLER             PIC X(72).
       01 W-RET-TRAILER REDEFINES W-RET-DETALHE.
           03 FILLER             PIC X(01).
           03 RT-QTDE            PIC 9(06).
           03 RT-TOTAL           PIC 9(9)V99.
           03 FILLER             PIC X(82).
       01 W-TRL-QTDE   PIC 9(06) VALUE ZEROS.
       01 W-TRL-TOTAL  PIC 9(9)V99 VALUE ZEROS.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "RETORNO DA COBRANCA BANCARIA - PROCESSADO EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-DETCAB.
          03 FILLER        PIC X(06) VALUE "RM".
          03 FILLER        PIC X(08) VALUE "COMP".
          03 FILLER        PIC X(11) VALUE "PAGAMENTO".
          03 FILLER        PIC X(05) VALUE "DIAS".
          03 FILLER        PIC X(11) VALUE "     VALOR".
          03 FILLER        PIC X(11) VALUE "  ENCARGOS".
          03 FILLER        PIC X(11) VALUE "      PAGO".
          03 FILLER        PIC X(11) VALUE "     SALDO".
          03 FILLER        PIC X(16) VALUE " OCORRENCIA".
       01 LIN-DET.
          03 LD-RM         PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-COMP-MES   PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-COMP-ANO   PIC 9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-ANO        PIC 9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIAS       PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VALOR      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ENCARGOS   PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PAGO       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALDO      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-OCORRENCIA PIC X(15).
       01 LIN-NAOLOC.
          03 LN-NOSSO-NUM  PIC X(11).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LN-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LN-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LN-ANO        PIC 9999.
          03 FILLER        PIC X(28) VALUE SPACES.
          03 LN-PAGO       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(13) VALUE SPACES.
          03 LN-OCORRENCIA PIC X(15).
       01 LIN-RES.
          03 LR-DESCR      PIC X(30).
          03 LR-QTDE       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-VALOR      PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT RETBOL
                IF ST-RET NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETBOL - "
                            ST-RET
                   GO TO ROT-FIMS.
                OPEN I-O CADMENS
                IF ST-MEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS - "
                            ST-MEN
                   CLOSE RETBOL
                   GO TO ROT-FIMS.
                OPEN I-O CADBAIXA
                IF ST-BAI NOT = "00"
                   IF ST-BAI = "30" OR "35"
                      OPEN OUTPUT CADBAIXA
                      CLOSE CADBAIXA
                      OPEN I-O CADBAIXA
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBAIXA - "
                               ST-BAI
                      CLOSE RETBOL CADMENS
                      GO TO ROT-FIMS.
                OPEN INPUT CADPRECO
                IF ST-PRE = "00"
                   MOVE "S" TO W-PRE-ABERTO.
                OPEN INPUT CADACORDO
                IF ST-ACO = "00"
                   MOVE "S" TO W-ACO-ABERTO.
                OPEN OUTPUT RELRETBOL
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRETBOL - "
                            ST-REL
                   GO TO ROT-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO LC-DIA
                MOVE W-DT-MES TO LC-MES
                MOVE W-DT-ANO TO LC-ANO
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB.
      *
       LE-001.
                READ RETBOL
                     AT END GO TO ROT-RESUMO.
                MOVE REGRET TO W-RET-DETALHE
                IF RR-TIPO = "9"
                   MOVE "S" TO W-TRAILER
                   MOVE RT-QTDE TO W-TRL-QTDE
                   MOVE RT-TOTAL TO W-TRL-TOTAL
                   GO TO LE-001.
                IF RR-TIPO NOT = "1"
                   GO TO LE-001.
                ADD 1 TO W-LIDOS
                IF RR-VALOR-PAGO-X NOT NUMERIC
                   MOVE ZEROS TO RR-VALOR-PAGO.
                ADD RR-VALOR-PAGO TO W-TOT-LIDO
                PERFORM BAIXA-TITULO THRU BAIXA-TITULO-FIM
                GO TO LE-001.
      *
      **********************************
      * LOCALIZA A COBRANCA PELO NOSSO *
      * NUMERO; COBRANCA JA PAGA OU    *
      * PAGAMENTO JA BAIXADO (MESMA    *
      * DATA E VALOR) E DUPLICIDADE    *
      **********************************
      *
       BAIXA-TITULO.
                IF RR-NOSSO-NUM-X NOT NUMERIC
                   GO TO BAIXA-TITULO-NAOLOC.
                MOVE RR-NN-RM TO MEN-RM
                MOVE RR-NN-MES TO MEN-COMP-MES
                MOVE RR-NN-ANO TO MEN-COMP-ANO
                READ CADMENS
                     INVALID KEY GO TO BAIXA-TITULO-NAOLOC.
                MOVE MEN-CHAVE TO BAI-CHAVE
                MOVE "N" TO W-BAI-NOVA
                READ CADBAIXA
                     INVALID KEY MOVE "S" TO W-BAI-NOVA.
                IF MEN-SITUACAO = "P"
                   GO TO BAIXA-TITULO-DUPL.
                IF MEN-SITUACAO NOT = "A"
                   GO TO BAIXA-TITULO-SEMCOB.
                IF W-BAI-NOVA = "N" AND
                   BAI-DATA-PAGTO = RR-DATA-PAGTO AND
                   BAI-ULT-PAGO = RR-VALOR-PAGO
                   GO TO BAIXA-TITULO-DUPL.
                PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
                PERFORM GRAVA-BAIXA THRU GRAVA-BAIXA-FIM
                GO TO BAIXA-TITULO-FIM.
       BAIXA-TITULO-NAOLOC.
                ADD 1 TO W-NAO-LOC
                ADD RR-VALOR-PAGO TO W-TOT-PEND
                MOVE RR-NOSSO-NUM-X TO LN-NOSSO-NUM
                MOVE RR-DATA-PAGTO TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO LN-DIA
                MOVE W-DT-MES TO LN-MES
                MOVE W-DT-ANO TO LN-ANO
                MOVE RR-VALOR-PAGO TO LN-PAGO
                MOVE "NAO LOCALIZADO" TO LN-OCORRENCIA
                WRITE REGREL FROM LIN-NAOLOC
                GO TO BAIXA-TITULO-FIM.
       BAIXA-TITULO-SEMCOB.
                ADD 1 TO W-SEM-COBR
                ADD RR-VALOR-PAGO TO W-TOT-PEND
                MOVE ZEROS TO W-DIAS W-ENC-MULTA W-ENC-JUROS W-SALDO
                MOVE RR-VALOR-PAGO TO W-PAGO
                MOVE "CANCELADO" TO W-OCORRENCIA
                IF MEN-SITUACAO = "R"
                   MOVE "RENEGOCIADO" TO W-OCORRENCIA.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                GO TO BAIXA-TITULO-FIM.
       BAIXA-TITULO-DUPL.
                ADD 1 TO W-DUPLICADOS
                ADD RR-VALOR-PAGO TO W-TOT-PEND
                MOVE ZEROS TO W-DIAS W-ENC-MULTA W-ENC-JUROS W-SALDO
                MOVE RR-VALOR-PAGO TO W-PAGO
                MOVE "DUPLICADO" TO W-OCORRENCIA
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
       BAIXA-TITULO-FIM.
                EXIT.
      *
      **********************************
      * MULTA SOBRE O VALOR E JUROS AO *
      * MES PRO RATA DIA (MES DE 30    *
      * DIAS) PELOS DIAS CORRIDOS      *
      * ENTRE O VENCIMENTO E O         *
      * PAGAMENTO                      *
      **********************************
      *
       CALCULA-ENCARGOS.
                IF MEN-COMP-MES > 12
                   GO TO CALCULA-ENCARGOS-ACORDO.
                MOVE MEN-COMP-ANO TO W-ANO-COND
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM
                IF MEN-DIA-VENC-X NOT NUMERIC
                   MOVE W-DIA-VENC TO MEN-DIA-VENC.
                IF MEN-DIA-VENC = ZEROS
                   MOVE W-DIA-VENC TO MEN-DIA-VENC.
                MOVE MEN-COMP-ANO TO W-VENC-ANO
                MOVE MEN-COMP-MES TO W-VENC-MES
                MOVE MEN-DIA-VENC TO W-VENC-DIA
                GO TO CALCULA-ENCARGOS-DIAS.
       CALCULA-ENCARGOS-ACORDO.
                PERFORM VENC-ACORDO THRU VENC-ACORDO-FIM
                MOVE W-VENC-ANO TO W-ANO-COND
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM.
       CALCULA-ENCARGOS-DIAS.
                MOVE ZEROS TO W-DIAS W-ENC-MULTA W-ENC-JUROS
                MOVE W-VENC TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-VENC-NUM
                MOVE RR-DATA-PAGTO TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-PAGTO-NUM
                IF W-PAGTO-NUM > W-VENC-NUM
                   COMPUTE W-DIAS = W-PAGTO-NUM - W-VENC-NUM
                   COMPUTE W-ENC-MULTA ROUNDED =
                           MEN-VALOR * W-MULTA / 100
                   COMPUTE W-ENC-JUROS ROUNDED =
                           MEN-VALOR * W-JUROS * W-DIAS / 3000.
                COMPUTE W-DEVIDO = MEN-VALOR + W-ENC-MULTA
                                 + W-ENC-JUROS
                COMPUTE W-PAGO = MEN-VALOR-PAGO + RR-VALOR-PAGO
                MOVE ZEROS TO W-SALDO
                IF W-PAGO < W-DEVIDO
                   COMPUTE W-SALDO = W-DEVIDO - W-PAGO.
       CALCULA-ENCARGOS-FIM.
                EXIT.
      *
      **********************************
      * BAIXA NA COBRANCA E REGISTRO   *
      * EM CADBAIXA: QUITADA (Q) OU    *
      * PAGA A MENOR (M), QUE FICA EM  *
      * ABERTO COM O SALDO             *
      **********************************
      *
       GRAVA-BAIXA.
                MOVE W-PAGO TO MEN-VALOR-PAGO
                MOVE RR-DATA-PAGTO TO MEN-DATA-PAGTO
                IF W-SALDO = ZEROS
                   MOVE "P" TO MEN-SITUACAO.
                REWRITE REGMENS
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADMENS - RM "
                           MEN-RM " - " ST-MEN.
                IF W-BAI-NOVA = "S"
                   MOVE SPACES TO REGBAIXA
                   MOVE MEN-CHAVE TO BAI-CHAVE
                   MOVE ZEROS TO BAI-QTDE-PAGTOS.
                MOVE W-VENC TO BAI-VENCIMENTO
                MOVE RR-DATA-PAGTO TO BAI-DATA-PAGTO
                MOVE W-DIAS TO BAI-DIAS-ATRASO
                MOVE MEN-VALOR TO BAI-VALOR
                MOVE W-ENC-MULTA TO BAI-MULTA
                MOVE W-ENC-JUROS TO BAI-JUROS
                MOVE W-DEVIDO TO BAI-DEVIDO
                MOVE W-PAGO TO BAI-PAGO
                MOVE W-SALDO TO BAI-SALDO
                MOVE RR-VALOR-PAGO TO BAI-ULT-PAGO
                ADD 1 TO BAI-QTDE-PAGTOS
                MOVE W-HOJE TO BAI-DATA-PROC
                IF W-SALDO = ZEROS
                   MOVE "Q" TO BAI-SITUACAO
                ELSE
                   MOVE "M" TO BAI-SITUACAO.
                IF W-BAI-NOVA = "S"
                   WRITE REGBAIXA
                ELSE
                   REWRITE REGBAIXA.
                IF ST-BAI NOT = "00" AND ST-BAI NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADBAIXA - RM "
                           MEN-RM " - " ST-BAI.
                ADD RR-VALOR-PAGO TO W-TOT-BAIXADO
                ADD W-ENC-MULTA TO W-TOT-ENCARGO
                ADD W-ENC-JUROS TO W-TOT-ENCARGO
                IF W-SALDO = ZEROS
                   ADD 1 TO W-LIQUIDADOS
                   MOVE "LIQUIDADO" TO W-OCORRENCIA
                ELSE
                   ADD 1 TO W-A-MENOR
                   ADD W-SALDO TO W-TOT-SALDO
                   MOVE "PAGO A MENOR" TO W-OCORRENCIA.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
       GRAVA-BAIXA-FIM.
                EXIT.
      *
       IMPRIME-DET.
                MOVE MEN-RM TO LD-RM
                MOVE MEN-COMP-MES TO LD-COMP-MES
                MOVE MEN-COMP-ANO TO LD-COMP-ANO
                MOVE RR-DATA-PAGTO TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO LD-DIA
                MOVE W-DT-MES TO LD-MES
                MOVE W-DT-ANO TO LD-ANO
                MOVE W-DIAS TO LD-DIAS
                MOVE MEN-VALOR TO LD-VALOR
                COMPUTE LD-ENCARGOS = W-ENC-MULTA + W-ENC-JUROS
                MOVE W-PAGO TO LD-PAGO
                MOVE W-SALDO TO LD-SALDO
                MOVE W-OCORRENCIA TO LD-OCORRENCIA
                WRITE REGREL FROM LIN-DET.
       IMPRIME-DET-FIM.
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
      * DATA AAAAMMDD EM DIAS CORRIDOS *
      * (CALENDARIO CIVIL, COM ANOS    *
      * BISSEXTOS) PARA CONTAR OS DIAS *
      * DE ATRASO                      *
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
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "TITULOS NO RETORNO" TO LR-DESCR
                MOVE W-LIDOS TO LR-QTDE
                MOVE W-TOT-LIDO TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                MOVE "LIQUIDADOS" TO LR-DESCR
                MOVE W-LIQUIDADOS TO LR-QTDE
                MOVE ZEROS TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                MOVE "PAGOS A MENOR (SALDO)" TO LR-DESCR
                MOVE W-A-MENOR TO LR-QTDE
                MOVE W-TOT-SALDO TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                MOVE "NAO LOC./DUPLIC./SEM COBR." TO LR-DESCR
                COMPUTE LR-QTDE = W-NAO-LOC + W-DUPLICADOS + W-SEM-COBR
                MOVE W-TOT-PEND TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                MOVE "VALOR BAIXADO" TO LR-DESCR
                MOVE ZEROS TO LR-QTDE
                MOVE W-TOT-BAIXADO TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                MOVE "MULTA E JUROS COBRADOS" TO LR-DESCR
                MOVE W-TOT-ENCARGO TO LR-VALOR
                WRITE REGREL FROM LIN-RES
                IF W-TRAILER NOT = "S"
                   DISPLAY "AVISO: RETORNO SEM TRAILER".
                IF W-TRAILER = "S" AND
                   (W-TRL-QTDE NOT = W-LIDOS OR
                    W-TRL-TOTAL NOT = W-TOT-LIDO)
                   DISPLAY "AVISO: TRAILER DO RETORNO NAO CONFERE - "
                           W-TRL-QTDE " TITULO(S) NO TRAILER".
                DISPLAY "TITULOS NO RETORNO ....: " W-LIDOS
                DISPLAY "LIQUIDADOS ............: " W-LIQUIDADOS
                DISPLAY "PAGOS A MENOR .........: " W-A-MENOR
                DISPLAY "NAO LOCALIZADOS .......: " W-NAO-LOC
                DISPLAY "DUPLICADOS ............: " W-DUPLICADOS
                DISPLAY "RENEGOCIADOS/CANCELADOS: " W-SEM-COBR
                MOVE W-TOT-ENCARGO TO W-MASC-TOT
                DISPLAY "MULTA E JUROS .........: " W-MASC-TOT
                DISPLAY "RELATORIO GRAVADO EM RELRETBOL.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-PRE-ABERTO = "S"
                   CLOSE CADPRECO.
                IF W-ACO-ABERTO = "S"
                   CLOSE CADACORDO.
                CLOSE RETBOL CADMENS CADBAIXA RELRETBOL.
       ROT-FIMS.
                STOP RUN.
