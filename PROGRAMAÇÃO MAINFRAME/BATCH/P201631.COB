       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201631.
       AUTHOR. MATEUS.
      **************************************
      * REMESSA DE COBRANCA BANCARIA       *
      * (BOLETOS) DAS MENSALIDADES: AS     *
      * COBRANCAS EM ABERTO DA COMPETENCIA *
      * EM CADMENS.DAT AINDA NAO ENVIADAS  *
      * VAO PARA REMBOL.TXT (HEADER "0",   *
      * DETALHE "1" POR TITULO E TRAILER   *
      * "9" COM QTDE E TOTAL). NOSSO       *
      * NUMERO = RM + COMPETENCIA MMAAAA,  *
      * VENCIMENTO, MULTA E JUROS AO MES   *
      * DAS CONDICOES DO ANO EM            *
      * CADPRECO.DAT. O TITULO ENVIADO     *
      * FICA MARCADO NA COBRANCA. PARCELA  *
      * DE ACORDO (P201633) VAI NA REMESSA *
      * DO MES DO SEU VENCIMENTO. O        *
      * RETORNO DO BANCO E BAIXADO EM      *
      * P201632                            *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-ANO
                    FILE STATUS  IS ST-PRE.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO.
       SELECT REMBOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
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
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-DIA-VENC-X REDEFINES MEN-DIA-VENC
                                    PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
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
       FD REMBOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMBOL.TXT".
       01 REGREM                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-REM       PIC X(02) VALUE "00".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 ST-ACO       PIC X(02) VALUE "00".
       77 W-ACO-ABERTO PIC X(01) VALUE "N".
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-ENVIADAS   PIC 9(06) VALUE ZEROS.
       77 W-JA-ENVIADAS PIC 9(06) VALUE ZEROS.
       77 W-FECHADAS   PIC 9(06) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-MULTA      PIC 9(2)V99 VALUE ZEROS.
       01 W-JUROS      PIC 9(1)V99 VALUE ZEROS.
       01 W-TOTAL      PIC 9(9)V99 VALUE ZEROS.
       01 W-MASC-TOT   PIC ZZZ.ZZZ.ZZ9,99.
       01 W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).

       01 W-REM-HEADER.
           03 FILLER             PIC X(01) VALUE "0".
           03 RH-DATA            PIC 9(08).
           03 RH-COMP            PIC 9(06).
           03 FILLER             PIC X(30)
                           VALUE "REMESSA COBRANCA MENSALIDADES".
           03 FILLER             PIC X(55) VALUE SPACES.
       01 W-REM-DETALHE.
           03 FILLER             PIC X(01) VALUE "1".
           03 RD-NOSSO-NUM.
              05 RD-NN-RM        PIC 9(05).
              05 RD-NN-COMP      PIC 9(06).
           03 RD-NOME            PIC X(35).
           03 RD-VENC            PIC 9(08).
           03 RD-VALOR           PIC 9(6)V99.
           03 RD-MULTA           PIC 9(2)V99.
           03 RD-JUROS           PIC 9(1)V99.
           03 FILLER             PIC X(30) VALUE SPACES.
       01 W-REM-TRAILER.
           03 FILLER             PIC X(01) VALUE "9".
           03 RT-QTDE            PIC 9(06).
           03 RT-TOTAL           PIC 9(9)V99.
           03 FILLER             PIC X(82) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN I-O CADMENS
                IF ST-MEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS - "
                            ST-MEN
                   GO TO ROT-FIMS.
                OPEN INPUT CADALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO - "
                            ST-ALU
                   CLOSE CADMENS
                   GO TO ROT-FIMS.
                OPEN INPUT CADPRECO
                IF ST-PRE = "00"
                   MOVE "S" TO W-PRE-ABERTO.
                OPEN INPUT CADACORDO
                IF ST-ACO = "00"
                   MOVE "S" TO W-ACO-ABERTO.
                OPEN OUTPUT REMBOL
                IF ST-REM NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMBOL - "
                            ST-REM
                   GO TO ROT-FIM.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DA REMESSA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM
                MOVE W-HOJE TO RH-DATA
                MOVE W-COMPETENCIA TO RH-COMP
                WRITE REGREM FROM W-REM-HEADER.
      *
       LE-001.
                READ CADMENS NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF MEN-COMP-MES > 12
                   GO TO LE-001-ACORDO.
                IF MEN-COMP-MES NOT = W-COMP-MES OR
                   MEN-COMP-ANO NOT = W-COMP-ANO
                   GO TO LE-001.
                GO TO LE-001-TITULO.
       LE-001-ACORDO.
                PERFORM VENC-ACORDO THRU VENC-ACORDO-FIM
                IF W-VENC-MES NOT = W-COMP-MES OR
                   W-VENC-ANO NOT = W-COMP-ANO
                   GO TO LE-001.
       LE-001-TITULO.
                ADD 1 TO W-LIDAS
                IF MEN-SITUACAO NOT = "A" OR MEN-VALOR = ZEROS
                   ADD 1 TO W-FECHADAS
                   GO TO LE-001.
                IF MEN-REMESSA = "S"
                   ADD 1 TO W-JA-ENVIADAS
                   GO TO LE-001.
                PERFORM GERA-TITULO THRU GERA-TITULO-FIM
                GO TO LE-001.
      *
      **********************************
      * CONDICOES DE COBRANCA DO ANO   *
      * (CADPRECO.DAT); SEM ELAS VALE  *
      * O PADRAO: DIA 10, MULTA DE 2%  *
      * E JUROS DE 1% AO MES           *
      **********************************
      *
       BUSCA-CONDICOES.
                MOVE 10 TO W-DIA-VENC
                MOVE 2 TO W-MULTA
                MOVE 1 TO W-JUROS
                IF W-PRE-ABERTO NOT = "S"
                   GO TO BUSCA-CONDICOES-PADRAO.
                MOVE W-COMP-ANO TO PRE-ANO
                READ CADPRECO
                     INVALID KEY GO TO BUSCA-CONDICOES-PADRAO.
                IF PRE-COBRANCA-X = SPACES
                   GO TO BUSCA-CONDICOES-PADRAO.
                IF PRE-DIA-VENC = ZEROS
                   GO TO BUSCA-CONDICOES-PADRAO.
                MOVE PRE-DIA-VENC TO W-DIA-VENC
                MOVE PRE-MULTA TO W-MULTA
                MOVE PRE-JUROS TO W-JUROS
                GO TO BUSCA-CONDICOES-FIM.
       BUSCA-CONDICOES-PADRAO.
                DISPLAY "AVISO: SEM CONDICOES DE COBRANCA PARA "
                        W-COMP-ANO " - DIA 10, MULTA 2% E JUROS 1% AM".
       BUSCA-CONDICOES-FIM.
                EXIT.
      *
      **********************************
      * UM TITULO POR COBRANCA EM      *
      * ABERTO; A COBRANCA GUARDA O    *
      * DIA DO VENCIMENTO E A MARCA    *
      * DE ENVIADA                     *
      **********************************
      *
       GERA-TITULO.
                IF MEN-COMP-MES > 12
                   GO TO GERA-TITULO-ENVIA.
                IF MEN-DIA-VENC-X NOT NUMERIC
                   MOVE W-DIA-VENC TO MEN-DIA-VENC.
                IF MEN-DIA-VENC = ZEROS
                   MOVE W-DIA-VENC TO MEN-DIA-VENC.
                MOVE MEN-COMP-ANO TO W-VENC-ANO
                MOVE MEN-COMP-MES TO W-VENC-MES
                MOVE MEN-DIA-VENC TO W-VENC-DIA.
       GERA-TITULO-ENVIA.
                MOVE MEN-RM TO RD-NN-RM ALU-RM
                MOVE MEN-COMP TO RD-NN-COMP
                READ CADALUNO
                     INVALID KEY
                        MOVE "ALUNO NAO CADASTRADO" TO RD-NOME
                     NOT INVALID KEY
                        MOVE ALU-NOME TO RD-NOME.
                MOVE W-VENC TO RD-VENC
                MOVE MEN-VALOR TO RD-VALOR
                MOVE W-MULTA TO RD-MULTA
                MOVE W-JUROS TO RD-JUROS
                WRITE REGREM FROM W-REM-DETALHE
                MOVE "S" TO MEN-REMESSA
                REWRITE REGMENS
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADMENS - RM "
                           MEN-RM " - " ST-MEN.
                ADD 1 TO W-ENVIADAS
                ADD MEN-VALOR TO W-TOTAL.
       GERA-TITULO-FIM.
                EXIT.
      *
      *
      **********************************
      * VENCIMENTO DA PARCELA DE       *
      * ACORDO (MES = 12 + PARCELA,    *
      * ANO = NUMERO DO ACORDO)        *
      **********************************
      *
       VENC-ACORDO.
                MOVE ZEROS TO W-VENC
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
                MOVE W-ENVIADAS TO RT-QTDE
                MOVE W-TOTAL TO RT-TOTAL
                WRITE REGREM FROM W-REM-TRAILER
                DISPLAY "COBRANCAS DA COMPETENCIA : " W-LIDAS
                DISPLAY "TITULOS ENVIADOS ........: " W-ENVIADAS
                DISPLAY "JA ENVIADOS ANTES .......: " W-JA-ENVIADAS
                DISPLAY "PAGAS OU SEM VALOR ......: " W-FECHADAS
                MOVE W-TOTAL TO W-MASC-TOT
                DISPLAY "VALOR TOTAL DA REMESSA ..: " W-MASC-TOT
                DISPLAY "REMESSA GRAVADA EM REMBOL.TXT".
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
                CLOSE CADMENS CADALUNO REMBOL.
       ROT-FIMS.
                STOP RUN.
