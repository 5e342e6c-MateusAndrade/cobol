      * ALUNO ATIVO DE CADALUNO.DAT NA     *
      * COMPETENCIA, COM O VALOR DA        *
      * TABELA DE PRECOS POR ANO           *
      * (CADPRECO.DAT), MENOS A BOLSA OU   *
      * DESCONTO VIGENTE DE CADBOLSA.DAT   *
      * (P201629); O DESCONTO E O TIPO     *
      * FICAM NA COBRANCA. O BENEFICIO DE  *
      * FILHO DE FUNCIONARIO (TIPO F) CAI  *
      * COM A DEMISSAO DA CHAPA (FIM DA    *
      * BOLSA = MES DA DEMISSAO) OU SEM O  *
      * DEPENDENTE EM CADDEP.DAT. BOLSA    *
      * INTEGRAL JA NASCE QUITADA.         *
      * O VENCIMENTO E O DIA DAS CONDICOES *
      * DE COBRANCA DO ANO (DIA, MULTA E   *
      * JUROS AO MES EM CADPRECO.DAT),     *
      * PEDIDAS NA PRIMEIRA GERACAO DO     *
      * ANO. BOLETOS EM P201631 E RETORNO  *
      * DO BANCO EM P201632.               *
      * RECEBIMENTO EM P201627,            *
      * INADIMPLENCIA EM P201628 E         *
      * DESCONTOS POR TIPO EM P201630      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-RM
                    FILE STATUS  IS ST-BOL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-DEP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       FD CADMENS
               LABEL RECORD IS STANDARD
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
      *
       FD CADBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLSA.DAT".
       01 REGBOLSA.
                03 BOL-RM         PIC 9(05).
                03 BOL-TIPO       PIC X(01).
                03 BOL-FORMA      PIC X(01).
                03 BOL-PERC       PIC 9(3)V99.
                03 BOL-VALOR      PIC 9(6)V99.
                03 BOL-INICIO.
                   05 BOL-INI-MES PIC 9(02).
                   05 BOL-INI-ANO PIC 9(04).
                03 BOL-FIM.
                   05 BOL-FIM-MES PIC 9(02).
                   05 BOL-FIM-ANO PIC 9(04).
                03 BOL-CHAPA      PIC 9(05).
                03 BOL-DEP-SEQ    PIC 9(01).
                03 BOL-OPERADOR   PIC X(10).
                03 BOL-DATA-APROV PIC 9(08).
                03 FILLER         PIC X(20).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA               PIC 9(05).
                03 NOME                PIC X(35).
                03 CPF                 PIC 9(11).
                03 RG                  PIC X(15).
                03 NASC.
                   05 DIA              PIC 9(2).
                   05 MES              PIC 9(2).
                   05 ANO              PIC 9(4).
                03 ECIVIL              PIC X(1).
                03 CEP                 PIC 9(08).
                03 DEPARTAMENTO        PIC 9(3).
                03 CC                  PIC 9(1).
                03 CCARGO              PIC 9(3).
                03 TIPOSAL             PIC X(1).
                03 SALBASE             PIC 999.999,99.
                03 DATAADMIS.
                   05 ADM-DIA          PIC 9(02).
                   05 ADM-MES          PIC 9(02).
                   05 ADM-ANO          PIC 9(04).
                03 NFILHOS             PIC 9(1).
                03 DATADEMIS.
                   05 DEM-DIA          PIC 9(02).
                   05 DEM-MES          PIC 9(02).
                   05 DEM-ANO          PIC 9(04).
                03 SITFUNC             PIC X(1).
                03 LOGRAD              PIC X(35).
                03 BAIRRO              PIC X(20).
                03 CIDADE              PIC X(20).
                03 UF                  PIC X(02).
                03 FUN-EMPRESA         PIC 9(01).
                03 FILLER              PIC X(22).
      *
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                   05 DEP-CHAPA      PIC 9(05).
                   05 DEP-SEQ        PIC 9(01).
                03 DEP-NOME          PIC X(30).
                03 DEP-NASC.
                   05 DEP-DIA        PIC 9(02).
                   05 DEP-MES        PIC 9(02).
                   05 DEP-ANO        PIC 9(04).
                03 DEP-CPF           PIC 9(11).
                03 DEP-TIPO          PIC X(01).
                03 DEP-IRRF          PIC X(01).
                03 DEP-SALFAM        PIC X(01).
                03 FILLER            PIC X(07).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-GERADAS    PIC 9(06) VALUE ZEROS.
       77 W-EXISTENTES PIC 9(06) VALUE ZEROS.
       77 W-INATIVOS   PIC 9(06) VALUE ZEROS.
       77 ST-BOL       PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 W-BOL-ABERTO PIC X(01) VALUE "N".
       77 W-FUNC-ABERTO PIC X(01) VALUE "N".
       77 W-DEP-ABERTO PIC X(01) VALUE "N".
       77 W-FUNC-OK    PIC X(01) VALUE "N".
       77 W-COM-BOLSA  PIC 9(06) VALUE ZEROS.
       77 W-BOLSA-CAIU PIC 9(06) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).
       01 W-VALOR      PIC 9(6)V99 VALUE ZEROS.
       01 W-MASC       PIC ZZZ.ZZ9,99.
       01 W-DESCONTO   PIC 9(6)V99 VALUE ZEROS.
       01 W-TOT-DESC   PIC 9(8)V99 VALUE ZEROS.
       01 W-MASC-TOT   PIC ZZ.ZZZ.ZZ9,99.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-COMP-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-INI-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-FIM-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-DEM-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-MULTA      PIC 9(2)V99 VALUE ZEROS.
       01 W-JUROS      PIC 9(1)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                               ST-MEN
                      CLOSE CADALUNO CADPRECO
                      GO TO ROT-FIMS.
                OPEN I-O CADBOLSA
                IF ST-BOL = "00"
                   MOVE "S" TO W-BOL-ABERTO
                ELSE
                   DISPLAY "AVISO: CADBOLSA.DAT AUSENTE - SEM "
                           "BOLSAS E DESCONTOS".
                OPEN INPUT CADFUNC
                IF ST-FUNC = "00"
                   MOVE "S" TO W-FUNC-ABERTO.
                OPEN INPUT CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DA GERACAO (MMAAAA): "
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                COMPUTE W-COMP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       BUSCA-PRECO.
                MOVE W-COMP-ANO TO PRE-ANO
                MOVE PRE-VALOR TO W-VALOR
                MOVE W-VALOR TO W-MASC
                DISPLAY "VALOR DA TABELA PARA " W-COMP-ANO ": " W-MASC
                IF PRE-COBRANCA-X NOT = SPACES
                   IF PRE-DIA-VENC NOT = ZEROS
                      MOVE PRE-DIA-VENC TO W-DIA-VENC
                      DISPLAY "VENCIMENTO NO DIA " W-DIA-VENC
                      GO TO LE-001.
                PERFORM PEDE-CONDICOES THRU PEDE-CONDICOES-FIM
                REWRITE REGPRECO
                IF ST-PRE NOT = "00" AND ST-PRE NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADPRECO - " ST-PRE.
                GO TO LE-001.
       PEDE-PRECO.
                DISPLAY "ANO SEM PRECO NA TABELA. VALOR DA "
                IF W-VALOR = ZEROS
                   DISPLAY "*** VALOR INVALIDO ***"
                   GO TO PEDE-PRECO.
                MOVE SPACES TO REGPRECO
                MOVE W-COMP-ANO TO PRE-ANO
                MOVE W-VALOR TO PRE-VALOR
                PERFORM PEDE-CONDICOES THRU PEDE-CONDICOES-FIM
                WRITE REGPRECO
                IF ST-PRE NOT = "00" AND ST-PRE NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADPRECO - " ST-PRE.
                ADD 1 TO W-EXISTENTES
                GO TO GERA-COBRANCA-FIM.
       GERA-COBRANCA-WR.
                MOVE SPACES TO REGMENS
                MOVE ALU-RM TO MEN-RM
                MOVE W-COMP-MES TO MEN-COMP-MES
                MOVE W-COMP-ANO TO MEN-COMP-ANO
                PERFORM APLICA-BOLSA THRU APLICA-BOLSA-FIM
                COMPUTE MEN-VALOR = W-VALOR - W-DESCONTO
                MOVE W-DESCONTO TO MEN-DESCONTO
                MOVE "A" TO MEN-SITUACAO
                MOVE ZEROS TO MEN-DATA-PAGTO MEN-VALOR-PAGO
                MOVE W-DIA-VENC TO MEN-DIA-VENC
                MOVE "N" TO MEN-REMESSA
                IF W-DESCONTO = ZEROS
                   MOVE SPACE TO MEN-BOLSA-TIPO
                ELSE
                   MOVE BOL-TIPO TO MEN-BOLSA-TIPO
                   IF MEN-VALOR = ZEROS
                      MOVE "P" TO MEN-SITUACAO
                      MOVE W-HOJE TO MEN-DATA-PAGTO.
                WRITE REGMENS
                IF ST-MEN = "00" OR "02"
                   ADD 1 TO W-GERADAS
                   ADD W-DESCONTO TO W-TOT-DESC
                ELSE
                   DISPLAY "ERRO NA GRAVACAO DO CADMENS - RM "
                           ALU-RM " - " ST-MEN.
       ROT-RESUMO.
                DISPLAY "COBRANCAS GERADAS ....: " W-GERADAS
                DISPLAY "JA EXISTENTES ........: " W-EXISTENTES
                DISPLAY "ALUNOS NAO ATIVOS ....: " W-INATIVOS
                DISPLAY "COM BOLSA/DESCONTO ...: " W-COM-BOLSA
                DISPLAY "BENEFICIO CANCELADO ..: " W-BOLSA-CAIU
                MOVE W-TOT-DESC TO W-MASC-TOT
                DISPLAY "TOTAL DE DESCONTOS ...: " W-MASC-TOT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-BOL-ABERTO = "S"
                   CLOSE CADBOLSA.
                IF W-FUNC-ABERTO = "S"
                   CLOSE CADFUNC.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
                CLOSE CADALUNO CADPRECO CADMENS.
       ROT-FIMS.
                STOP RUN.
      *
      **********************************
      * BOLSA/DESCONTO VIGENTE NA      *
      * COMPETENCIA (CADBOLSA.DAT):    *
      * PERCENTUAL OU VALOR FIXO,      *
      * LIMITADO AO VALOR DA TABELA.   *
      * TIPO F SO COM A CHAPA ATIVA E  *
      * O DEPENDENTE EM CADDEP         *
      **********************************
      *
       APLICA-BOLSA.
                MOVE ZEROS TO W-DESCONTO
                IF W-BOL-ABERTO NOT = "S"
                   GO TO APLICA-BOLSA-FIM.
                MOVE ALU-RM TO BOL-RM
                READ CADBOLSA
                     INVALID KEY GO TO APLICA-BOLSA-FIM.
                COMPUTE W-INI-AAAAMM = BOL-INI-ANO * 100 + BOL-INI-MES
                IF W-COMP-AAAAMM < W-INI-AAAAMM
                   GO TO APLICA-BOLSA-FIM.
                IF BOL-FIM NOT = ZEROS
                   COMPUTE W-FIM-AAAAMM = BOL-FIM-ANO * 100
                                        + BOL-FIM-MES
                   IF W-COMP-AAAAMM > W-FIM-AAAAMM
                      GO TO APLICA-BOLSA-FIM.
                IF BOL-TIPO = "F"
                   PERFORM VERIFICA-FUNC THRU VERIFICA-FUNC-FIM
                   IF W-FUNC-OK NOT = "S"
                      GO TO APLICA-BOLSA-FIM.
                IF BOL-FORMA = "P"
                   COMPUTE W-DESCONTO ROUNDED =
                           W-VALOR * BOL-PERC / 100
                ELSE
                   MOVE BOL-VALOR TO W-DESCONTO.
                IF W-DESCONTO > W-VALOR
                   MOVE W-VALOR TO W-DESCONTO.
                IF W-DESCONTO NOT = ZEROS
                   ADD 1 TO W-COM-BOLSA.
       APLICA-BOLSA-FIM.
                EXIT.
      *
      **********************************
      * FILHO DE FUNCIONARIO: CHAPA    *
      * DEMITIDA ANTES DA COMPETENCIA  *
      * ENCERRA A BOLSA NO MES DA      *
      * DEMISSAO; SEM CADFUNC/CADDEP   *
      * OU SEM O DEPENDENTE NAO HA     *
      * DESCONTO                       *
      **********************************
      *
       VERIFICA-FUNC.
                MOVE "N" TO W-FUNC-OK
                IF W-FUNC-ABERTO NOT = "S" OR W-DEP-ABERTO NOT = "S"
                   GO TO VERIFICA-FUNC-CAIU.
                MOVE BOL-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY GO TO VERIFICA-FUNC-CAIU.
                IF DATADEMIS NOT = ZEROS
                   COMPUTE W-DEM-AAAAMM = DEM-ANO * 100 + DEM-MES
                   IF W-COMP-AAAAMM > W-DEM-AAAAMM
                      MOVE DEM-MES TO BOL-FIM-MES
                      MOVE DEM-ANO TO BOL-FIM-ANO
                      REWRITE REGBOLSA
                      GO TO VERIFICA-FUNC-CAIU.
                MOVE BOL-CHAPA TO DEP-CHAPA
                MOVE BOL-DEP-SEQ TO DEP-SEQ
                READ CADDEP
                     INVALID KEY GO TO VERIFICA-FUNC-CAIU.
                MOVE "S" TO W-FUNC-OK
                GO TO VERIFICA-FUNC-FIM.
       VERIFICA-FUNC-CAIU.
                ADD 1 TO W-BOLSA-CAIU
                DISPLAY "BENEFICIO FUNCIONARIO NAO APLICADO - RM "
                        ALU-RM " CHAPA " BOL-CHAPA.
       VERIFICA-FUNC-FIM.
                EXIT.
      *
      **********************************
      * CONDICOES DE COBRANCA DO ANO:  *
      * DIA DO VENCIMENTO, MULTA (%)   *
      * E JUROS AO MES (%) POR ATRASO, *
      * GRAVADOS NA TABELA DE PRECOS   *
      **********************************
      *
       PEDE-CONDICOES.
                DISPLAY "DIA DO VENCIMENTO DAS MENSALIDADES (01 A 28): "
                ACCEPT W-DIA-VENC FROM CONSOLE
                IF W-DIA-VENC = ZEROS OR W-DIA-VENC > 28
                   DISPLAY "*** DIA INVALIDO ***"
                   GO TO PEDE-CONDICOES.
       PEDE-CONDICOES-MULTA.
                DISPLAY "MULTA POR ATRASO EM % (9999 = 99,99): "
                ACCEPT W-MULTA FROM CONSOLE
                IF W-MULTA > 20
                   DISPLAY "*** MULTA INVALIDA ***"
                   GO TO PEDE-CONDICOES-MULTA.
       PEDE-CONDICOES-JUROS.
                DISPLAY "JUROS DE MORA AO MES EM % (999 = 9,99): "
                ACCEPT W-JUROS FROM CONSOLE
                MOVE W-DIA-VENC TO PRE-DIA-VENC
                MOVE W-MULTA TO PRE-MULTA
                MOVE W-JUROS TO PRE-JUROS.
       PEDE-CONDICOES-FIM.
                EXIT.
