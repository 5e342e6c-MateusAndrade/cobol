       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201633.
       AUTHOR. MATEUS.
      **************************************
      * ACORDO DE PARCELAMENTO DE          *
      * MENSALIDADES EM ATRASO             *
      * (CADACORDO.DAT): REUNE AS          *
      * COBRANCAS EM ABERTO DO ALUNO EM    *
      * CADMENS.DAT COM MULTA E JUROS ATE  *
      * HOJE, APLICA DESCONTO E JUROS DO   *
      * PARCELAMENTO E GERA AS PARCELAS    *
      * COMO COBRANCAS EM CADMENS.DAT      *
      * (MES = 12 + PARCELA, ANO = NUMERO  *
      * DO ACORDO, VENCIMENTO NO ACORDO).  *
      * AS COBRANCAS ORIGINAIS FICAM       *
      * RENEGOCIADAS (R). PARCELA VENCIDA  *
      * ALEM DA TOLERANCIA ROMPE O ACORDO  *
      * EM P201634                         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
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
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADUSUARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
                03 USU-LOGIN     PIC X(10).
                03 USU-SENHA     PIC X(10).
                03 USU-NOME      PIC X(30).
                03 USU-PERFIL    PIC X(01).
                03 FILLER        PIC X(09).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  W-TEMPOINI.
           03  W-TI-HH     PIC 9(02).
           03  W-TI-MM     PIC 9(02).
           03  W-TI-SS     PIC 9(02).
           03  W-TI-CC     PIC 9(02).
       01  W-TEMPOATU.
           03  W-TA-HH     PIC 9(02).
           03  W-TA-MM     PIC 9(02).
           03  W-TA-SS     PIC 9(02).
           03  W-TA-CC     PIC 9(02).
       01  W-SEGINI        PIC 9(07) VALUE ZEROS.
       01  W-SEGATU        PIC 9(07) VALUE ZEROS.
       01  W-SEGDIF        PIC 9(07) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-BAI       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 W-BAI-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-EXCEDEU    PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-NUM   PIC 9(07) VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-MULTA      PIC 9(2)V99 VALUE ZEROS.
       01 W-JUROS      PIC 9(1)V99 VALUE ZEROS.
       01 W-ENCARGOS   PIC 9(6)V99 VALUE ZEROS.
       01 W-ENC-JUROS  PIC 9(6)V99 VALUE ZEROS.
       01 W-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-SALDO      PIC 9(7)V99 VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-BASE       PIC 9(7)V99 VALUE ZEROS.
       01 W-VL-PARC    PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-ULT     PIC 9(7)V99 VALUE ZEROS.
       01 W-MASC       PIC Z.ZZZ.ZZ9,99.
       01 W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).
       01 W-PRIM-VENC.
          03 W-PV-DIA        PIC 9(02).
          03 W-PV-MES        PIC 9(02).
          03 W-PV-ANO        PIC 9(04).
       01 W-PV-AAAAMMDD.
          03 W-PVI-ANO       PIC 9(04).
          03 W-PVI-MES       PIC 9(02).
          03 W-PVI-DIA       PIC 9(02).
       01 W-DATA-MASC.
          03 W-DM-DIA     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DM-MES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DM-ANO     PIC 9(04).

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

       SCREEN SECTION.

       01  TELAACORDO.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                 ACORDO DE PARCELAMENTO".
           05  LINE 06  COLUMN 01
               VALUE  "            NUMERO DO ACORDO:".
           05  LINE 07  COLUMN 01
               VALUE  "            RM:".
           05  LINE 09  COLUMN 01
               VALUE  "            COBRANCAS EM ABERTO:".
           05  LINE 09  COLUMN 40
               VALUE  "DIVIDA C/ ENCARGOS:".
           05  LINE 11  COLUMN 01
               VALUE  "            DESCONTO CONCEDIDO:".
           05  LINE 12  COLUMN 01
               VALUE  "            JUROS DO PARCELAMENTO (%):".
           05  LINE 13  COLUMN 01
               VALUE  "            NUMERO DE PARCELAS (ATE 24):".
           05  LINE 14  COLUMN 01
               VALUE  "            1O. VENCIMENTO (DDMMAAAA):".
           05  LINE 15  COLUMN 01
               VALUE  "            TOLERANCIA DE ATRASO (DIAS):".
           05  LINE 17  COLUMN 01
               VALUE  "            TOTAL NEGOCIADO:".
           05  LINE 17  COLUMN 45
               VALUE  "PARCELA:".
           05  LINE 19  COLUMN 01
               VALUE  "            SITUACAO:".
           05  LINE 19  COLUMN 27
               VALUE  "A=ATIVO Q=QUITADO R=ROMPIDO".
           05  LINE 20  COLUMN 01
               VALUE  "            FEITO POR:".
           05  TNUMERO
               LINE 06  COLUMN 31  PIC 9(04)
               USING  ACO-NUMERO
               HIGHLIGHT.
           05  TRM
               LINE 07  COLUMN 17  PIC 9(05)
               USING  ACO-RM
               HIGHLIGHT.
           05  TQTDEORIG
               LINE 09  COLUMN 34  PIC Z9
               USING  ACO-QTDE-ORIG
               HIGHLIGHT.
           05  TVALORORIG
               LINE 09  COLUMN 60  PIC Z.ZZZ.ZZ9,99
               USING  ACO-VALOR-ORIG
               HIGHLIGHT.
           05  TDESCONTO
               LINE 11  COLUMN 33  PIC 9999999,99
               USING  ACO-DESCONTO
               HIGHLIGHT.
           05  TPERCJUROS
               LINE 12  COLUMN 40  PIC 99,99
               USING  ACO-PERC-JUROS
               HIGHLIGHT.
           05  TQTDEPARC
               LINE 13  COLUMN 42  PIC 99
               USING  ACO-QTDE-PARC
               HIGHLIGHT.
           05  TPRIMVENC
               LINE 14  COLUMN 40  PIC 9(08)
               USING  W-PRIM-VENC
               HIGHLIGHT.
           05  TTOLERANCIA
               LINE 15  COLUMN 42  PIC 999
               USING  ACO-TOLERANCIA
               HIGHLIGHT.
           05  TTOTAL
               LINE 17  COLUMN 30  PIC Z.ZZZ.ZZ9,99
               USING  ACO-TOTAL
               HIGHLIGHT.
           05  TSITUACAO
               LINE 19  COLUMN 23  PIC X(01)
               USING  ACO-SITUACAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OPU0.
           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-LOGIN.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "LOGIN : "
                DISPLAY (12, 20) "SENHA : "
                ACCEPT (10, 29) USU-LOGIN
                ACCEPT (12, 29) W-SENHA-DIG WITH UPDATE
                READ CADUSUARIO
                   INVALID KEY
                      MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-LOGIN.
                IF USU-SENHA NOT = W-SENHA-DIG
                   MOVE "*** SENHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LOGIN.
                IF USU-PERFIL NOT = "R" AND "A"
                   MOVE "*** USUARIO SEM PERFIL PARA NEGOCIAR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADUSUARIO
                   GO TO ROT-FIM.
                MOVE USU-LOGIN TO W-OPERADOR
                CLOSE CADUSUARIO.
       INC-OP0.
           OPEN I-O CADACORDO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADACORDO
                      CLOSE CADACORDO
                      MOVE "*** ARQUIVO CADACORDO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADACORDO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADALUNO
           IF ST-ALU NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADACORDO
                      GO TO ROT-FIM.
           OPEN I-O CADMENS
           IF ST-MEN NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMENS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADACORDO CADALUNO
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADPRECO
           IF ST-PRE = "00"
                      MOVE "S" TO W-PRE-ABERTO
           ELSE
                      MOVE "N" TO W-PRE-ABERTO.
           OPEN INPUT CADBAIXA
           IF ST-BAI = "00"
                      MOVE "S" TO W-BAI-ABERTO
           ELSE
                      MOVE "N" TO W-BAI-ABERTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DT-AAAAMMDD
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DT-NUM TO W-HOJE-NUM.
       INC-001.
                MOVE ZEROS TO ACO-NUMERO ACO-RM ACO-DATA
                              ACO-VALOR-ORIG ACO-DESCONTO
                              ACO-PERC-JUROS ACO-JUROS ACO-TOTAL
                              ACO-DATA-FIM ACO-QTDE-ORIG
                              ACO-QTDE-PARC W-PRIM-VENC
                MOVE 30 TO ACO-TOLERANCIA
                MOVE SPACES TO ACO-OPERADOR ACO-SITUACAO.
                DISPLAY TELAACORDO.
       INC-002.
                ACCEPT TNUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADACORDO CADALUNO CADMENS
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                IF ACO-NUMERO = ZEROS
                   MOVE "*** NUMERO DO ACORDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-ACORDO01.
                READ CADACORDO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-ACORDO THRU MOSTRA-ACORDO-FIM
                      MOVE "*** ACORDO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADACORDO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-003.
                ACCEPT TRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ACO-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE ACO-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        MOVE "*** ALUNO NAO CADASTRADO (P201621) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003
                     NOT INVALID KEY
                        DISPLAY (07, 24) " - "
                        DISPLAY (07, 27) ALU-NOME.
                PERFORM LEVANTA-DEBITO THRU LEVANTA-DEBITO-FIM
                DISPLAY TQTDEORIG
                DISPLAY TVALORORIG
                IF W-EXCEDEU = "S"
                   MOVE "*** MAIS DE 24 COBRANCAS EM ABERTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ACO-QTDE-ORIG = ZEROS
                   MOVE "*** ALUNO SEM COBRANCAS EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TDESCONTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF ACO-DESCONTO NOT < ACO-VALOR-ORIG
                   MOVE "*** DESCONTO MAIOR QUE A DIVIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TPERCJUROS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT TQTDEPARC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ACO-QTDE-PARC = ZEROS OR ACO-QTDE-PARC > 24
                   MOVE "*** PARCELAS DE 1 A 24 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TPRIMVENC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-PV-DIA = ZEROS OR W-PV-DIA > 28 OR
                   W-PV-MES = ZEROS OR W-PV-MES > 12
                   MOVE "*** VENCIMENTO INVALIDO (DIA ATE 28) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE W-PV-ANO TO W-PVI-ANO
                MOVE W-PV-MES TO W-PVI-MES
                MOVE W-PV-DIA TO W-PVI-DIA
                IF W-PV-AAAAMMDD < W-HOJE
                   MOVE "*** VENCIMENTO ANTERIOR A HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TTOLERANCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM CALCULA-PARCELAS THRU CALCULA-PARCELAS-FIM
                DISPLAY TTOTAL
                MOVE W-VL-PARC TO W-MASC
                DISPLAY (17, 54) W-MASC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "FECHAR ACORDO (S/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ACORDO RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO ACO-OPERADOR
                MOVE W-HOJE TO ACO-DATA
                MOVE "A" TO ACO-SITUACAO
                MOVE ZEROS TO ACO-DATA-FIM
                WRITE REGACORDO
                IF ST-ERRO = "22"
                      MOVE "*** ACORDO JA EXISTE ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADACORDO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE 1 TO W-I
                PERFORM MARCA-ORIGINAL THRU MARCA-ORIGINAL-FIM
                MOVE 1 TO W-I
                PERFORM GERA-PARCELA THRU GERA-PARCELA-FIM
                MOVE "*** ACORDO GRAVADO E PARCELAS GERADAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * ROTINA DE CONSULTA                    *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **************************************
      * FECHA OS CADASTROS OPCIONAIS       *
      **************************************
      *
       FECHA-OPC.
                IF W-PRE-ABERTO = "S"
                   CLOSE CADPRECO.
                IF W-BAI-ABERTO = "S"
                   CLOSE CADBAIXA.
       FECHA-OPC-FIM.
                EXIT.
      *
      **************************************
      * ACORDO LIDO: MOSTRA OS CAMPOS E    *
      * QUEM FEZ                           *
      **************************************
      *
       MOSTRA-ACORDO.
                DISPLAY TRM
                DISPLAY TQTDEORIG
                DISPLAY TVALORORIG
                DISPLAY TDESCONTO
                DISPLAY TPERCJUROS
                DISPLAY TQTDEPARC
                DISPLAY TTOLERANCIA
                DISPLAY TTOTAL
                DISPLAY TSITUACAO
                MOVE ACO-PAR-VENC (1) TO W-PV-AAAAMMDD
                MOVE W-PVI-DIA TO W-PV-DIA
                MOVE W-PVI-MES TO W-PV-MES
                MOVE W-PVI-ANO TO W-PV-ANO
                DISPLAY TPRIMVENC
                MOVE ACO-PAR-VALOR (1) TO W-MASC
                DISPLAY (17, 54) W-MASC
                MOVE ACO-DATA TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO W-DM-DIA
                MOVE W-DT-MES TO W-DM-MES
                MOVE W-DT-ANO TO W-DM-ANO
                DISPLAY (20, 24) ACO-OPERADOR
                DISPLAY (20, 36) W-DATA-MASC
                MOVE ACO-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        GO TO MOSTRA-ACORDO-FIM.
                DISPLAY (07, 24) " - "
                DISPLAY (07, 27) ALU-NOME.
       MOSTRA-ACORDO-FIM.
                EXIT.
      *
      **************************************
      * COBRANCAS EM ABERTO DO ALUNO (SEM  *
      * AS PARCELAS DE ACORDOS) COM O      *
      * SALDO, MULTA E JUROS ATE HOJE      *
      **************************************
      *
       LEVANTA-DEBITO.
                MOVE ZEROS TO ACO-QTDE-ORIG ACO-VALOR-ORIG
                MOVE "N" TO W-EXCEDEU
                MOVE ACO-RM TO MEN-RM
                MOVE ZEROS TO MEN-COMP
                START CADMENS KEY IS NOT LESS THAN MEN-CHAVE
                      INVALID KEY GO TO LEVANTA-DEBITO-FIM.
       LEVANTA-DEBITO-LE.
                READ CADMENS NEXT RECORD
                     AT END GO TO LEVANTA-DEBITO-FIM.
                IF MEN-RM NOT = ACO-RM
                   GO TO LEVANTA-DEBITO-FIM.
                IF MEN-SITUACAO NOT = "A" OR MEN-COMP-MES > 12
                   GO TO LEVANTA-DEBITO-LE.
                IF ACO-QTDE-ORIG = 24
                   MOVE "S" TO W-EXCEDEU
                   GO TO LEVANTA-DEBITO-FIM.
                PERFORM CALCULA-SALDO THRU CALCULA-SALDO-FIM
                ADD 1 TO ACO-QTDE-ORIG
                MOVE MEN-COMP TO ACO-ORI-COMP (ACO-QTDE-ORIG)
                MOVE W-SALDO TO ACO-ORI-VALOR (ACO-QTDE-ORIG)
                ADD W-SALDO TO ACO-VALOR-ORIG
                GO TO LEVANTA-DEBITO-LE.
       LEVANTA-DEBITO-FIM.
                EXIT.
      *
      **********************************
      * SALDO DA COBRANCA: PAGA A      *
      * MENOR NO RETORNO DO BANCO FICA *
      * COM O SALDO DA BAIXA; SENAO,   *
      * VENCIDA ATE HOJE PAGA MULTA    *
      * SOBRE O VALOR E JUROS AO MES   *
      * PRO RATA DIA                   *
      **********************************
      *
       CALCULA-SALDO.
                PERFORM BUSCA-CONDICOES THRU BUSCA-CONDICOES-FIM
                MOVE W-DIA-VENC TO W-VENC-DIA
                IF MEN-DIA-VENC-X NUMERIC
                   IF MEN-DIA-VENC NOT = ZEROS
                      MOVE MEN-DIA-VENC TO W-VENC-DIA.
                MOVE MEN-COMP-ANO TO W-VENC-ANO
                MOVE MEN-COMP-MES TO W-VENC-MES
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
      * DA COMPETENCIA (CADPRECO.DAT); *
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
                MOVE MEN-COMP-ANO TO PRE-ANO
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
      **************************************
      * TOTAL NEGOCIADO = DIVIDA MENOS O   *
      * DESCONTO MAIS OS JUROS DO          *
      * PARCELAMENTO; PARCELAS IGUAIS COM  *
      * A DIFERENCA DE ARREDONDAMENTO NA   *
      * ULTIMA, VENCIMENTOS MES A MES NO   *
      * DIA DO PRIMEIRO                    *
      **************************************
      *
       CALCULA-PARCELAS.
                COMPUTE W-BASE = ACO-VALOR-ORIG - ACO-DESCONTO
                COMPUTE ACO-JUROS ROUNDED =
                        W-BASE * ACO-PERC-JUROS / 100
                COMPUTE ACO-TOTAL = W-BASE + ACO-JUROS
                DIVIDE ACO-TOTAL BY ACO-QTDE-PARC GIVING W-VL-PARC
                COMPUTE W-VL-ULT = ACO-TOTAL
                        - (W-VL-PARC * (ACO-QTDE-PARC - 1))
                MOVE W-PV-AAAAMMDD TO W-VENC
                MOVE 1 TO W-I.
       CALCULA-PARCELAS-LOOP.
                IF W-I > 24
                   GO TO CALCULA-PARCELAS-FIM.
                IF W-I > ACO-QTDE-PARC
                   MOVE ZEROS TO ACO-PAR-VENC (W-I) ACO-PAR-VALOR (W-I)
                   ADD 1 TO W-I
                   GO TO CALCULA-PARCELAS-LOOP.
                MOVE W-VENC TO ACO-PAR-VENC (W-I)
                MOVE W-VL-PARC TO ACO-PAR-VALOR (W-I)
                IF W-I = ACO-QTDE-PARC
                   MOVE W-VL-ULT TO ACO-PAR-VALOR (W-I).
                ADD 1 TO W-VENC-MES
                IF W-VENC-MES > 12
                   MOVE 1 TO W-VENC-MES
                   ADD 1 TO W-VENC-ANO.
                ADD 1 TO W-I
                GO TO CALCULA-PARCELAS-LOOP.
       CALCULA-PARCELAS-FIM.
                EXIT.
      *
      **************************************
      * COBRANCAS ORIGINAIS DO ACORDO      *
      * FICAM RENEGOCIADAS (R)             *
      **************************************
      *
       MARCA-ORIGINAL.
                IF W-I > ACO-QTDE-ORIG
                   GO TO MARCA-ORIGINAL-FIM.
                MOVE ACO-RM TO MEN-RM
                MOVE ACO-ORI-COMP (W-I) TO MEN-COMP
                READ CADMENS
                     INVALID KEY
                        ADD 1 TO W-I
                        GO TO MARCA-ORIGINAL.
                MOVE "R" TO MEN-SITUACAO
                REWRITE REGMENS
                ADD 1 TO W-I
                GO TO MARCA-ORIGINAL.
       MARCA-ORIGINAL-FIM.
                EXIT.
      *
      **************************************
      * PARCELAS COMO COBRANCAS EM         *
      * CADMENS: MES = 12 + PARCELA E      *
      * ANO = NUMERO DO ACORDO             *
      **************************************
      *
       GERA-PARCELA.
                IF W-I > ACO-QTDE-PARC
                   GO TO GERA-PARCELA-FIM.
                MOVE SPACES TO REGMENS
                MOVE ACO-RM TO MEN-RM
                COMPUTE MEN-COMP-MES = 12 + W-I
                MOVE ACO-NUMERO TO MEN-COMP-ANO
                MOVE ACO-PAR-VALOR (W-I) TO MEN-VALOR
                MOVE "A" TO MEN-SITUACAO
                MOVE ZEROS TO MEN-DATA-PAGTO MEN-VALOR-PAGO
                              MEN-DESCONTO
                MOVE ACO-PAR-VENC (W-I) TO W-VENC
                MOVE W-VENC-DIA TO MEN-DIA-VENC
                MOVE "N" TO MEN-REMESSA
                WRITE REGMENS
                IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DA PARCELA EM CADMENS"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                ADD 1 TO W-I
                GO TO GERA-PARCELA.
       GERA-PARCELA-FIM.
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
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                ACCEPT W-TEMPOINI FROM TIME
                COMPUTE W-SEGINI = ((W-TI-HH * 60 + W-TI-MM) * 60 +
                          W-TI-SS) * 100 + W-TI-CC.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ACCEPT W-TEMPOATU FROM TIME
                COMPUTE W-SEGATU = ((W-TA-HH * 60 + W-TA-MM) * 60 +
                          W-TA-SS) * 100 + W-TA-CC
                IF W-SEGATU < W-SEGINI
                   COMPUTE W-SEGDIF = (8640000 + W-SEGATU) - W-SEGINI
                ELSE
                   COMPUTE W-SEGDIF = W-SEGATU - W-SEGINI.
                IF W-SEGDIF < 150
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
