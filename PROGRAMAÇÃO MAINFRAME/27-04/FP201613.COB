       AUTHOR. LEANDRO.
      *******************************************
      * MANUTENCAO DO CADASTRO DE FUNCIONARIOS. *
      * EXCECAO INDIVIDUAL AO ADICIONAL DE      *
      * INSALUBRIDADE/PERICULOSIDADE DO CARGO   *
      * CHAPA SO E ATIVADA COM ASO ADMISSIONAL  *
      * APTO (CADASO.DAT)                       *
      * SALARIO INDIVIDUAL VALIDADO NA FAIXA    *
      * SALARIAL DO CARGO, COM HISTORICO POR    *
      * VIGENCIA (CADSALFUN.DAT)                *
      * ADMISSAO DE CANDIDATO CONTRATADO NUMA   *
      * REQUISICAO (CADCAND/CADREQ, FP201689)   *
      * PELO CPF, COM OS DADOS PREENCHIDOS      *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKPT-PROGRAMA
                    FILE STATUS  IS ST-CKPT.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-CHAVE
                    FILE STATUS  IS ST-ASO.
       SELECT CADSALFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLF-CHAVE
                    FILE STATUS  IS ST-SLF.
       SELECT CADCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAN-CHAVE
                    FILE STATUS  IS ST-CAN
                    ALTERNATE RECORD KEY IS CAN-CPF
                               WITH DUPLICATES.
       SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-NUMERO
                    FILE STATUS  IS ST-REQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 UF                  PIC X(02).
                03 FUN-EMPRESA         PIC 9(01).
                03 FUN-EMPRESA-X REDEFINES FUN-EMPRESA PIC X(01).
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FUN-ADIC-GRAU       PIC 9(01).
                03 FUN-ADIC-GRAU-X REDEFINES FUN-ADIC-GRAU PIC X(01).
                03 FUN-ADIC-PERC       PIC 9(2)V99.
                03 FUN-ADIC-PERC-X REDEFINES FUN-ADIC-PERC PIC X(04).
                03 FILLER              PIC X(16).
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB        PIC 9(1).
                03 GRAU-INSALUB-X REDEFINES GRAU-INSALUB
                                       PIC X(1).
                03 PERC-ADICIONAL      PIC 9(2)V99.
                03 PERC-ADICIONAL-X REDEFINES PERC-ADICIONAL
                                       PIC X(4).
                03 FAIXA-SALARIAL.
                   05 FAIXA-MIN        PIC 9(6)V99.
                   05 FAIXA-MAX        PIC 9(6)V99.
                03 FAIXA-SALARIAL-X REDEFINES FAIXA-SALARIAL
                                       PIC X(16).
                03 FILLER              PIC X(09).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
                   05 DEP-MES        PIC 9(02).
                   05 DEP-ANO        PIC 9(04).
                03 DEP-CPF           PIC 9(11).
                03 DEP-TIPO          PIC X(01).
                03 DEP-IRRF          PIC X(01).
                03 DEP-SALFAM        PIC X(01).
                03 FILLER            PIC X(07).
      *
       FD CADVAGAS
               LABEL RECORD IS STANDARD
                03 CKPT-CHAVE        PIC X(15).
                03 CKPT-DATA         PIC 9(08).
                03 FILLER            PIC X(19).
      *
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASO-CHAVE.
                   05 ASO-CHAPA      PIC 9(05).
                   05 ASO-SEQ        PIC 9(02).
                03 ASO-TIPO          PIC X(01).
                03 ASO-DATA          PIC 9(08).
                03 ASO-RESULTADO     PIC X(01).
                03 FILLER            PIC X(63).
      *
       FD CADSALFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFUN.DAT".
       01 REGSALFUN.
                03 SLF-CHAVE.
                   05 SLF-CHAPA      PIC 9(05).
                   05 SLF-VIGENCIA   PIC 9(08).
                03 SLF-SALARIO       PIC 9(6)V99.
                03 SLF-CARGO         PIC 9(03).
                03 SLF-MOTIVO        PIC X(01).
                03 SLF-DATA-REG      PIC 9(08).
                03 SLF-OPERADOR      PIC X(10).
                03 FILLER            PIC X(21).
      *
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAND.DAT".
       01 REGCAND.
                03 CAN-CHAVE.
                   05 CAN-REQ        PIC 9(06).
                   05 CAN-SEQ        PIC 9(03).
                03 CAN-NOME          PIC X(35).
                03 CAN-CPF           PIC 9(11).
                03 CAN-RG            PIC X(15).
                03 CAN-NASC          PIC 9(08).
                03 CAN-ECIVIL        PIC X(01).
                03 CAN-CEP           PIC 9(08).
                03 CAN-SALARIO       PIC 9(6)V99.
                03 CAN-ETAPA         PIC X(01).
                03 CAN-DT-ETAPA      PIC 9(08).
                03 CAN-RESULT        PIC X(01).
                03 CAN-DT-RESULT     PIC 9(08).
                03 CAN-CHAPA         PIC 9(05).
                03 CAN-DT-ADMIS      PIC 9(08).
                03 CAN-OPERADOR      PIC X(10).
                03 FILLER            PIC X(14).
      *
       FD CADREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 REQ-NUMERO       PIC 9(06).
                03 REQ-DEPTO        PIC 9(03).
                03 REQ-CARGO        PIC 9(03).
                03 REQ-QTDE         PIC 9(03).
                03 REQ-MOTIVO       PIC X(01).
                03 REQ-CHAPA-SUBST  PIC 9(05).
                03 REQ-GESTOR       PIC X(30).
                03 REQ-DT-ABERT     PIC 9(08).
                03 REQ-SITUACAO     PIC X(01).
                03 REQ-APROVADOR    PIC X(10).
                03 REQ-DT-APROV     PIC 9(08).
                03 REQ-PREENCH      PIC 9(03).
                03 REQ-DT-FECHA     PIC 9(08).
                03 REQ-OPERADOR     PIC X(10).
                03 FILLER           PIC X(29).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VAG       PIC X(02) VALUE "00".
       77 W-VAGAS-ABERTO PIC X(01) VALUE "N".
       77 W-VAGA-OK    PIC X(01) VALUE "S".
       77 ST-ASO       PIC X(02) VALUE "00".
       77 W-ASO-ABERTO PIC X(01) VALUE "N".
       77 W-ASO-OK     PIC X(01) VALUE "N".
       77 W-SIT-ANTES  PIC X(01) VALUE SPACES.
       77 ST-SLF       PIC X(02) VALUE "00".
       77 W-SAL-NOVO   PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-ANTES  PIC 9(6)V99 VALUE ZEROS.
       77 W-CARGO-ANTES PIC 9(03) VALUE ZEROS.
       77 W-FAIXA-OK   PIC X(01) VALUE "S".
       77 W-SLF-MOTIVO PIC X(01) VALUE SPACES.
       77 W-SLF-VIG    PIC 9(08) VALUE ZEROS.
       77 ST-CAN       PIC X(02) VALUE "00".
       77 ST-REQ       PIC X(02) VALUE "00".
       77 W-CAND-ABERTO PIC X(01) VALUE "N".
       77 W-CAND-ACHOU PIC X(01) VALUE "N".
       77 W-CAND-CPF   PIC 9(11) VALUE ZEROS.
       77 W-CAND-REQ   PIC 9(06) VALUE ZEROS.
       77 W-CAND-SEQ   PIC 9(03) VALUE ZEROS.
       77 W-CAND-DEPTO PIC 9(03) VALUE ZEROS.
       77 W-CAND-CARGO PIC 9(03) VALUE ZEROS.
       01 W-VIGENCIA.
          03 W-VIG-DIA    PIC 9(02).
          03 W-VIG-MES    PIC 9(02).
          03 W-VIG-ANO    PIC 9(04).
       77 W-ATIVOS     PIC 9(04) VALUE ZEROS.
       01 W-REGFUNC-SV PIC X(219) VALUE SPACES.
       01 W-REGFUNC-SV2 PIC X(219) VALUE SPACES.
               VALUE  "      DATA DE DEMISSAO:".
           05  LINE 19  COLUMN 01
               VALUE  "      SITUACAO:".
           05  LINE 20  COLUMN 01
               VALUE  "      ADICIONAL:".
           05  LINE 20  COLUMN 21
               VALUE  "GRAU:".
           05  LINE 20  COLUMN 30
               VALUE  "PERC:".
           05  LINE 20  COLUMN 44
               VALUE  "(BRANCO=DO CARGO  I/P/N)".
           05  LINE 21  COLUMN 01
               VALUE  "      EMPRESA:".
           05  TCHAPA
               LINE 21  COLUMN 16  PIC 9(01)
               USING  FUN-EMPRESA
               HIGHLIGHT.
           05  TADIC-TIPO
               LINE 20  COLUMN 18  PIC X(01)
               USING  FUN-ADIC-TIPO
               HIGHLIGHT.
           05  TADIC-GRAU
               LINE 20  COLUMN 27  PIC 9(01)
               USING  FUN-ADIC-GRAU
               HIGHLIGHT.
           05  TADIC-PERC
               LINE 20  COLUMN 36  PIC 99,99
               USING  FUN-ADIC-PERC
               HIGHLIGHT.

       01  TELABANCO.
           05  BLANK SCREEN.
               VALUE  "      DATA DE NASCIMENTO:".
           05  LINE 10  COLUMN 01
               VALUE  "      CPF:".
           05  LINE 12  COLUMN 01
               VALUE  "      TIPO (F=FILHO C=CONJUGE O=OUTRO):".
           05  LINE 14  COLUMN 01
               VALUE  "      DEPENDENTE PARA IRRF (S/N):".
           05  LINE 16  COLUMN 01
               VALUE  "      DA DIREITO A SALARIO-FAMILIA (S/N):".
           05  TDEPSEQ
               LINE 04  COLUMN 26  PIC 9(01)
               USING  DEP-SEQ
               LINE 10  COLUMN 12  PIC 9(11)
               USING  DEP-CPF
               HIGHLIGHT.
           05  TDEPTIPO
               LINE 12  COLUMN 41  PIC X(01)
               USING  DEP-TIPO
               HIGHLIGHT.
           05  TDEPIRRF
               LINE 14  COLUMN 35  PIC X(01)
               USING  DEP-IRRF
               HIGHLIGHT.
           05  TDEPSALFAM
               LINE 16  COLUMN 43  PIC X(01)
               USING  DEP-SALFAM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LIG-OPERADOR LIG-PERFIL.
               MOVE "S" TO W-VAGAS-ABERTO
           ELSE
               MOVE "N" TO W-VAGAS-ABERTO.
       INC-OPA.
           OPEN INPUT CADASO
           IF ST-ASO = "00"
               MOVE "S" TO W-ASO-ABERTO
           ELSE
               MOVE "N" TO W-ASO-ABERTO.
       INC-OP9.
           OPEN I-O CADCKPT
           IF ST-CKPT NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOCK" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPS.
           OPEN I-O CADSALFUN
           IF ST-SLF NOT = "00"
               IF ST-SLF = "30"
                      OPEN OUTPUT CADSALFUN
                      CLOSE CADSALFUN
                      OPEN I-O CADSALFUN
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALFUN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPR.
           OPEN I-O CADCAND
           IF ST-CAN = "00"
               OPEN I-O CADREQ
               IF ST-REQ = "00"
                   MOVE "S" TO W-CAND-ABERTO
               ELSE
                   CLOSE CADCAND
                   MOVE "N" TO W-CAND-ABERTO
           ELSE
               MOVE "N" TO W-CAND-ABERTO.
       INC-OPM.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                        MOVE W-CKPT-MSG TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE "N" TO W-CAND-ACHOU
                MOVE ZEROS  TO CHAPA CPF NASC CEP OF REGFUNC
                DEPARTAMENTO CC
                CCARGO SALBASE DATAADMIS NFILHOS DATADEMIS
                      MOVE "*** CHAPA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE REGFUNC TO W-JRN-ANTES-SV
                      MOVE SITFUNC TO W-SIT-ANTES
                      MOVE CCARGO TO W-CARGO-ANTES
                      PERFORM SALARIO-ANTES THRU SALARIO-ANTES-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      GO TO INC-002
                   ELSE
                      NEXT SENTENCE.
       INC-CAND.
                PERFORM BUSCA-CAND THRU BUSCA-CAND-FIM.
       INC-003.
                ACCEPT TNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT TSALBASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                PERFORM VALIDA-FAIXA THRU VALIDA-FAIXA-FIM
                IF W-FAIXA-OK = "N"
                   MOVE "*** SALARIO FORA DA FAIXA DO CARGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
       INC-014.
                ACCEPT TDATAADMIS
                MOVE ADM-DIA TO W-DIAVAL
                ACCEPT TDEPNOME
                ACCEPT TDEPNASC
                ACCEPT TDEPCPF
                MOVE "F" TO DEP-TIPO
                MOVE "S" TO DEP-IRRF
                MOVE "N" TO DEP-SALFAM
                MOVE DEP-DIA TO W-DIAVAL
                MOVE DEP-MES TO W-MESVAL
                MOVE DEP-ANO TO W-ANOVAL
                PERFORM VALIDA-IDADE THRU VALIDA-IDADE-FIM
                IF W-IDADE < 14
                   MOVE "S" TO DEP-SALFAM.
       INC-DEP-TIPO.
                ACCEPT TDEPTIPO
                IF DEP-TIPO = "f" MOVE "F" TO DEP-TIPO.
                IF DEP-TIPO = "c" MOVE "C" TO DEP-TIPO.
                IF DEP-TIPO = "o" MOVE "O" TO DEP-TIPO.
                IF DEP-TIPO NOT = "F" AND "C" AND "O"
                   MOVE "*** TIPO DEVE SER F, C OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DEP-TIPO.
       INC-DEP-IRRF.
                ACCEPT TDEPIRRF
                IF DEP-IRRF = "s" MOVE "S" TO DEP-IRRF.
                IF DEP-IRRF = "n" MOVE "N" TO DEP-IRRF.
                IF DEP-IRRF NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DEP-IRRF.
       INC-DEP-SALFAM.
                IF DEP-TIPO NOT = "F"
                   MOVE "N" TO DEP-SALFAM
                   DISPLAY TDEPSALFAM
                   GO TO INC-DEP-GRAVA.
                ACCEPT TDEPSALFAM
                IF DEP-SALFAM = "s" MOVE "S" TO DEP-SALFAM.
                IF DEP-SALFAM = "n" MOVE "N" TO DEP-SALFAM.
                IF DEP-SALFAM NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DEP-SALFAM.
                IF DEP-SALFAM = "S" AND W-IDADE NOT < 14
                   MOVE "*** FILHO COM 14 ANOS OU MAIS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO DEP-SALFAM
                   GO TO INC-DEP-SALFAM.
       INC-DEP-GRAVA.
                WRITE REGDEP
                IF ST-DEP NOT = "00" AND ST-DEP NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO DEPENDENTE" TO MENS
                        NOT INVALID KEY
                           DISPLAY (21, 18) " - "
                           DISPLAY (21, 21) EMP-RAZAO.
      *
      * EXCECAO AO ADICIONAL DO CARGO: BRANCO SEGUE O CARGO,
      * I/P COM GRAU/PERCENTUAL PROPRIOS, N SEM ADICIONAL
      *
       INC-019.
                IF FUN-ADIC-TIPO NOT = "I" AND "P" AND "N"
                   MOVE SPACES TO FUN-ADIC-TIPO.
                IF FUN-ADIC-GRAU-X NOT NUMERIC
                   MOVE ZEROS TO FUN-ADIC-GRAU.
                IF FUN-ADIC-PERC-X NOT NUMERIC
                   MOVE ZEROS TO FUN-ADIC-PERC.
                DISPLAY TADIC-TIPO
                DISPLAY TADIC-GRAU
                DISPLAY TADIC-PERC
                ACCEPT TADIC-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
                IF FUN-ADIC-TIPO = "i" MOVE "I" TO FUN-ADIC-TIPO.
                IF FUN-ADIC-TIPO = "p" MOVE "P" TO FUN-ADIC-TIPO.
                IF FUN-ADIC-TIPO = "n" MOVE "N" TO FUN-ADIC-TIPO.
                IF FUN-ADIC-TIPO NOT = "I" AND "P" AND "N" AND SPACES
                   MOVE "*** ADICIONAL: BRANCO, I, P OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-019.
                DISPLAY TADIC-TIPO
                IF FUN-ADIC-TIPO = SPACES OR "N"
                   MOVE ZEROS TO FUN-ADIC-GRAU FUN-ADIC-PERC
                   DISPLAY TADIC-GRAU
                   DISPLAY TADIC-PERC
                   GO TO INC-022.
                IF FUN-ADIC-TIPO = "P"
                   MOVE ZEROS TO FUN-ADIC-GRAU
                   DISPLAY TADIC-GRAU
                   GO TO INC-021.
       INC-020.
                ACCEPT TADIC-GRAU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-019.
                IF FUN-ADIC-GRAU < 1 OR FUN-ADIC-GRAU > 3
                   MOVE "*** GRAU DE INSALUBRIDADE: 1, 2 OU 3 ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-020.
       INC-021.
                ACCEPT TADIC-PERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-019.
       INC-022.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-019.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                PERFORM VERIFICA-REFINT THRU VERIFICA-REFINT-FIM
                IF W-REFINTOK = "N" GO TO INC-001.
                IF W-CAND-ACHOU = "S" AND
                   (DEPARTAMENTO NOT = W-CAND-DEPTO OR
                    CCARGO NOT = W-CAND-CARGO)
                   MOVE "*** DEPTO/CARGO DIFERENTE DA REQUISICAO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM VERIFICA-CPF-DUP THRU VERIFICA-CPF-DUP-FIM
                IF W-CPF-DUP = "S"
                   MOVE "*** CPF JA ATIVO EM OUTRA CHAPA ***" TO MENS
                   MOVE "*** ADMISSAO NAO EFETIVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF SITFUNC = "A"
                   PERFORM VERIFICA-ASO THRU VERIFICA-ASO-FIM
                   IF W-ASO-OK = "N"
                      MOVE "*** SEM ASO ADMISSIONAL APTO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-017.
                WRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAPA TO W-JRN-CHAVE
                      MOVE "CADFUNC" TO W-JRN-ARQUIVO
                      MOVE "INCLUSAO" TO W-JRN-OPERACAO
                      PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                      MOVE "A" TO W-SLF-MOTIVO
                      COMPUTE W-SLF-VIG = ADM-ANO * 10000 +
                                          ADM-MES * 100 + ADM-DIA
                      PERFORM GRAVA-SALFUN THRU GRAVA-SALFUN-FIM
                      PERFORM BAIXA-CAND THRU BAIXA-CAND-FIM
                      PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00"
                   PERFORM EXC-DEP-DEL-LOOP THRU EXC-DEP-DEL-LOOP-FIM
                   PERFORM EXC-BCO-DEL THRU EXC-BCO-DEL-FIM
                   PERFORM EXC-SLF-DEL THRU EXC-SLF-DEL-FIM
                   MOVE CHAPA TO W-JRN-CHAVE
                   MOVE W-JRN-ANTES-SV TO W-JRN-ANTES
                   MOVE SPACES TO W-JRN-DEPOIS
                     INVALID KEY NEXT SENTENCE.
       EXC-BCO-DEL-FIM.
                EXIT.
      *
       EXC-SLF-DEL.
                MOVE CHAPA TO SLF-CHAPA
                MOVE ZEROS TO SLF-VIGENCIA
                START CADSALFUN KEY IS NOT LESS THAN SLF-CHAVE
                     INVALID KEY GO TO EXC-SLF-DEL-FIM.
       EXC-SLF-DEL-LE.
                READ CADSALFUN NEXT
                     AT END GO TO EXC-SLF-DEL-FIM.
                IF SLF-CHAPA NOT = CHAPA
                   GO TO EXC-SLF-DEL-FIM.
                DELETE CADSALFUN RECORD
                     INVALID KEY NEXT SENTENCE.
                GO TO EXC-SLF-DEL-LE.
       EXC-SLF-DEL-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
       ALT-RW1.
                PERFORM VERIFICA-REFINT THRU VERIFICA-REFINT-FIM
                IF W-REFINTOK = "N" GO TO INC-001.
                IF SITFUNC = "A" AND W-SIT-ANTES NOT = "A"
                   PERFORM VERIFICA-ASO THRU VERIFICA-ASO-FIM
                   IF W-ASO-OK = "N"
                      MOVE "*** SEM ASO ADMISSIONAL APTO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-017.
                MOVE ZEROS TO W-SLF-VIG
                IF W-SAL-NOVO NOT = W-SAL-ANTES OR
                   CCARGO NOT = W-CARGO-ANTES
                   PERFORM PEDE-VIGENCIA THRU PEDE-VIGENCIA-FIM.
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   IF W-SLF-VIG NOT = ZEROS
                      MOVE "M" TO W-SLF-MOTIVO
                      PERFORM GRAVA-SALFUN THRU GRAVA-SALFUN-FIM.
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAPA TO W-JRN-CHAVE
                   MOVE W-JRN-ANTES-SV TO W-JRN-ANTES
      *
       ENCERRA-ARQS.
                CLOSE CADFUNC CADSAL CADCEP CADEPTO CADCARGO CADJRN
                      CADDEP CADBANCO CADCKPT CADLOCK CADSALFUN.
                IF W-EMPX-ABERTO = "S"
                   CLOSE CADEMP.
                IF W-VAGAS-ABERTO = "S"
                   CLOSE CADVAGAS.
                IF W-ASO-ABERTO = "S"
                   CLOSE CADASO.
                IF W-CAND-ABERTO = "S"
                   CLOSE CADCAND CADREQ.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
                EXIT.
      *
      **********************************
      * CANDIDATO CONTRATADO NUMA      *
      * REQUISICAO APROVADA (FP201689):*
      * PELO CPF PREENCHE O CADASTRO   *
      * COM OS DADOS DO CANDIDATO E O  *
      * DEPTO/CARGO DA REQUISICAO      *
      **********************************
      *
       BUSCA-CAND.
                MOVE "N" TO W-CAND-ACHOU
                IF W-CAND-ABERTO NOT = "S" OR W-MODO NOT = "M"
                   GO TO BUSCA-CAND-FIM.
                MOVE ZEROS TO W-CAND-CPF
                DISPLAY (23, 12) "CPF DO CANDIDATO (0=NENHUM): "
                ACCEPT (23, 41) W-CAND-CPF
                DISPLAY (23, 12) LIMPA
                IF W-CAND-CPF = ZEROS
                   GO TO BUSCA-CAND-FIM.
                MOVE W-CAND-CPF TO CAN-CPF
                START CADCAND KEY IS EQUAL TO CAN-CPF
                     INVALID KEY GO TO BUSCA-CAND-NAO.
       BUSCA-CAND-LE.
                READ CADCAND NEXT RECORD
                     AT END GO TO BUSCA-CAND-NAO.
                IF CAN-CPF NOT = W-CAND-CPF
                   GO TO BUSCA-CAND-NAO.
                IF CAN-RESULT NOT = "C" OR CAN-CHAPA NOT = ZEROS
                   GO TO BUSCA-CAND-LE.
                MOVE CAN-REQ TO REQ-NUMERO
                READ CADREQ
                     INVALID KEY GO TO BUSCA-CAND-LE.
                IF REQ-SITUACAO NOT = "A"
                   GO TO BUSCA-CAND-LE.
                MOVE CAN-NOME TO NOME
                MOVE CAN-CPF TO CPF
                MOVE CAN-RG TO RG
                MOVE CAN-NASC TO NASC
                MOVE CAN-ECIVIL TO ECIVIL
                MOVE CAN-CEP TO CEP OF REGFUNC
                MOVE REQ-DEPTO TO DEPARTAMENTO
                MOVE REQ-CARGO TO CCARGO
                MOVE CAN-SALARIO TO SALBASE
                MOVE CAN-REQ TO W-CAND-REQ
                MOVE CAN-SEQ TO W-CAND-SEQ
                MOVE REQ-DEPTO TO W-CAND-DEPTO
                MOVE REQ-CARGO TO W-CAND-CARGO
                MOVE "S" TO W-CAND-ACHOU
                DISPLAY TELAFUNC
                MOVE "*** DADOS DO CANDIDATO CARREGADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BUSCA-CAND-FIM.
       BUSCA-CAND-NAO.
                MOVE "*** SEM CANDIDATO CONTRATADO COM ESTE CPF ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-CAND-FIM.
                EXIT.
      *
      **********************************
      * ADMITIDO O CANDIDATO, GRAVA A  *
      * CHAPA NELE E CONTA A VAGA NA   *
      * REQUISICAO, QUE E ENCERRADA    *
      * QUANDO TODAS SAO PREENCHIDAS   *
      **********************************
      *
       BAIXA-CAND.
                IF W-CAND-ACHOU NOT = "S"
                   GO TO BAIXA-CAND-FIM.
                MOVE "N" TO W-CAND-ACHOU
                MOVE W-CAND-REQ TO CAN-REQ
                MOVE W-CAND-SEQ TO CAN-SEQ
                READ CADCAND
                     INVALID KEY GO TO BAIXA-CAND-FIM.
                MOVE CHAPA TO CAN-CHAPA
                COMPUTE CAN-DT-ADMIS = ADM-ANO * 10000 +
                                       ADM-MES * 100 + ADM-DIA
                REWRITE REGCAND
                IF ST-CAN NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-CAND-FIM.
                MOVE W-CAND-REQ TO REQ-NUMERO
                READ CADREQ
                     INVALID KEY GO TO BAIXA-CAND-FIM.
                ADD 1 TO REQ-PREENCH
                IF REQ-PREENCH NOT < REQ-QTDE
                   MOVE "F" TO REQ-SITUACAO
                   MOVE CAN-DT-ADMIS TO REQ-DT-FECHA.
                REWRITE REGREQ
                IF ST-REQ NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-CAND-FIM.
                EXIT.
      *
      **********************************
      * EXAME ADMISSIONAL (CADASO.DAT, *
      * FP201674): SO ATIVA A CHAPA    *
      * COM UM ASO ADMISSIONAL APTO    *
      **********************************
      *
       VERIFICA-ASO.
                MOVE "N" TO W-ASO-OK
                IF W-ASO-ABERTO NOT = "S"
                   GO TO VERIFICA-ASO-FIM.
                MOVE CHAPA TO ASO-CHAPA
                MOVE ZEROS TO ASO-SEQ
                START CADASO KEY IS NOT LESS THAN ASO-CHAVE
                     INVALID KEY GO TO VERIFICA-ASO-FIM.
       VERIFICA-ASO-LE.
                READ CADASO NEXT RECORD
                     AT END GO TO VERIFICA-ASO-FIM.
                IF ASO-CHAPA NOT = CHAPA
                   GO TO VERIFICA-ASO-FIM.
                IF ASO-TIPO = "A" AND ASO-RESULTADO = "A"
                   MOVE "S" TO W-ASO-OK
                   GO TO VERIFICA-ASO-FIM.
                GO TO VERIFICA-ASO-LE.
       VERIFICA-ASO-FIM.
                EXIT.
      *
      **********************************
      * ROTINA DE INTEGRIDADE REFERENCIAL *
      **********************************
      *
       VERIFICA-REFINT-FIM.
                EXIT.
      *
      **********************************
      * SALARIO INDIVIDUAL NA FAIXA    *
      * SALARIAL DO CARGO. SALARIO     *
      * ZERO ASSUME O SALARIO BASE DO  *
      * CARGO; CARGO SEM FAIXA (MAXIMO *
      * ZERO) ACEITA QUALQUER VALOR    *
      **********************************
      *
       VALIDA-FAIXA.
                MOVE "S" TO W-FAIXA-OK
                MOVE ZEROS TO W-SAL-NOVO
                IF SALBASE NOT = SPACES
                   MOVE SALBASE TO W-SAL-NOVO.
                MOVE CCARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY GO TO VALIDA-FAIXA-FIM.
                IF W-SAL-NOVO = ZEROS
                   MOVE SALARIO-BASE OF REGCARGO TO W-SAL-NOVO
                   MOVE W-SAL-NOVO TO SALBASE
                   DISPLAY TSALBASE.
                IF FAIXA-SALARIAL-X NOT NUMERIC
                   GO TO VALIDA-FAIXA-FIM.
                IF FAIXA-MAX = ZEROS
                   GO TO VALIDA-FAIXA-FIM.
                IF W-SAL-NOVO < FAIXA-MIN OR W-SAL-NOVO > FAIXA-MAX
                   MOVE "N" TO W-FAIXA-OK.
       VALIDA-FAIXA-FIM.
                EXIT.
      *
       SALARIO-ANTES.
                MOVE ZEROS TO W-SAL-ANTES
                IF SALBASE NOT = SPACES
                   MOVE SALBASE TO W-SAL-ANTES.
                MOVE W-SAL-ANTES TO W-SAL-NOVO.
       SALARIO-ANTES-FIM.
                EXIT.
      *
      **********************************
      * VIGENCIA DA ALTERACAO DE       *
      * SALARIO/CARGO (PADRAO = HOJE)  *
      **********************************
      *
       PEDE-VIGENCIA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-VIG-DIA
                MOVE W-HOJE-MES TO W-VIG-MES
                MOVE W-HOJE-ANO TO W-VIG-ANO.
       PEDE-VIGENCIA-LE.
                DISPLAY (23, 12) "VIGENCIA DO NOVO SALARIO (DDMMAAAA): "
                ACCEPT (23, 49) W-VIGENCIA WITH UPDATE
                MOVE W-VIG-DIA TO W-DIAVAL
                MOVE W-VIG-MES TO W-MESVAL
                MOVE W-VIG-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-VIGENCIA-LE.
                DISPLAY (23, 12) LIMPA
                COMPUTE W-SLF-VIG = W-VIG-ANO * 10000 +
                                    W-VIG-MES * 100 + W-VIG-DIA.
       PEDE-VIGENCIA-FIM.
                EXIT.
      *
      **********************************
      * HISTORICO DE SALARIO INDIVIDUAL*
      * (CADSALFUN.DAT) - MOTIVO:      *
      * A = ADMISSAO  M = ALTERACAO    *
      * T = TRANSFERENCIA/PROMOCAO     *
      **********************************
      *
       GRAVA-SALFUN.
                MOVE SPACES TO REGSALFUN
                MOVE CHAPA TO SLF-CHAPA
                MOVE W-SLF-VIG TO SLF-VIGENCIA
                MOVE W-SAL-NOVO TO SLF-SALARIO
                MOVE CCARGO TO SLF-CARGO
                MOVE W-SLF-MOTIVO TO SLF-MOTIVO
                ACCEPT SLF-DATA-REG FROM DATE YYYYMMDD
                MOVE LIG-OPERADOR TO SLF-OPERADOR
                WRITE REGSALFUN
                IF ST-SLF = "22"
                   REWRITE REGSALFUN.
       GRAVA-SALFUN-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE JORNAL   *
      **********************
