       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201689.
       AUTHOR. MATEUS.
      **************************************
      * CANDIDATOS DAS REQUISICOES DE      *
      * PESSOAL (CADCAND.DAT): DADOS       *
      * PESSOAIS, ETAPA DA SELECAO         *
      * (T=TRIAGEM E=ENTREVISTA P=PROVA    *
      * O=OFERTA) E RESULTADO (C=          *
      * CONTRATADO R=REPROVADO D=          *
      * DESISTENTE). SO REQUISICAO         *
      * APROVADA RECEBE CANDIDATOS E OS    *
      * CONTRATADOS NAO PASSAM DA          *
      * QUANTIDADE REQUISITADA. O          *
      * CONTRATADO E ADMITIDO PELO CPF EM  *
      * FP201613, QUE PREENCHE O CADASTRO  *
      * COM OS DADOS DAQUI                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 CAN-NASC.
                   05 CAN-NASC-DIA   PIC 9(02).
                   05 CAN-NASC-MES   PIC 9(02).
                   05 CAN-NASC-ANO   PIC 9(04).
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
       77 ST-CAN       PIC X(02) VALUE "00".
       77 ST-REQ       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-ULT-SEQ    PIC 9(03) VALUE ZEROS.
       77 W-CONTRAT    PIC 9(03) VALUE ZEROS.
       77 W-ETAPA      PIC X(01) VALUE SPACES.
       77 W-RESULT     PIC X(01) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-REGCAND-SV PIC X(150) VALUE SPACES.
       01 W-SALARIO    PIC 9(6)V99 VALUE ZEROS.

       01 LIN-CAND.
          03 LC-SEQ        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LC-NOME       PIC X(35).
          03 FILLER        PIC X(07) VALUE " ETAPA ".
          03 LC-ETAPA      PIC X(01).
          03 FILLER        PIC X(05) VALUE " RES ".
          03 LC-RESULT     PIC X(01).
          03 FILLER        PIC X(07) VALUE " CHAPA ".
          03 LC-CHAPA      PIC ZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-USU.
                OPEN INPUT CADUSUARIO
                IF ST-USU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO - "
                            ST-USU
                   GO TO ROT-FIMS.
       PEDE-LOGIN.
                DISPLAY "LOGIN DO OPERADOR: "
                ACCEPT USU-LOGIN FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA-DIG FROM CONSOLE
                READ CADUSUARIO
                     INVALID KEY
                        DISPLAY "*** USUARIO NAO CADASTRADO ***"
                        GO TO PEDE-LOGIN.
                IF USU-SENHA NOT = W-SENHA-DIG
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO PEDE-LOGIN.
                IF USU-PERFIL NOT = "C" AND "R" AND "A"
                   DISPLAY "*** USUARIO SEM PERFIL DE ACESSO ***"
                   GO TO PEDE-LOGIN.
                MOVE USU-LOGIN TO W-OPERADOR
                MOVE USU-PERFIL TO W-PERFIL
                CLOSE CADUSUARIO.
      *
       ABRE-001.
                OPEN I-O CADCAND
                IF ST-CAN NOT = "00"
                   IF ST-CAN = "30" OR "35"
                      OPEN OUTPUT CADCAND
                      CLOSE CADCAND
                      OPEN I-O CADCAND
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAND - "
                               ST-CAN
                      GO TO ROT-FIMS.
                OPEN INPUT CADREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQ - "
                            ST-REQ
                   DISPLAY "CADASTRE AS REQUISICOES EM FP201688"
                   CLOSE CADCAND
                   GO TO ROT-FIMS.
      *
       PEDE-REQ.
                DISPLAY " "
                DISPLAY "NUMERO DA REQUISICAO (0 = SAIR): "
                ACCEPT W-NUMERO FROM CONSOLE
                IF W-NUMERO NOT NUMERIC
                   GO TO PEDE-REQ.
                IF W-NUMERO = ZEROS
                   GO TO ROT-FIM.
                MOVE W-NUMERO TO REQ-NUMERO
                READ CADREQ
                     INVALID KEY
                        DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
                        GO TO PEDE-REQ.
                DISPLAY "DEPTO " REQ-DEPTO "  CARGO " REQ-CARGO
                        "  QUANTIDADE " REQ-QTDE "  PREENCHIDAS "
                        REQ-PREENCH "  SITUACAO " REQ-SITUACAO
                PERFORM LISTA-CAND THRU LISTA-CAND-FIM.
       PEDE-ACAO.
                DISPLAY "ACAO (I=INCLUIR CANDIDATO E=ETAPA/RESULTADO "
                        "V=VOLTAR): "
                ACCEPT W-ACAO FROM CONSOLE
                IF W-ACAO = "i" MOVE "I" TO W-ACAO.
                IF W-ACAO = "e" MOVE "E" TO W-ACAO.
                IF W-ACAO = "v" MOVE "V" TO W-ACAO.
                IF W-ACAO = "V"
                   GO TO PEDE-REQ.
                IF W-ACAO NOT = "I" AND "E"
                   GO TO PEDE-ACAO.
                IF W-PERFIL = "C"
                   DISPLAY "*** PERFIL DE CONSULTA ***"
                   GO TO PEDE-REQ.
                IF W-ACAO = "E"
                   GO TO ALT-SEQ.
      *
      **********************************
      * INCLUSAO DE CANDIDATO          *
      **********************************
      *
       INC-001.
                IF REQ-SITUACAO NOT = "A"
                   DISPLAY "*** SO REQUISICAO APROVADA RECEBE "
                           "CANDIDATOS ***"
                   GO TO PEDE-REQ.
                MOVE SPACES TO REGCAND
                MOVE W-NUMERO TO CAN-REQ
                COMPUTE CAN-SEQ = W-ULT-SEQ + 1
                MOVE ZEROS TO CAN-CPF CAN-NASC CAN-CEP CAN-SALARIO
                              CAN-DT-RESULT CAN-CHAPA CAN-DT-ADMIS.
       INC-NOME.
                DISPLAY "NOME DO CANDIDATO: "
                ACCEPT CAN-NOME FROM CONSOLE
                IF CAN-NOME = SPACES
                   GO TO INC-NOME.
       INC-CPF.
                DISPLAY "CPF: "
                ACCEPT CAN-CPF FROM CONSOLE
                IF CAN-CPF NOT NUMERIC OR CAN-CPF = ZEROS
                   DISPLAY "*** CPF INVALIDO ***"
                   GO TO INC-CPF.
                DISPLAY "RG: "
                ACCEPT CAN-RG FROM CONSOLE.
       INC-NASC.
                DISPLAY "DATA DE NASCIMENTO (DDMMAAAA): "
                ACCEPT CAN-NASC FROM CONSOLE
                IF CAN-NASC NOT NUMERIC OR
                   CAN-NASC-DIA = ZEROS OR CAN-NASC-DIA > 31 OR
                   CAN-NASC-MES = ZEROS OR CAN-NASC-MES > 12
                   DISPLAY "*** DATA INVALIDA ***"
                   GO TO INC-NASC.
                DISPLAY "ESTADO CIVIL: "
                ACCEPT CAN-ECIVIL FROM CONSOLE
                DISPLAY "CEP: "
                ACCEPT CAN-CEP FROM CONSOLE
                IF CAN-CEP NOT NUMERIC
                   MOVE ZEROS TO CAN-CEP.
                DISPLAY "SALARIO PROPOSTO (0 = DO CARGO): "
                ACCEPT W-SALARIO FROM CONSOLE
                MOVE W-SALARIO TO CAN-SALARIO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "T" TO CAN-ETAPA
                MOVE W-HOJE TO CAN-DT-ETAPA
                MOVE SPACES TO CAN-RESULT
                MOVE W-OPERADOR TO CAN-OPERADOR.
       INC-OPC.
                DISPLAY "CONFIRMA O CANDIDATO " CAN-SEQ " (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** CANDIDATO NAO INCLUIDO ***"
                   GO TO PEDE-ACAO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-OPC.
                WRITE REGCAND
                IF ST-CAN NOT = "00" AND ST-CAN NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADCAND - " ST-CAN
                   GO TO PEDE-ACAO.
                MOVE CAN-SEQ TO W-ULT-SEQ
                DISPLAY "*** CANDIDATO INCLUIDO EM TRIAGEM ***"
                GO TO PEDE-ACAO.
      *
      **********************************
      * ETAPA E RESULTADO DA SELECAO   *
      **********************************
      *
       ALT-SEQ.
                DISPLAY "SEQUENCIA DO CANDIDATO (0 = VOLTAR): "
                ACCEPT W-SEQ FROM CONSOLE
                IF W-SEQ = ZEROS
                   GO TO PEDE-ACAO.
                MOVE W-NUMERO TO CAN-REQ
                MOVE W-SEQ TO CAN-SEQ
                READ CADCAND
                     INVALID KEY
                        DISPLAY "*** CANDIDATO NAO CADASTRADO ***"
                        GO TO ALT-SEQ.
                IF CAN-CHAPA NOT = ZEROS
                   DISPLAY "*** CANDIDATO JA ADMITIDO NA CHAPA "
                           CAN-CHAPA " ***"
                   GO TO ALT-SEQ.
                DISPLAY CAN-NOME
                DISPLAY "ETAPA ATUAL " CAN-ETAPA " EM " CAN-DT-ETAPA
                        "  RESULTADO " CAN-RESULT.
       ALT-ETAPA.
                DISPLAY "NOVA ETAPA (T/E/P/O, BRANCO = MANTEM): "
                MOVE SPACES TO W-ETAPA
                ACCEPT W-ETAPA FROM CONSOLE
                IF W-ETAPA = "t" MOVE "T" TO W-ETAPA.
                IF W-ETAPA = "e" MOVE "E" TO W-ETAPA.
                IF W-ETAPA = "p" MOVE "P" TO W-ETAPA.
                IF W-ETAPA = "o" MOVE "O" TO W-ETAPA.
                IF W-ETAPA NOT = "T" AND "E" AND "P" AND "O"
                                 AND SPACES
                   GO TO ALT-ETAPA.
       ALT-RESULT.
                DISPLAY "RESULTADO (C=CONTRATADO R=REPROVADO "
                        "D=DESISTENTE BRANCO=EM ANDAMENTO): "
                MOVE SPACES TO W-RESULT
                ACCEPT W-RESULT FROM CONSOLE
                IF W-RESULT = "c" MOVE "C" TO W-RESULT.
                IF W-RESULT = "r" MOVE "R" TO W-RESULT.
                IF W-RESULT = "d" MOVE "D" TO W-RESULT.
                IF W-RESULT NOT = "C" AND "R" AND "D" AND SPACES
                   GO TO ALT-RESULT.
                IF W-RESULT NOT = "C" OR CAN-RESULT = "C"
                   GO TO ALT-GRAVA.
                IF REQ-SITUACAO NOT = "A"
                   DISPLAY "*** REQUISICAO NAO ESTA APROVADA ***"
                   GO TO ALT-RESULT.
                MOVE REGCAND TO W-REGCAND-SV
                PERFORM CONTA-CONTRAT THRU CONTA-CONTRAT-FIM
                MOVE W-REGCAND-SV TO REGCAND
                IF W-CONTRAT NOT < REQ-QTDE
                   DISPLAY "*** VAGAS DA REQUISICAO JA PREENCHIDAS ***"
                   GO TO ALT-RESULT.
       ALT-GRAVA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-ETAPA NOT = SPACES
                   MOVE W-ETAPA TO CAN-ETAPA
                   MOVE W-HOJE TO CAN-DT-ETAPA.
                IF W-RESULT NOT = CAN-RESULT
                   MOVE W-RESULT TO CAN-RESULT
                   MOVE W-HOJE TO CAN-DT-RESULT.
                MOVE W-OPERADOR TO CAN-OPERADOR
                REWRITE REGCAND
                IF ST-CAN NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADCAND - " ST-CAN
                   GO TO ALT-SEQ.
                IF CAN-RESULT = "C"
                   DISPLAY "*** CONTRATADO - ADMITIR EM FP201613 PELO "
                           "CPF " CAN-CPF " ***"
                ELSE
                   DISPLAY "*** CANDIDATO ATUALIZADO ***".
                GO TO ALT-SEQ.
      *
      **********************************
      * LISTA OS CANDIDATOS DA         *
      * REQUISICAO E GUARDA A ULTIMA   *
      * SEQUENCIA                      *
      **********************************
      *
       LISTA-CAND.
                MOVE ZEROS TO W-ULT-SEQ
                MOVE W-NUMERO TO CAN-REQ
                MOVE ZEROS TO CAN-SEQ
                START CADCAND KEY IS NOT LESS THAN CAN-CHAVE
                     INVALID KEY GO TO LISTA-CAND-FIM.
       LISTA-CAND-LE.
                READ CADCAND NEXT RECORD
                     AT END GO TO LISTA-CAND-FIM.
                IF CAN-REQ NOT = W-NUMERO
                   GO TO LISTA-CAND-FIM.
                MOVE CAN-SEQ TO LC-SEQ W-ULT-SEQ
                MOVE CAN-NOME TO LC-NOME
                MOVE CAN-ETAPA TO LC-ETAPA
                MOVE CAN-RESULT TO LC-RESULT
                MOVE CAN-CHAPA TO LC-CHAPA
                DISPLAY LIN-CAND
                GO TO LISTA-CAND-LE.
       LISTA-CAND-FIM.
                EXIT.
      *
       CONTA-CONTRAT.
                MOVE ZEROS TO W-CONTRAT
                MOVE W-NUMERO TO CAN-REQ
                MOVE ZEROS TO CAN-SEQ
                START CADCAND KEY IS NOT LESS THAN CAN-CHAVE
                     INVALID KEY GO TO CONTA-CONTRAT-FIM.
       CONTA-CONTRAT-LE.
                READ CADCAND NEXT RECORD
                     AT END GO TO CONTA-CONTRAT-FIM.
                IF CAN-REQ NOT = W-NUMERO
                   GO TO CONTA-CONTRAT-FIM.
                IF CAN-RESULT = "C"
                   ADD 1 TO W-CONTRAT.
                GO TO CONTA-CONTRAT-LE.
       CONTA-CONTRAT-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCAND CADREQ.
       ROT-FIMS.
                STOP RUN.
