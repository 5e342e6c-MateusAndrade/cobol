       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201688.
       AUTHOR. MATEUS.
      **************************************
      * REQUISICAO DE PESSOAL (CADREQ.DAT) *
      * POR DEPARTAMENTO/CARGO, COM MOTIVO *
      * (S=SUBSTITUICAO A=AUMENTO DE       *
      * QUADRO) E GESTOR REQUISITANTE.     *
      * A QUANTIDADE E CONFERIDA CONTRA AS *
      * VAGAS LIVRES DO QUADRO AUTORIZADO  *
      * (CADVAGAS MENOS ATIVOS EM CADFUNC  *
      * MENOS O SALDO DAS OUTRAS           *
      * REQUISICOES PENDENTES/APROVADAS);  *
      * SEM VAGA A REQUISICAO FICA         *
      * BLOQUEADA. APROVACAO/REPROVACAO SO *
      * POR PERFIL R OU A, COM NOVA        *
      * CONFERENCIA DAS VAGAS. OS          *
      * CANDIDATOS SAO MANTIDOS EM         *
      * FP201689 E O CONTRATADO E ADMITIDO *
      * EM FP201613                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-NUMERO
                    FILE STATUS  IS ST-REQ.
       SELECT CADVAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAG-CHAVE
                    FILE STATUS  IS ST-VAG.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       01 REGREQ-CTL.
                03 CTL-NUMERO       PIC 9(06).
                03 CTL-ULTIMO       PIC 9(06).
                03 FILLER           PIC X(116).
      *
       FD CADVAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAGAS.DAT".
       01 REGVAGAS.
                03 VAG-CHAVE.
                   05 VAG-DEPTO      PIC 9(03).
                   05 VAG-CARGO      PIC 9(03).
                03 VAG-AUTORIZADO    PIC 9(03).
                03 FILLER            PIC X(55).
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
                03 FILLER              PIC X(23).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 FILLER        PIC X(46).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 FILLER              PIC X(41).
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
       FD CADJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRN.TXT".
       01 REGJRN                  PIC X(351).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REQ       PIC X(02) VALUE "00".
       77 ST-VAG       PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-DEPTO      PIC 9(03) VALUE ZEROS.
       77 W-CARGO      PIC 9(03) VALUE ZEROS.
       77 W-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-SALDO-REQ  PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO     PIC X(01) VALUE SPACES.
       77 W-CHAPA-SUBST PIC 9(05) VALUE ZEROS.
       77 W-SUBST-ATIVO PIC X(01) VALUE "N".
       77 W-GESTOR     PIC X(30) VALUE SPACES.
       77 W-AUTORIZ    PIC 9(05) VALUE ZEROS.
       77 W-OCUPADO    PIC 9(05) VALUE ZEROS.
       77 W-RESERVA    PIC 9(05) VALUE ZEROS.
       77 W-LIVRE      PIC S9(05) VALUE ZEROS.
       77 W-LIVRE-ED   PIC -ZZZZ9.
       77 W-SITUACAO   PIC X(01) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-REGREQ-SV  PIC X(128) VALUE SPACES.
       01 W-DESC-SIT   PIC X(22) VALUE SPACES.

       01  W-REGJRN.
           03  W-JRN-DATA      PIC 9(08).
           03  W-JRN-ARQUIVO   PIC X(08).
           03  W-JRN-OPERACAO  PIC X(10).
           03  W-JRN-CHAVE     PIC X(15).
           03  W-JRN-ANTES     PIC X(150).
           03  W-JRN-DEPOIS    PIC X(150).
           03  W-JRN-OPERADOR  PIC X(10).
       01  W-JRN-ANTES-SV      PIC X(150) VALUE SPACES.

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
                OPEN I-O CADREQ
                IF ST-REQ NOT = "00"
                   IF ST-REQ = "30" OR "35"
                      OPEN OUTPUT CADREQ
                      CLOSE CADREQ
                      OPEN I-O CADREQ
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQ - "
                               ST-REQ
                      GO TO ROT-FIMS.
                OPEN INPUT CADVAGAS
                IF ST-VAG NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVAGAS - "
                            ST-VAG
                   CLOSE CADREQ
                   GO TO ROT-FIMS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   CLOSE CADREQ CADVAGAS
                   GO TO ROT-FIMS.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE CADREQ CADVAGAS CADFUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-CARGO
                   CLOSE CADREQ CADVAGAS CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN EXTEND CADJRN
                IF ST-JRN NOT = "00"
                   OPEN OUTPUT CADJRN
                   CLOSE CADJRN
                   OPEN EXTEND CADJRN.
      *
       PEDE-ACAO.
                DISPLAY " "
                DISPLAY "ACAO (I=INCLUIR C=CONSULTAR A=APROVAR "
                        "R=REPROVAR X=CANCELAR F=FIM): "
                ACCEPT W-ACAO FROM CONSOLE
                IF W-ACAO = "i" MOVE "I" TO W-ACAO.
                IF W-ACAO = "c" MOVE "C" TO W-ACAO.
                IF W-ACAO = "a" MOVE "A" TO W-ACAO.
                IF W-ACAO = "r" MOVE "R" TO W-ACAO.
                IF W-ACAO = "x" MOVE "X" TO W-ACAO.
                IF W-ACAO = "f" MOVE "F" TO W-ACAO.
                IF W-ACAO = "F"
                   GO TO ROT-FIM.
                IF W-ACAO NOT = "I" AND "C" AND "A" AND "R" AND "X"
                   GO TO PEDE-ACAO.
                IF W-ACAO NOT = "C" AND W-PERFIL = "C"
                   DISPLAY "*** PERFIL DE CONSULTA - SO C=CONSULTAR ***"
                   GO TO PEDE-ACAO.
                IF (W-ACAO = "A" OR "R") AND
                   W-PERFIL NOT = "R" AND "A"
                   DISPLAY "*** USUARIO SEM PERFIL PARA APROVAR ***"
                   GO TO PEDE-ACAO.
                IF W-ACAO = "I"
                   GO TO INC-DEPTO.
       PEDE-NUMERO.
                DISPLAY "NUMERO DA REQUISICAO (0 = VOLTAR): "
                ACCEPT W-NUMERO FROM CONSOLE
                IF W-NUMERO NOT NUMERIC
                   GO TO PEDE-NUMERO.
                IF W-NUMERO = ZEROS
                   GO TO PEDE-ACAO.
                MOVE W-NUMERO TO REQ-NUMERO
                READ CADREQ
                     INVALID KEY
                        DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
                        GO TO PEDE-NUMERO.
                MOVE REGREQ TO W-JRN-ANTES-SV
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
                IF W-ACAO = "C"
                   GO TO PEDE-NUMERO.
                IF W-ACAO = "A"
                   GO TO APROVA-REQ.
                IF W-ACAO = "R"
                   GO TO REPROVA-REQ.
                GO TO CANCELA-REQ.
      *
      **********************************
      * INCLUSAO DA REQUISICAO         *
      **********************************
      *
       INC-DEPTO.
                DISPLAY "DEPARTAMENTO (0 = VOLTAR): "
                ACCEPT W-DEPTO FROM CONSOLE
                IF W-DEPTO = ZEROS
                   GO TO PEDE-ACAO.
                MOVE W-DEPTO TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY
                        DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
                        GO TO INC-DEPTO.
                DISPLAY "   " DENOMINACAO OF REGDEPTO.
       INC-CARGO.
                DISPLAY "CARGO: "
                ACCEPT W-CARGO FROM CONSOLE
                MOVE W-CARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        DISPLAY "*** CARGO NAO CADASTRADO ***"
                        GO TO INC-CARGO.
                DISPLAY "   " DENOMINACAO OF REGCARGO.
       INC-MOTIVO.
                DISPLAY "MOTIVO (S=SUBSTITUICAO A=AUMENTO DE QUADRO): "
                ACCEPT W-MOTIVO FROM CONSOLE
                IF W-MOTIVO = "s" MOVE "S" TO W-MOTIVO.
                IF W-MOTIVO = "a" MOVE "A" TO W-MOTIVO.
                IF W-MOTIVO NOT = "S" AND "A"
                   GO TO INC-MOTIVO.
                MOVE ZEROS TO W-CHAPA-SUBST
                IF W-MOTIVO = "A"
                   GO TO INC-QTDE.
       INC-SUBST.
                DISPLAY "CHAPA DO FUNCIONARIO SUBSTITUIDO: "
                ACCEPT W-CHAPA-SUBST FROM CONSOLE
                MOVE W-CHAPA-SUBST TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        DISPLAY "*** CHAPA NAO CADASTRADA ***"
                        GO TO INC-SUBST.
                IF DEPARTAMENTO NOT = W-DEPTO OR CCARGO NOT = W-CARGO
                   DISPLAY "*** SUBSTITUIDO E DE OUTRO DEPTO/CARGO ***"
                   GO TO INC-SUBST.
                DISPLAY "   " NOME
                MOVE 1 TO W-QTDE
                DISPLAY "SUBSTITUICAO: QUANTIDADE 1"
                GO TO INC-GESTOR.
       INC-QTDE.
                DISPLAY "QUANTIDADE DE VAGAS: "
                ACCEPT W-QTDE FROM CONSOLE
                IF W-QTDE = ZEROS
                   DISPLAY "*** QUANTIDADE INVALIDA ***"
                   GO TO INC-QTDE.
       INC-GESTOR.
                DISPLAY "GESTOR REQUISITANTE: "
                ACCEPT W-GESTOR FROM CONSOLE
                IF W-GESTOR = SPACES
                   GO TO INC-GESTOR.
                MOVE ZEROS TO W-NUMERO
                PERFORM CALCULA-LIVRE THRU CALCULA-LIVRE-FIM
                MOVE "P" TO W-SITUACAO
                IF W-QTDE > W-LIVRE
                   MOVE "B" TO W-SITUACAO
                   DISPLAY "*** SEM VAGA AUTORIZADA LIVRE - A "
                           "REQUISICAO FICARA BLOQUEADA ***".
       INC-OPC.
                DISPLAY "CONFIRMA A INCLUSAO (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** REQUISICAO NAO INCLUIDA ***"
                   GO TO PEDE-ACAO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-OPC.
                PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
                IF W-NUMERO = ZEROS
                   GO TO PEDE-ACAO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE SPACES TO REGREQ
                MOVE W-NUMERO TO REQ-NUMERO
                MOVE W-DEPTO TO REQ-DEPTO
                MOVE W-CARGO TO REQ-CARGO
                MOVE W-QTDE TO REQ-QTDE
                MOVE W-MOTIVO TO REQ-MOTIVO
                MOVE W-CHAPA-SUBST TO REQ-CHAPA-SUBST
                MOVE W-GESTOR TO REQ-GESTOR
                MOVE W-HOJE TO REQ-DT-ABERT
                MOVE W-SITUACAO TO REQ-SITUACAO
                MOVE ZEROS TO REQ-DT-APROV REQ-PREENCH REQ-DT-FECHA
                MOVE W-OPERADOR TO REQ-OPERADOR
                WRITE REGREQ
                IF ST-REQ NOT = "00" AND ST-REQ NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADREQ - " ST-REQ
                   GO TO PEDE-ACAO.
                MOVE SPACES TO W-JRN-ANTES-SV
                MOVE "INCLUSAO" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                DISPLAY "*** REQUISICAO " W-NUMERO " INCLUIDA ***"
                GO TO PEDE-ACAO.
      *
      **********************************
      * APROVACAO: CONFERE DE NOVO AS  *
      * VAGAS LIVRES; SEM VAGA, A      *
      * REQUISICAO FICA BLOQUEADA      *
      **********************************
      *
       APROVA-REQ.
                IF REQ-SITUACAO NOT = "P" AND "B"
                   DISPLAY "*** SO REQUISICAO PENDENTE OU BLOQUEADA "
                           "PODE SER APROVADA ***"
                   GO TO PEDE-NUMERO.
                MOVE REQ-DEPTO TO W-DEPTO
                MOVE REQ-CARGO TO W-CARGO
                MOVE REQ-MOTIVO TO W-MOTIVO
                MOVE REQ-CHAPA-SUBST TO W-CHAPA-SUBST
                PERFORM CALCULA-LIVRE THRU CALCULA-LIVRE-FIM
                COMPUTE W-SALDO-REQ = REQ-QTDE - REQ-PREENCH
                IF W-SALDO-REQ NOT > W-LIVRE
                   GO TO APROVA-OPC.
                DISPLAY "*** SEM VAGA AUTORIZADA LIVRE - REQUISICAO "
                        "BLOQUEADA ***"
                IF REQ-SITUACAO = "B"
                   GO TO PEDE-NUMERO.
                MOVE "B" TO REQ-SITUACAO
                REWRITE REGREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADREQ - " ST-REQ
                   GO TO PEDE-NUMERO.
                MOVE "BLOQUEIO" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                GO TO PEDE-NUMERO.
       APROVA-OPC.
                DISPLAY "CONFIRMA A APROVACAO (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   GO TO PEDE-NUMERO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO APROVA-OPC.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "A" TO REQ-SITUACAO
                MOVE W-OPERADOR TO REQ-APROVADOR
                MOVE W-HOJE TO REQ-DT-APROV
                REWRITE REGREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADREQ - " ST-REQ
                   GO TO PEDE-NUMERO.
                MOVE "APROVACAO" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                DISPLAY "*** REQUISICAO APROVADA ***"
                GO TO PEDE-NUMERO.
      *
       REPROVA-REQ.
                IF REQ-SITUACAO NOT = "P" AND "B"
                   DISPLAY "*** SO REQUISICAO PENDENTE OU BLOQUEADA "
                           "PODE SER REPROVADA ***"
                   GO TO PEDE-NUMERO.
       REPROVA-OPC.
                DISPLAY "CONFIRMA A REPROVACAO (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   GO TO PEDE-NUMERO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO REPROVA-OPC.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "R" TO REQ-SITUACAO
                MOVE W-OPERADOR TO REQ-APROVADOR
                MOVE W-HOJE TO REQ-DT-APROV REQ-DT-FECHA
                REWRITE REGREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADREQ - " ST-REQ
                   GO TO PEDE-NUMERO.
                MOVE "REPROVACAO" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                DISPLAY "*** REQUISICAO REPROVADA ***"
                GO TO PEDE-NUMERO.
      *
       CANCELA-REQ.
                IF REQ-SITUACAO NOT = "P" AND "B" AND "A"
                   DISPLAY "*** REQUISICAO JA ENCERRADA ***"
                   GO TO PEDE-NUMERO.
       CANCELA-OPC.
                DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   GO TO PEDE-NUMERO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CANCELA-OPC.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "C" TO REQ-SITUACAO
                MOVE W-HOJE TO REQ-DT-FECHA
                REWRITE REGREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADREQ - " ST-REQ
                   GO TO PEDE-NUMERO.
                MOVE "CANCELA" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                DISPLAY "*** REQUISICAO CANCELADA ***"
                GO TO PEDE-NUMERO.
      *
      **********************************
      * VAGAS LIVRES DO PAR W-DEPTO/   *
      * W-CARGO: AUTORIZADO - ATIVOS - *
      * SALDO DAS OUTRAS REQUISICOES   *
      * PENDENTES OU APROVADAS. NA     *
      * SUBSTITUICAO O SUBSTITUIDO     *
      * AINDA ATIVO LIBERA A SUA VAGA  *
      **********************************
      *
       CALCULA-LIVRE.
                MOVE REGREQ TO W-REGREQ-SV
                MOVE ZEROS TO W-AUTORIZ W-OCUPADO W-RESERVA
                MOVE "N" TO W-SUBST-ATIVO
                MOVE W-DEPTO TO VAG-DEPTO
                MOVE W-CARGO TO VAG-CARGO
                READ CADVAGAS
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE VAG-AUTORIZADO TO W-AUTORIZ.
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                     INVALID KEY GO TO CALCULA-LIVRE-REQ.
       CALCULA-LIVRE-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO CALCULA-LIVRE-REQ.
                IF DATADEMIS NOT = ZEROS OR SITFUNC NOT = "A"
                   GO TO CALCULA-LIVRE-FUNC.
                IF DEPARTAMENTO NOT = W-DEPTO OR CCARGO NOT = W-CARGO
                   GO TO CALCULA-LIVRE-FUNC.
                ADD 1 TO W-OCUPADO
                IF W-MOTIVO = "S" AND CHAPA = W-CHAPA-SUBST
                   MOVE "S" TO W-SUBST-ATIVO.
                GO TO CALCULA-LIVRE-FUNC.
       CALCULA-LIVRE-REQ.
                MOVE 1 TO REQ-NUMERO
                START CADREQ KEY IS NOT LESS THAN REQ-NUMERO
                     INVALID KEY GO TO CALCULA-LIVRE-SALDO.
       CALCULA-LIVRE-REQ-LE.
                READ CADREQ NEXT RECORD
                     AT END GO TO CALCULA-LIVRE-SALDO.
                IF REQ-NUMERO = W-NUMERO
                   GO TO CALCULA-LIVRE-REQ-LE.
                IF REQ-DEPTO NOT = W-DEPTO OR REQ-CARGO NOT = W-CARGO
                   GO TO CALCULA-LIVRE-REQ-LE.
                IF REQ-SITUACAO NOT = "P" AND "A"
                   GO TO CALCULA-LIVRE-REQ-LE.
                IF REQ-QTDE > REQ-PREENCH
                   COMPUTE W-RESERVA = W-RESERVA + REQ-QTDE
                                                 - REQ-PREENCH.
                GO TO CALCULA-LIVRE-REQ-LE.
       CALCULA-LIVRE-SALDO.
                MOVE W-REGREQ-SV TO REGREQ
                COMPUTE W-LIVRE = W-AUTORIZ - W-OCUPADO - W-RESERVA
                IF W-SUBST-ATIVO = "S"
                   ADD 1 TO W-LIVRE.
                DISPLAY "AUTORIZADAS: " W-AUTORIZ
                        "  OCUPADAS: " W-OCUPADO
                        "  EM REQUISICAO: " W-RESERVA
                MOVE W-LIVRE TO W-LIVRE-ED
                DISPLAY "VAGAS LIVRES: " W-LIVRE-ED.
       CALCULA-LIVRE-FIM.
                EXIT.
      *
      **********************************
      * NUMERACAO PELO REGISTRO DE     *
      * CONTROLE (REQ-NUMERO ZERO)     *
      **********************************
      *
       PROXIMO-NUMERO.
                MOVE ZEROS TO CTL-NUMERO
                READ CADREQ
                     INVALID KEY
                        MOVE SPACES TO REGREQ-CTL
                        MOVE ZEROS TO CTL-NUMERO CTL-ULTIMO
                        WRITE REGREQ-CTL.
                IF ST-REQ NOT = "00" AND ST-REQ NOT = "02"
                   DISPLAY "ERRO NO CONTROLE DE CADREQ - " ST-REQ
                   MOVE ZEROS TO W-NUMERO
                   GO TO PROXIMO-NUMERO-FIM.
                ADD 1 TO CTL-ULTIMO
                REWRITE REGREQ-CTL
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NO CONTROLE DE CADREQ - " ST-REQ
                   MOVE ZEROS TO W-NUMERO
                   GO TO PROXIMO-NUMERO-FIM.
                MOVE CTL-ULTIMO TO W-NUMERO.
       PROXIMO-NUMERO-FIM.
                EXIT.
      *
       MOSTRA-REQ.
                MOVE "DESCONHECIDA" TO W-DESC-SIT
                IF REQ-SITUACAO = "P"
                   MOVE "PENDENTE DE APROVACAO" TO W-DESC-SIT.
                IF REQ-SITUACAO = "B"
                   MOVE "BLOQUEADA - SEM VAGA" TO W-DESC-SIT.
                IF REQ-SITUACAO = "A"
                   MOVE "APROVADA - EM SELECAO" TO W-DESC-SIT.
                IF REQ-SITUACAO = "R"
                   MOVE "REPROVADA" TO W-DESC-SIT.
                IF REQ-SITUACAO = "F"
                   MOVE "PREENCHIDA" TO W-DESC-SIT.
                IF REQ-SITUACAO = "C"
                   MOVE "CANCELADA" TO W-DESC-SIT.
                DISPLAY "REQUISICAO " REQ-NUMERO "  SITUACAO: "
                        REQ-SITUACAO " - " W-DESC-SIT
                DISPLAY "DEPTO " REQ-DEPTO "  CARGO " REQ-CARGO
                        "  MOTIVO " REQ-MOTIVO
                        "  SUBSTITUIDO " REQ-CHAPA-SUBST
                DISPLAY "QUANTIDADE " REQ-QTDE "  PREENCHIDAS "
                        REQ-PREENCH
                DISPLAY "GESTOR " REQ-GESTOR
                DISPLAY "ABERTA EM " REQ-DT-ABERT " POR " REQ-OPERADOR
                IF REQ-APROVADOR NOT = SPACES
                   DISPLAY "DECIDIDA EM " REQ-DT-APROV " POR "
                           REQ-APROVADOR.
                IF REQ-DT-FECHA NOT = ZEROS
                   DISPLAY "ENCERRADA EM " REQ-DT-FECHA.
       MOSTRA-REQ-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE JORNAL   *
      **********************
      *
       GRAVA-JORNAL.
                ACCEPT W-JRN-DATA FROM DATE YYYYMMDD
                MOVE "CADREQ" TO W-JRN-ARQUIVO
                MOVE REQ-NUMERO TO W-JRN-CHAVE
                MOVE W-JRN-ANTES-SV TO W-JRN-ANTES
                MOVE REGREQ TO W-JRN-DEPOIS
                MOVE W-OPERADOR TO W-JRN-OPERADOR
                WRITE REGJRN FROM W-REGJRN.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADREQ CADVAGAS CADFUNC CADEPTO CADCARGO CADJRN.
       ROT-FIMS.
                STOP RUN.
