       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201636.
       AUTHOR. MATEUS.
      **************************************
      * CONFIRMACAO DA REMATRICULA:        *
      * MOSTRA AS DISCIPLINAS PROPOSTAS    *
      * PELO P201635 (CADMATRI SITUACAO P) *
      * PARA O RM NO PERIODO LETIVO E      *
      * CONFIRMA (A=ATIVA) OU REJEITA      *
      * (C=CANCELADA) TODAS DE UMA VEZ.    *
      * UMA DISCIPLINA ISOLADA PODE SER    *
      * ACERTADA NO P201622                *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMATRI.DAT".
       01 REGMATRI.
                03 MAT-CHAVE.
                   05 MAT-RM        PIC 9(05).
                   05 MAT-DISC      PIC X(03).
                   05 MAT-PERIODO.
                      07 MAT-PER-ANO PIC 9(04).
                      07 MAT-PER-SEM PIC 9(01).
                03 MAT-SITUACAO     PIC X(01).
                03 MAT-DATA         PIC 9(08).
                03 FILLER           PIC X(18).
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
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 FILLER         PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
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
       77 ST-DISC      PIC X(02) VALUE "00".
       77 W-DISC-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-RM         PIC 9(05) VALUE ZEROS.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(03) VALUE ZEROS.
       01 W-PERIODO.
          03 W-PER-ANO    PIC 9(04).
          03 W-PER-SEM    PIC 9(01).

      * AS 10 PRIMEIRAS DISCIPLINAS PROPOSTAS DO ALUNO
       01 W-LISTA.
          03 W-LST01      PIC X(36).
          03 W-LST02      PIC X(36).
          03 W-LST03      PIC X(36).
          03 W-LST04      PIC X(36).
          03 W-LST05      PIC X(36).
          03 W-LST06      PIC X(36).
          03 W-LST07      PIC X(36).
          03 W-LST08      PIC X(36).
          03 W-LST09      PIC X(36).
          03 W-LST10      PIC X(36).
       01 W-LISTA-R REDEFINES W-LISTA.
          03 W-LST OCCURS 10 TIMES.
             05 W-LST-DISC   PIC X(03).
             05 FILLER       PIC X(03).
             05 W-LST-DENOM  PIC X(30).

       SCREEN SECTION.

       01  TELAREMAT.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                 CONFIRMACAO DE REMATRICULA".
           05  LINE 06  COLUMN 01
               VALUE  "            PERIODO LETIVO (AAAAS):".
           05  LINE 08  COLUMN 01
               VALUE  "            RM:".
           05  LINE 10  COLUMN 01
               VALUE  "            DISC  DENOMINACAO".
           05  LINE 10  COLUMN 50
               VALUE  "PROPOSTAS:".
           05  LINE 21  COLUMN 01
               VALUE  "            ACAO (C=CONFIRMAR R=REJEITAR):".
           05  TPERIODO
               LINE 06  COLUMN 37  PIC 9(05)
               USING  W-PERIODO
               HIGHLIGHT.
           05  TRM
               LINE 08  COLUMN 17  PIC 9(05)
               USING  W-RM
               HIGHLIGHT.
           05  TQTDE
               LINE 10  COLUMN 61  PIC ZZ9
               FROM   W-QTDE.
           05  TLISTA.
               10  LINE 11  COLUMN 13  PIC X(36) FROM W-LST01.
               10  LINE 12  COLUMN 13  PIC X(36) FROM W-LST02.
               10  LINE 13  COLUMN 13  PIC X(36) FROM W-LST03.
               10  LINE 14  COLUMN 13  PIC X(36) FROM W-LST04.
               10  LINE 15  COLUMN 13  PIC X(36) FROM W-LST05.
               10  LINE 16  COLUMN 13  PIC X(36) FROM W-LST06.
               10  LINE 17  COLUMN 13  PIC X(36) FROM W-LST07.
               10  LINE 18  COLUMN 13  PIC X(36) FROM W-LST08.
               10  LINE 19  COLUMN 13  PIC X(36) FROM W-LST09.
               10  LINE 20  COLUMN 13  PIC X(36) FROM W-LST10.
           05  TACAO
               LINE 21  COLUMN 45  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADMATRI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMATRI"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADALUNO
           IF ST-ALU NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADMATRI
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADDISC
           IF ST-DISC = "00"
                      MOVE "S" TO W-DISC-ABERTO.
           MOVE ZEROS TO W-PERIODO.
       INC-001.
                MOVE ZEROS TO W-RM W-QTDE
                MOVE SPACES TO W-ACAO W-LISTA
                DISPLAY TELAREMAT.
       INC-002.
                ACCEPT TPERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                IF W-PER-ANO < 1900 OR
                   (W-PER-SEM NOT = 1 AND W-PER-SEM NOT = 2)
                   MOVE "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO W-PERIODO
                   DISPLAY TPERIODO
                   GO TO INC-002.
       INC-003.
                ACCEPT TRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        MOVE "*** ALUNO NAO CADASTRADO (P201621) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003
                     NOT INVALID KEY
                        DISPLAY (08, 24) " - "
                        DISPLAY (08, 27) ALU-NOME.
      *
      **********************************
      * PROPOSTAS DO ALUNO NO PERIODO  *
      **********************************
      *
       LER-MATRI01.
                MOVE ZEROS TO W-QTDE
                MOVE SPACES TO W-LISTA
                MOVE W-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO LER-MATRI03.
       LER-MATRI02.
                READ CADMATRI NEXT RECORD
                     AT END GO TO LER-MATRI03.
                IF MAT-RM NOT = W-RM
                   GO TO LER-MATRI03.
                IF MAT-PERIODO NOT = W-PERIODO
                   GO TO LER-MATRI02.
                IF MAT-SITUACAO NOT = "P"
                   GO TO LER-MATRI02.
                ADD 1 TO W-QTDE
                IF W-QTDE > 10
                   GO TO LER-MATRI02.
                MOVE MAT-DISC TO W-LST-DISC (W-QTDE)
                IF W-DISC-ABERTO NOT = "S"
                   GO TO LER-MATRI02.
                MOVE MAT-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** NAO CADASTRADA ***" TO DIS-DENOM.
                MOVE DIS-DENOM TO W-LST-DENOM (W-QTDE)
                GO TO LER-MATRI02.
       LER-MATRI03.
                DISPLAY TQTDE
                DISPLAY TLISTA
                IF W-QTDE = ZEROS
                   MOVE "*** ALUNO SEM PROPOSTA NO PERIODO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-ACAO = "c"
                   MOVE "C" TO W-ACAO.
                IF W-ACAO = "r"
                   MOVE "R" TO W-ACAO.
                IF W-ACAO NOT = "C" AND "R"
                   MOVE "*** ACAO: C=CONFIRMAR R=REJEITAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO W-ACAO
                   DISPLAY TACAO
                   GO TO INC-004.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      **********************************
      * CONFIRMA (A) OU REJEITA (C)    *
      * TODAS AS PROPOSTAS DO ALUNO NO *
      * PERIODO                        *
      **********************************
      *
       INC-WR1.
                MOVE ZEROS TO W-GRAVADOS
                MOVE W-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO INC-WR3.
       INC-WR2.
                READ CADMATRI NEXT RECORD
                     AT END GO TO INC-WR3.
                IF MAT-RM NOT = W-RM
                   GO TO INC-WR3.
                IF MAT-PERIODO NOT = W-PERIODO
                   GO TO INC-WR2.
                IF MAT-SITUACAO NOT = "P"
                   GO TO INC-WR2.
                MOVE "C" TO MAT-SITUACAO
                IF W-ACAO = "C"
                   MOVE "A" TO MAT-SITUACAO.
                ACCEPT MAT-DATA FROM DATE YYYYMMDD
                REWRITE REGMATRI
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMATRI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-GRAVADOS
                GO TO INC-WR2.
       INC-WR3.
                MOVE "*** PROPOSTAS REJEITADAS ***" TO MENS
                IF W-ACAO = "C"
                   MOVE "*** REMATRICULA CONFIRMADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       FECHA-OPC.
                IF W-DISC-ABERTO = "S"
                   CLOSE CADDISC.
                CLOSE CADMATRI CADALUNO.
       FECHA-OPC-FIM.
                EXIT.
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
