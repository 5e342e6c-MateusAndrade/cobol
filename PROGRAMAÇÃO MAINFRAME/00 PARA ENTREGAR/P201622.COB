      * DISCIPLINA E PERIODO LETIVO        *
      * (AAAAS), VALIDANDO CADALUNO E      *
      * CADDISC. P201613 E P201620 SO      *
      * ACEITAM NOTA COM MATRICULA ATIVA.  *
      * A PROPOSTA DE REMATRICULA          *
      * (SITUACAO P, P201635) ALTERADA     *
      * AQUI PASSA A A OU C. MATRICULA     *
      * ATIVA DE ALUNO COM CURSO EXIGE A   *
      * DISCIPLINA NA GRADE (CADGRADE.DAT, *
      * P201638) E OS PRE-REQUISITOS       *
      * APROVADOS EM CADNOTAH.DAT. TURMA   *
      * COM HORARIO (CADHORAR.DAT) LIMITADA *
      * PELA MENOR SALA: ALEM DELA O ALUNO *
      * FICA EM ESPERA (SITUACAO E) E SOBE *
      * QUANDO UM ATIVO SAI DA TURMA       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-GRD.
       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HOR-CHAVE
                    FILE STATUS  IS ST-HOR.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-SALA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 ALU-MES    PIC 9(02).
                   05 ALU-ANO    PIC 9(04).
                03 ALU-SITUACAO  PIC X(01).
                03 ALU-CURSO     PIC 9(03).
                03 ALU-CURSO-X REDEFINES ALU-CURSO PIC X(03).
                03 FILLER        PIC X(18).
      *
       FD CADDISC
               LABEL RECORD IS STANDARD
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 FILLER         PIC X(14).
      *
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRADE.DAT".
       01 REGGRADE.
                03 GRD-CHAVE.
                   05 GRD-CURSO     PIC 9(03).
                   05 GRD-DISC      PIC X(03).
                03 GRD-SEMESTRE     PIC 9(02).
                03 GRD-TIPO         PIC X(01).
                03 GRD-PREREQ.
                   05 GRD-PRE1      PIC X(03).
                   05 GRD-PRE2      PIC X(03).
                   05 GRD-PRE3      PIC X(03).
                   05 GRD-PRE4      PIC X(03).
                03 GRD-PREREQ-R REDEFINES GRD-PREREQ.
                   05 GRD-PRE       PIC X(03) OCCURS 4 TIMES.
                03 FILLER           PIC X(19).
      *
       FD CADNOTAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".
       01 REGNOTAH.
                03 NTH-CHAVE.
                   05 NTH-RM        PIC 9(05).
                   05 NTH-DISC      PIC X(03).
                   05 NTH-PERIODO.
                      07 NTH-PER-ANO PIC 9(04).
                      07 NTH-PER-SEM PIC 9(01).
                03 NTH-NOME         PIC X(35).
                03 NTH-NOTAS        PIC X(12).
                03 NTH-MEDIA        PIC 9(2)V9.
                03 NTH-SOMAFALTAS   PIC 9(02).
                03 NTH-SITUACAO     PIC X(16).
                03 FILLER           PIC X(15).
      *
       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
                03 HOR-CHAVE.
                   05 HOR-PERIODO.
                      07 HOR-PER-ANO PIC 9(04).
                      07 HOR-PER-SEM PIC 9(01).
                   05 HOR-DISC      PIC X(03).
                   05 HOR-DIA       PIC 9(01).
                   05 HOR-INICIO    PIC 9(04).
                03 HOR-FIM          PIC 9(04).
                03 HOR-SALA         PIC X(04).
                03 FILLER           PIC X(19).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
                03 SAL-CODIGO     PIC X(04).
                03 SAL-DESCR      PIC X(30).
                03 SAL-CAPACIDADE PIC 9(03).
                03 FILLER         PIC X(13).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  W-SEGINI        PIC 9(07) VALUE ZEROS.
       01  W-SEGATU        PIC 9(07) VALUE ZEROS.
       01  W-SEGDIF        PIC 9(07) VALUE ZEROS.
       01  W-MENS-PRE.
           03  FILLER      PIC X(18) VALUE "*** PRE-REQUISITO ".
           03  W-MP-DISC   PIC X(03).
           03  FILLER      PIC X(17) VALUE " NAO APROVADO ***".
       01  W-MENS-ESP.
           03  FILLER      PIC X(07) VALUE "*** RM ".
           03  W-ME-RM     PIC 9(05).
           03  FILLER      PIC X(28)
               VALUE " SAIU DA LISTA DE ESPERA ***".
       01  W-REGMATRI.
           03  W-RG-RM      PIC 9(05).
           03  W-RG-DISC    PIC X(03).
           03  W-RG-PERIODO PIC 9(05).
           03  FILLER       PIC X(27).
       01  W-CAPAC         PIC 9(03) VALUE ZEROS.
       01  W-QT-TURMA      PIC 9(05) VALUE ZEROS.
       01  W-ESP-RM        PIC 9(05) VALUE ZEROS.
       01  W-ESP-DATA      PIC 9(08) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-GRD       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 W-GRD-ABERTO PIC X(01) VALUE "N".
       77 W-HIST-ABERTO PIC X(01) VALUE "N".
       77 W-PRE-OK     PIC X(01) VALUE "S".
       77 W-APROVADO   PIC X(01) VALUE "N".
       77 W-I          PIC 9(01) VALUE ZEROS.
       77 ST-HOR       PIC X(02) VALUE "00".
       77 ST-SALA      PIC X(02) VALUE "00".
       77 W-HOR-ABERTO PIC X(01) VALUE "N".
       77 W-SALA-ABERTO PIC X(01) VALUE "N".
       77 W-SIT-ANT    PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
           05  LINE 11  COLUMN 01
               VALUE  "            PERIODO LETIVO (AAAAS):".
           05  LINE 13  COLUMN 01
               VALUE  "            SITUACAO (A/C/E):".
           05  TRM
               LINE 07  COLUMN 17  PIC 9(05)
               USING  MAT-RM
               USING  MAT-PERIODO
               HIGHLIGHT.
           05  TSITUACAO
               LINE 13  COLUMN 31  PIC X(01)
               USING  MAT-SITUACAO
               HIGHLIGHT.

                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADMATRI CADALUNO
                      GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADGRADE
           IF ST-GRD = "00"
                      MOVE "S" TO W-GRD-ABERTO.
           OPEN INPUT CADNOTAH
           IF ST-HIST = "00"
                      MOVE "S" TO W-HIST-ABERTO.
           OPEN INPUT CADHORAR
           IF ST-HOR = "00"
                      MOVE "S" TO W-HOR-ABERTO.
           OPEN INPUT CADSALA
           IF ST-SALA = "00"
                      MOVE "S" TO W-SALA-ABERTO.
       INC-001.
                MOVE ZEROS TO MAT-RM MAT-PERIODO MAT-DATA.
                MOVE SPACES TO MAT-DISC MAT-SITUACAO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADMATRI CADALUNO CADDISC
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                IF MAT-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   GO TO INC-004.
       LER-MATRI01.
                MOVE 0 TO W-SEL
                MOVE SPACES TO W-SIT-ANT
                READ CADMATRI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE MAT-SITUACAO TO W-SIT-ANT
                      DISPLAY  TRM
                      DISPLAY  TDISC
                      DISPLAY  TPERIODO
                ACCEPT  TSITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF MAT-SITUACAO NOT = "A" AND "C" AND "E"
                   MOVE "*** SITUACAO: A=ATIVA C=CANCELADA E=ESPERA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO MAT-SITUACAO
                   DISPLAY TSITUACAO
                   GO TO INC-005.
                IF MAT-SITUACAO = "A"
                   PERFORM CONFERE-PREREQ THRU CONFERE-PREREQ-FIM
                   IF W-PRE-OK = "N"
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
                IF MAT-SITUACAO = "A" AND W-SIT-ANT NOT = "A"
                   PERFORM CONFERE-VAGA THRU CONFERE-VAGA-FIM.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      **********************************
      * ALUNO COM CURSO: A DISCIPLINA  *
      * PRECISA ESTAR NA GRADE DO      *
      * CURSO E CADA PRE-REQUISITO TER *
      * SIDO APROVADO EM ALGUM PERIODO *
      * FECHADO (CADNOTAH)             *
      **********************************
      *
       CONFERE-PREREQ.
                MOVE "S" TO W-PRE-OK
                IF W-GRD-ABERTO NOT = "S"
                   GO TO CONFERE-PREREQ-FIM.
                IF ALU-CURSO-X NOT NUMERIC
                   GO TO CONFERE-PREREQ-FIM.
                IF ALU-CURSO = ZEROS
                   GO TO CONFERE-PREREQ-FIM.
                MOVE ALU-CURSO TO GRD-CURSO
                MOVE MAT-DISC TO GRD-DISC
                READ CADGRADE
                     INVALID KEY
                        MOVE "N" TO W-PRE-OK
                        MOVE "*** DISCIPLINA FORA DA GRADE DO CURSO ***"
                                                       TO MENS
                        GO TO CONFERE-PREREQ-FIM.
                MOVE 1 TO W-I.
       CONFERE-PREREQ-LOOP.
                IF GRD-PRE (W-I) = SPACES
                   GO TO CONFERE-PREREQ-PROX.
                PERFORM BUSCA-APROVADO THRU BUSCA-APROVADO-FIM
                IF W-APROVADO = "N"
                   MOVE "N" TO W-PRE-OK
                   MOVE GRD-PRE (W-I) TO W-MP-DISC
                   MOVE W-MENS-PRE TO MENS
                   GO TO CONFERE-PREREQ-FIM.
       CONFERE-PREREQ-PROX.
                IF W-I < 4
                   ADD 1 TO W-I
                   GO TO CONFERE-PREREQ-LOOP.
       CONFERE-PREREQ-FIM.
                EXIT.
      *
       BUSCA-APROVADO.
                MOVE "N" TO W-APROVADO
                IF W-HIST-ABERTO NOT = "S"
                   GO TO BUSCA-APROVADO-FIM.
                MOVE MAT-RM TO NTH-RM
                MOVE GRD-PRE (W-I) TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO BUSCA-APROVADO-FIM.
       BUSCA-APROVADO-LE.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO BUSCA-APROVADO-FIM.
                IF NTH-RM NOT = MAT-RM
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-DISC NOT = GRD-PRE (W-I)
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-SITUACAO NOT = "APROVADO"
                   GO TO BUSCA-APROVADO-LE.
                MOVE "S" TO W-APROVADO.
       BUSCA-APROVADO-FIM.
                EXIT.
      *
      **********************************
      * TURMA LOTADA: A MATRICULA NOVA *
      * OU REATIVADA VAI PARA A LISTA  *
      * DE ESPERA (SITUACAO E)         *
      **********************************
      *
       CONFERE-VAGA.
                PERFORM CONTA-TURMA THRU CONTA-TURMA-FIM
                IF W-CAPAC = ZEROS
                   GO TO CONFERE-VAGA-FIM.
                IF W-QT-TURMA < W-CAPAC
                   GO TO CONFERE-VAGA-FIM.
                MOVE "E" TO MAT-SITUACAO
                DISPLAY TSITUACAO
                MOVE "*** TURMA LOTADA - ALUNO EM LISTA DE ESPERA ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-VAGA-FIM.
                EXIT.
      *
      **********************************
      * SAIU UM ATIVO DA TURMA: O MAIS *
      * ANTIGO DA LISTA DE ESPERA      *
      * (MENOR MAT-DATA) PASSA A ATIVO *
      **********************************
      *
       PROMOVE-ESPERA.
                PERFORM CONTA-TURMA THRU CONTA-TURMA-FIM
                IF W-ESP-RM = ZEROS
                   GO TO PROMOVE-ESPERA-FIM.
                IF W-CAPAC NOT = ZEROS AND W-QT-TURMA NOT < W-CAPAC
                   GO TO PROMOVE-ESPERA-FIM.
                MOVE W-ESP-RM TO MAT-RM
                MOVE W-RG-DISC TO MAT-DISC
                MOVE W-RG-PERIODO TO MAT-PERIODO
                READ CADMATRI
                     INVALID KEY GO TO PROMOVE-ESPERA-FIM.
                MOVE "A" TO MAT-SITUACAO
                REWRITE REGMATRI
                IF ST-ERRO NOT = "00" AND "02"
                   GO TO PROMOVE-ESPERA-FIM.
                MOVE W-ESP-RM TO W-ME-RM
                MOVE W-MENS-ESP TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PROMOVE-ESPERA-FIM.
                EXIT.
      *
      **********************************
      * CAPACIDADE DA TURMA (MENOR     *
      * SALA DOS HORARIOS DA           *
      * DISCIPLINA NO PERIODO, ZERO    *
      * SEM HORARIO), ATIVOS DA TURMA  *
      * FORA O PROPRIO RM E O PRIMEIRO *
      * DA LISTA DE ESPERA. O REGISTRO *
      * DA TELA E RESTAURADO NO FIM    *
      **********************************
      *
       CONTA-TURMA.
                MOVE ZEROS TO W-CAPAC W-QT-TURMA W-ESP-RM
                MOVE 99999999 TO W-ESP-DATA
                MOVE REGMATRI TO W-REGMATRI
                IF W-HOR-ABERTO NOT = "S" OR W-SALA-ABERTO NOT = "S"
                   GO TO CONTA-TURMA-MAT.
                MOVE MAT-PERIODO TO HOR-PERIODO
                MOVE MAT-DISC TO HOR-DISC
                MOVE ZEROS TO HOR-DIA HOR-INICIO
                START CADHORAR KEY IS NOT LESS THAN HOR-CHAVE
                     INVALID KEY GO TO CONTA-TURMA-MAT.
       CONTA-TURMA-HOR.
                READ CADHORAR NEXT RECORD
                     AT END GO TO CONTA-TURMA-MAT.
                IF HOR-PERIODO NOT = W-RG-PERIODO OR
                   HOR-DISC NOT = W-RG-DISC
                   GO TO CONTA-TURMA-MAT.
                MOVE HOR-SALA TO SAL-CODIGO
                READ CADSALA
                     INVALID KEY GO TO CONTA-TURMA-HOR.
                IF W-CAPAC = ZEROS OR SAL-CAPACIDADE < W-CAPAC
                   MOVE SAL-CAPACIDADE TO W-CAPAC.
                GO TO CONTA-TURMA-HOR.
       CONTA-TURMA-MAT.
                MOVE LOW-VALUES TO MAT-CHAVE
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO CONTA-TURMA-RST.
       CONTA-TURMA-LE.
                READ CADMATRI NEXT RECORD
                     AT END GO TO CONTA-TURMA-RST.
                IF MAT-DISC NOT = W-RG-DISC OR
                   MAT-PERIODO NOT = W-RG-PERIODO OR
                   MAT-RM = W-RG-RM
                   GO TO CONTA-TURMA-LE.
                IF MAT-SITUACAO = "A"
                   ADD 1 TO W-QT-TURMA
                   GO TO CONTA-TURMA-LE.
                IF MAT-SITUACAO NOT = "E"
                   GO TO CONTA-TURMA-LE.
                IF MAT-DATA < W-ESP-DATA
                   MOVE MAT-DATA TO W-ESP-DATA
                   MOVE MAT-RM TO W-ESP-RM.
                GO TO CONTA-TURMA-LE.
       CONTA-TURMA-RST.
                MOVE W-REGMATRI TO REGMATRI.
       CONTA-TURMA-FIM.
                EXIT.
      *
       FECHA-OPC.
                IF W-GRD-ABERTO = "S"
                   CLOSE CADGRADE.
                IF W-HIST-ABERTO = "S"
                   CLOSE CADNOTAH.
                IF W-HOR-ABERTO = "S"
                   CLOSE CADHORAR.
                IF W-SALA-ABERTO = "S"
                   CLOSE CADSALA.
       FECHA-OPC-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF W-SIT-ANT = "A"
                      PERFORM PROMOVE-ESPERA THRU PROMOVE-ESPERA-FIM
                      GO TO INC-001
                   ELSE
                      GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF W-SIT-ANT = "A" AND MAT-SITUACAO NOT = "A"
                      PERFORM PROMOVE-ESPERA THRU PROMOVE-ESPERA-FIM
                      GO TO INC-001
                   ELSE
                      GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CADMATRI"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
