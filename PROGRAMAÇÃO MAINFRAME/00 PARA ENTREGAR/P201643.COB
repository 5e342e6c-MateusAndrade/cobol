       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201643.
       AUTHOR. MATEUS.
      **************************************
      * DIARIO DE CLASSE (CADDIARIO.DAT)   *
      * POR PERIODO, DISCIPLINA E DATA DA  *
      * AULA: BIMESTRE, HORAS-AULA DO DIA, *
      * CONTEUDO MINISTRADO E ATE 30 RMS   *
      * AUSENTES. A CADA GRAVACAO,         *
      * ALTERACAO OU EXCLUSAO RECALCULA DO *
      * DIARIO FALTA1 A FALTA4, SOMAFALTAS *
      * E SITUACAO EM CADNOTA.DAT DOS      *
      * ALUNOS ENVOLVIDOS, COM JORNAL      *
      * (CADJRN.TXT). NOTA EM EDICAO POR   *
      * OUTRO OPERADOR (CADLOCK) FICA PARA *
      * A PROXIMA GRAVACAO DA DISCIPLINA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-DISC
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
       SELECT CADLOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCK-CHAVE
                    FILE STATUS  IS ST-LCK.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIARIO.DAT".
       01 REGDIARIO.
                03 DIR-CHAVE.
                   05 DIR-PERIODO.
                      07 DIR-PER-ANO PIC 9(04).
                      07 DIR-PER-SEM PIC 9(01).
                   05 DIR-DISC      PIC X(03).
                   05 DIR-DATA.
                      07 DIR-DT-ANO  PIC 9(04).
                      07 DIR-DT-MES  PIC 9(02).
                      07 DIR-DT-DIA  PIC 9(02).
                03 DIR-BIMESTRE     PIC 9(01).
                03 DIR-AULAS        PIC 9(01).
                03 DIR-CONTEUDO     PIC X(50).
                03 DIR-OPERADOR     PIC X(10).
                03 DIR-QT-AUS       PIC 9(02).
                03 DIR-AUSENTES.
                   05 DIR-AUS-RM    PIC 9(05) OCCURS 30 TIMES.
                03 FILLER           PIC X(20).
      *
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
       01 REGNOTA.
                03 RM-DISC.
                   05 RM            PIC 9(05).
                   05 DISCIPLINA    PIC X(03).
                03 NOME          PIC X(35).
                03 SEXO          PIC X(10).
                03 NASCIMENTO.
                   05 DIA        PIC 9(2).
                   05 MES        PIC 9(2).
                   05 ANO        PIC 9(4).
                03 NOTAS.
                   05 NOTA1      PIC 9(2)V9.
                   05 NOTA2      PIC 9(2)V9.
                   05 NOTA3      PIC 9(2)V9.
                   05 NOTA4      PIC 9(2)V9.
                03 FALTAS.
                   05 FALTA1     PIC 9(2).
                   05 FALTA2     PIC 9(2).
                   05 FALTA3     PIC 9(2).
                   05 FALTA4     PIC 9(2).
                03 MEDIA         PIC 9(2)V9.
                03 SOMAFALTAS    PIC 9(02).
                03 SITUACAO      PIC X(16).
                03 OPERADOR      PIC X(10).
      *
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 DIS-AVALIACAO  PIC X(09).
                03 DIS-PROFCOD    PIC 9(03).
                03 DIS-PROFCOD-X REDEFINES DIS-PROFCOD PIC X(03).
                03 FILLER         PIC X(02).
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
                03 ALU-CURSO     PIC 9(03).
                03 ALU-CURSO-X REDEFINES ALU-CURSO PIC X(03).
                03 FILLER        PIC X(18).
      *
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
       FD CADLOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOCK.DAT".
       01 REGLOCK.
                03 LCK-CHAVE.
                   05 LCK-ARQUIVO    PIC X(08).
                   05 LCK-CHAVE-REG  PIC X(15).
                03 LCK-OPERADOR      PIC X(10).
                03 LCK-DATA          PIC 9(08).
                03 FILLER            PIC X(23).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRN.TXT".
       01 REGJRN                  PIC X(351).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-LCK       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 W-MAT-ABERTO PIC X(01) VALUE "N".
       77 W-LCK-ABERTO PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-K          PIC 9(02) VALUE ZEROS.
       77 W-M          PIC 9(02) VALUE ZEROS.
       77 W-J          PIC 9(02) VALUE ZEROS.
       77 W-QT-TRAVADOS PIC 9(02) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       01 W-PERLET.
          03 W-PERLET-ANO PIC 9(04).
          03 W-PERLET-SEM PIC 9(01).
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-RM-AUS     PIC 9(05) VALUE ZEROS.
       01 W-RM-CALC    PIC 9(05) VALUE ZEROS.
       01 W-DISC-CALC  PIC X(03) VALUE SPACES.
       01 W-SOMA       PIC 9(03) VALUE ZEROS.
      * AUSENTES ANTES (REGISTRO LIDO) E DEPOIS DA GRAVACAO
       01 W-QT-ANT     PIC 9(02) VALUE ZEROS.
       01 W-ANT.
          03 W-ANT-RM     PIC 9(05) OCCURS 30 TIMES.
       01 W-QT-NOVA    PIC 9(02) VALUE ZEROS.
       01 W-NOVA.
          03 W-NOVA-RM    PIC 9(05) OCCURS 30 TIMES.
      * HORAS-AULA DE FALTA POR BIMESTRE DO ALUNO EM CALCULO
       01 W-FALTA-BIM.
          03 W-FB         PIC 9(03) OCCURS 4 TIMES.
      * LISTA DE AUSENTES PARA A TELA (10 RMS POR LINHA)
       01 W-LISTA.
          03 W-LA-ITEM OCCURS 30 TIMES.
             05 W-LA-RM      PIC 9(05).
             05 FILLER       PIC X(01).
       01 W-LISTA-R REDEFINES W-LISTA.
          03 W-LA-LIN1    PIC X(60).
          03 W-LA-LIN2    PIC X(60).
          03 W-LA-LIN3    PIC X(60).
       01 W-MENS-TRAVA.
          03 FILLER       PIC X(04) VALUE "*** ".
          03 W-MT-QTDE    PIC Z9.
          03 FILLER       PIC X(40)
               VALUE " NOTA(S) EM EDICAO - FALTAS PENDENTES **".
       01  W-REGJRN.
           03  W-JRN-DATA      PIC 9(08).
           03  W-JRN-ARQUIVO   PIC X(08).
           03  W-JRN-OPERACAO  PIC X(10).
           03  W-JRN-CHAVE     PIC X(15).
           03  W-JRN-ANTES     PIC X(150).
           03  W-JRN-DEPOIS    PIC X(150).
           03  W-JRN-OPERADOR  PIC X(10).
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

       SCREEN SECTION.

       01  TELADIARIO.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                      DIARIO DE CLASSE".
           05  LINE 06  COLUMN 01
               VALUE  "            PERIODO LETIVO:".
           05  LINE 08  COLUMN 01
               VALUE  "            DISCIPLINA:".
           05  LINE 10  COLUMN 01
               VALUE  "            DATA DA AULA (AAAAMMDD):".
           05  LINE 12  COLUMN 01
               VALUE  "            BIMESTRE (1-4):".
           05  LINE 14  COLUMN 01
               VALUE  "            HORAS-AULA NO DIA:".
           05  LINE 16  COLUMN 01
               VALUE  "            CONTEUDO:".
           05  LINE 18  COLUMN 01
               VALUE  "            RM AUSENTE (0=FIM, REPETIR RETIRA):".
           05  TPERIODO
               LINE 06  COLUMN 29  PIC 9(05)
               FROM   DIR-PERIODO.
           05  TDISC
               LINE 08  COLUMN 25  PIC X(03)
               USING  DIR-DISC
               HIGHLIGHT.
           05  TDATA
               LINE 10  COLUMN 38  PIC 9(08)
               USING  DIR-DATA
               HIGHLIGHT.
           05  TBIMESTRE
               LINE 12  COLUMN 29  PIC 9(01)
               USING  DIR-BIMESTRE
               HIGHLIGHT.
           05  TAULAS
               LINE 14  COLUMN 32  PIC 9(01)
               USING  DIR-AULAS
               HIGHLIGHT.
           05  TCONTEUDO
               LINE 16  COLUMN 23  PIC X(50)
               USING  DIR-CONTEUDO
               HIGHLIGHT.
           05  TRMAUS
               LINE 18  COLUMN 49  PIC 9(05)
               USING  W-RM-AUS
               HIGHLIGHT.
           05  TLISTA1
               LINE 19  COLUMN 13  PIC X(60)
               FROM   W-LA-LIN1.
           05  TLISTA2
               LINE 20  COLUMN 13  PIC X(60)
               FROM   W-LA-LIN2.
           05  TLISTA3
               LINE 21  COLUMN 13  PIC X(60)
               FROM   W-LA-LIN3.

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
                MOVE USU-LOGIN TO W-OPERADOR
                CLOSE CADUSUARIO.
       INC-OP0.
           OPEN I-O CADDIARIO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADDIARIO
                      CLOSE CADDIARIO
                      MOVE "*** ARQUIVO CADDIARIO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIARIO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN I-O CADNOTA
           IF ST-NOTA NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDIARIO
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADDISC
           IF ST-DISC NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDIARIO CADNOTA
                      GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADALUNO
           IF ST-ALU NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDIARIO CADNOTA CADDISC
                      GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT CADMATRI
           IF ST-MAT = "00"
                      MOVE "S" TO W-MAT-ABERTO.
           OPEN I-O CADLOCK
           IF ST-LCK = "00"
                      MOVE "S" TO W-LCK-ABERTO.
           OPEN EXTEND CADJRN
           IF ST-JRN NOT = "00"
                      OPEN OUTPUT CADJRN
                      CLOSE CADJRN
                      OPEN EXTEND CADJRN.
       PEDE-PERIODO.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "PERIODO LETIVO (AAAAS) : "
                ACCEPT (10, 46) W-PERLET
                IF W-PERLET-ANO < 1900 OR
                   (W-PERLET-SEM NOT = 1 AND W-PERLET-SEM NOT = 2)
                   MOVE "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-PERIODO.
       INC-001.
                MOVE SPACES TO REGDIARIO
                MOVE W-PERLET TO DIR-PERIODO
                MOVE ZEROS TO DIR-DATA DIR-BIMESTRE DIR-AULAS
                              DIR-QT-AUS DIR-AUSENTES W-RM-AUS
                              W-QT-ANT
                PERFORM MONTA-LISTA THRU MONTA-LISTA-FIM
                DISPLAY TELADIARIO.
       INC-002.
                ACCEPT TDISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDIARIO CADNOTA CADDISC CADALUNO CADJRN
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                IF DIR-DISC = SPACES
                   MOVE "*** DISCIPLINA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DIR-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** DISCIPLINA NAO CADASTRADA ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE SPACES TO DIR-DISC
                        DISPLAY TDISC
                        GO TO INC-002
                     NOT INVALID KEY
                        DISPLAY (08, 29) " - "
                        DISPLAY (08, 32) DIS-DENOM.
       INC-003.
                ACCEPT TDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF DIR-DT-ANO NOT = W-PERLET-ANO OR
                   DIR-DT-MES < 1 OR DIR-DT-MES > 12 OR
                   DIR-DT-DIA < 1 OR DIR-DT-DIA > 31
                   MOVE "*** DATA INVALIDA OU FORA DO ANO LETIVO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO DIR-DATA
                   DISPLAY TDATA
                   GO TO INC-003.
                IF (W-PERLET-SEM = 1 AND DIR-DT-MES > 7) OR
                   (W-PERLET-SEM = 2 AND DIR-DT-MES < 7)
                   MOVE "*** DATA FORA DO SEMESTRE LETIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO DIR-DATA
                   DISPLAY TDATA
                   GO TO INC-003.
       LER-DIARIO01.
                MOVE 0 TO W-SEL
                MOVE ZEROS TO W-QT-ANT
                READ CADDIARIO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE DIR-QT-AUS TO W-QT-ANT
                      MOVE DIR-AUSENTES TO W-ANT
                      PERFORM MONTA-LISTA THRU MONTA-LISTA-FIM
                      DISPLAY  TBIMESTRE
                      DISPLAY  TAULAS
                      DISPLAY  TCONTEUDO
                      DISPLAY  TLISTA1
                      DISPLAY  TLISTA2
                      DISPLAY  TLISTA3
                      MOVE "*** AULA JA REGISTRADA NO DIARIO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADDIARIO"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-004.
                ACCEPT  TBIMESTRE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF DIR-BIMESTRE < 1 OR DIR-BIMESTRE > 4
                   MOVE "*** BIMESTRE: DE 1 A 4 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO DIR-BIMESTRE
                   DISPLAY TBIMESTRE
                   GO TO INC-004.
       INC-005.
                ACCEPT  TAULAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DIR-AULAS = ZEROS
                   MOVE "*** INFORME AS HORAS-AULA DO DIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT  TCONTEUDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF DIR-CONTEUDO = SPACES
                   MOVE "*** CONTEUDO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                MOVE ZEROS TO W-RM-AUS
                ACCEPT  TRMAUS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-RM-AUS = ZEROS
                   IF W-SEL = 1
                      GO TO ALT-OPC
                   ELSE
                      GO TO INC-OPC.
                MOVE W-RM-AUS TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-007.
                PERFORM PROCURA-LISTA THRU PROCURA-LISTA-FIM
                IF W-ACHOU = "S"
                   PERFORM RETIRA-LISTA THRU RETIRA-LISTA-FIM
                   GO TO INC-007-LISTA.
                IF W-MAT-ABERTO = "S"
                   MOVE W-RM-AUS TO MAT-RM
                   MOVE DIR-DISC TO MAT-DISC
                   MOVE DIR-PERIODO TO MAT-PERIODO
                   READ CADMATRI
                        INVALID KEY MOVE SPACES TO MAT-SITUACAO.
                IF W-MAT-ABERTO = "S" AND MAT-SITUACAO NOT = "A"
                   MOVE "*** ALUNO SEM MATRICULA ATIVA NA DISCIPLINA **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF DIR-QT-AUS NOT < 30
                   MOVE "*** LIMITE DE 30 AUSENTES POR AULA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ADD 1 TO DIR-QT-AUS
                MOVE W-RM-AUS TO DIR-AUS-RM (DIR-QT-AUS).
       INC-007-LISTA.
                PERFORM MONTA-LISTA THRU MONTA-LISTA-FIM
                DISPLAY TLISTA1
                DISPLAY TLISTA2
                DISPLAY TLISTA3
                GO TO INC-007.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO DIR-OPERADOR
                WRITE REGDIARIO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ATUALIZA-FALTAS THRU ATUALIZA-FALTAS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AULA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADDIARIO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      **********************************
      * LISTA DE AUSENTES DA AULA      *
      **********************************
      *
       PROCURA-LISTA.
                MOVE "N" TO W-ACHOU
                MOVE 1 TO W-K.
       PROCURA-LISTA-LOOP.
                IF W-K > DIR-QT-AUS
                   GO TO PROCURA-LISTA-FIM.
                IF DIR-AUS-RM (W-K) = W-RM-AUS
                   MOVE "S" TO W-ACHOU
                   GO TO PROCURA-LISTA-FIM.
                ADD 1 TO W-K
                GO TO PROCURA-LISTA-LOOP.
       PROCURA-LISTA-FIM.
                EXIT.
      *
      * RETIRA O RM DA POSICAO W-K, DESLOCANDO OS SEGUINTES
       RETIRA-LISTA.
                MOVE W-K TO W-M.
       RETIRA-LISTA-LOOP.
                IF W-M NOT < DIR-QT-AUS
                   MOVE ZEROS TO DIR-AUS-RM (DIR-QT-AUS)
                   SUBTRACT 1 FROM DIR-QT-AUS
                   GO TO RETIRA-LISTA-FIM.
                MOVE DIR-AUS-RM (W-M + 1) TO DIR-AUS-RM (W-M)
                ADD 1 TO W-M
                GO TO RETIRA-LISTA-LOOP.
       RETIRA-LISTA-FIM.
                EXIT.
      *
       MONTA-LISTA.
                MOVE SPACES TO W-LISTA
                MOVE 1 TO W-K.
       MONTA-LISTA-LOOP.
                IF W-K > DIR-QT-AUS
                   GO TO MONTA-LISTA-FIM.
                MOVE DIR-AUS-RM (W-K) TO W-LA-RM (W-K)
                ADD 1 TO W-K
                GO TO MONTA-LISTA-LOOP.
       MONTA-LISTA-FIM.
                EXIT.
      *
      **********************************
      * RECALCULA AS FALTAS DE QUEM    *
      * ESTAVA E DE QUEM FICOU NA      *
      * LISTA DE AUSENTES DA AULA      *
      **********************************
      *
       ATUALIZA-FALTAS.
                MOVE DIR-QT-AUS TO W-QT-NOVA
                MOVE DIR-AUSENTES TO W-NOVA
                MOVE DIR-DISC TO W-DISC-CALC
                MOVE ZEROS TO W-QT-TRAVADOS
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE 1 TO W-J.
       ATUALIZA-FALTAS-ANT.
                IF W-J > W-QT-ANT
                   MOVE 1 TO W-J
                   GO TO ATUALIZA-FALTAS-NOVA.
                MOVE W-ANT-RM (W-J) TO W-RM-CALC
                PERFORM RECALCULA-ALUNO THRU RECALCULA-ALUNO-FIM
                ADD 1 TO W-J
                GO TO ATUALIZA-FALTAS-ANT.
       ATUALIZA-FALTAS-NOVA.
                IF W-J > W-QT-NOVA
                   GO TO ATUALIZA-FALTAS-MSG.
                MOVE W-NOVA-RM (W-J) TO W-RM-CALC
                MOVE "N" TO W-ACHOU
                MOVE 1 TO W-M
                PERFORM PROCURA-ANT THRU PROCURA-ANT-FIM
                IF W-ACHOU = "N"
                   PERFORM RECALCULA-ALUNO THRU RECALCULA-ALUNO-FIM.
                ADD 1 TO W-J
                GO TO ATUALIZA-FALTAS-NOVA.
       ATUALIZA-FALTAS-MSG.
                IF W-QT-TRAVADOS > ZEROS
                   MOVE W-QT-TRAVADOS TO W-MT-QTDE
                   MOVE W-MENS-TRAVA TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATUALIZA-FALTAS-FIM.
                EXIT.
      *
       PROCURA-ANT.
                IF W-M > W-QT-ANT
                   GO TO PROCURA-ANT-FIM.
                IF W-ANT-RM (W-M) = W-RM-CALC
                   MOVE "S" TO W-ACHOU
                   GO TO PROCURA-ANT-FIM.
                ADD 1 TO W-M
                GO TO PROCURA-ANT.
       PROCURA-ANT-FIM.
                EXIT.
      *
      **********************************
      * SOMA AS HORAS-AULA DE FALTA DO *
      * ALUNO NO DIARIO DA DISCIPLINA  *
      * POR BIMESTRE E REGRAVA A NOTA  *
      * CORRENTE (MESMA REGRA DE       *
      * SITUACAO DO P201613)           *
      **********************************
      *
       RECALCULA-ALUNO.
                MOVE ZEROS TO W-FALTA-BIM
                MOVE W-PERLET TO DIR-PERIODO
                MOVE W-DISC-CALC TO DIR-DISC
                MOVE ZEROS TO DIR-DATA
                START CADDIARIO KEY IS NOT LESS THAN DIR-CHAVE
                     INVALID KEY GO TO RECALCULA-ALUNO-NOTA.
       RECALCULA-ALUNO-LE.
                READ CADDIARIO NEXT RECORD
                     AT END GO TO RECALCULA-ALUNO-NOTA.
                IF DIR-PERIODO NOT = W-PERLET OR
                   DIR-DISC NOT = W-DISC-CALC
                   GO TO RECALCULA-ALUNO-NOTA.
                IF DIR-BIMESTRE < 1 OR DIR-BIMESTRE > 4
                   GO TO RECALCULA-ALUNO-LE.
                MOVE W-RM-CALC TO W-RM-AUS
                PERFORM PROCURA-LISTA THRU PROCURA-LISTA-FIM
                IF W-ACHOU = "S"
                   ADD DIR-AULAS TO W-FB (DIR-BIMESTRE).
                GO TO RECALCULA-ALUNO-LE.
       RECALCULA-ALUNO-NOTA.
                MOVE W-RM-CALC TO RM
                MOVE W-DISC-CALC TO DISCIPLINA
                READ CADNOTA
                     INVALID KEY GO TO RECALCULA-ALUNO-FIM.
                IF W-LCK-ABERTO NOT = "S"
                   GO TO RECALCULA-ALUNO-GRAVA.
                MOVE "CADNOTA " TO LCK-ARQUIVO
                MOVE RM-DISC TO LCK-CHAVE-REG
                READ CADLOCK
                     INVALID KEY GO TO RECALCULA-ALUNO-GRAVA.
                IF LCK-DATA < W-HOJE OR LCK-OPERADOR = W-OPERADOR
                   GO TO RECALCULA-ALUNO-GRAVA.
                ADD 1 TO W-QT-TRAVADOS
                GO TO RECALCULA-ALUNO-FIM.
       RECALCULA-ALUNO-GRAVA.
                MOVE REGNOTA TO W-JRN-ANTES
                MOVE 1 TO W-M.
       RECALCULA-ALUNO-LIMITE.
                IF W-FB (W-M) > 99
                   MOVE 99 TO W-FB (W-M).
                IF W-M < 4
                   ADD 1 TO W-M
                   GO TO RECALCULA-ALUNO-LIMITE.
                MOVE W-FB (1) TO FALTA1
                MOVE W-FB (2) TO FALTA2
                MOVE W-FB (3) TO FALTA3
                MOVE W-FB (4) TO FALTA4
                COMPUTE W-SOMA = FALTA1 + FALTA2 + FALTA3 + FALTA4
                IF W-SOMA > 99
                   MOVE 99 TO SOMAFALTAS
                ELSE
                   MOVE W-SOMA TO SOMAFALTAS.
                IF MEDIA < 5
                   IF SOMAFALTAS > 19
                      MOVE "REPROVADO"   TO SITUACAO
                   ELSE
                      MOVE "RECUPERACAO" TO SITUACAO
                ELSE
                   IF SOMAFALTAS > 19
                      MOVE "REPOSICAO"   TO SITUACAO
                   ELSE
                      MOVE "APROVADO"    TO SITUACAO.
                MOVE W-OPERADOR TO OPERADOR
                REWRITE REGNOTA
                IF ST-NOTA NOT = "00" AND ST-NOTA NOT = "02"
                   GO TO RECALCULA-ALUNO-FIM.
                MOVE RM-DISC TO W-JRN-CHAVE
                MOVE REGNOTA TO W-JRN-DEPOIS
                MOVE "CADNOTA" TO W-JRN-ARQUIVO
                MOVE "FREQUENCIA" TO W-JRN-OPERACAO
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       RECALCULA-ALUNO-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDIARIO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO DIR-QT-AUS DIR-AUSENTES
                   PERFORM ATUALIZA-FALTAS THRU ATUALIZA-FALTAS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO DIR-OPERADOR
                REWRITE REGDIARIO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ATUALIZA-FALTAS THRU ATUALIZA-FALTAS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDIARIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE JORNAL   *
      **********************
      *
       GRAVA-JORNAL.
                ACCEPT W-JRN-DATA FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO W-JRN-OPERADOR
                WRITE REGJRN FROM W-REGJRN.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
       FECHA-OPC.
                IF W-MAT-ABERTO = "S"
                   CLOSE CADMATRI.
                IF W-LCK-ABERTO = "S"
                   CLOSE CADLOCK.
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
