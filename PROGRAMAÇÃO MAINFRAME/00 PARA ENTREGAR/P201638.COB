       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201638.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DA GRADE CURRICULAR     *
      * (CADGRADE.DAT) POR CURSO E         *
      * DISCIPLINA: SEMESTRE DO CURSO,     *
      * OBRIGATORIA OU ELETIVA E ATE 4     *
      * DISCIPLINAS PRE-REQUISITO. VALIDA  *
      * CADCURSO E CADDISC. O P201622 SO   *
      * MATRICULA COM OS PRE-REQUISITOS    *
      * APROVADOS EM CADNOTAH.DAT          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-CUR
                    ALTERNATE RECORD KEY IS CUR-NOME
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
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
                03 CUR-CODIGO     PIC 9(03).
                03 CUR-NOME       PIC X(30).
                03 CUR-SEMESTRES  PIC 9(02).
                03 CUR-CH-ELETIVA PIC 9(04).
                03 FILLER         PIC X(21).
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
       77 ST-CUR       PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-I          PIC 9(01) VALUE ZEROS.
       77 W-PRE-OK     PIC X(01) VALUE "S".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

       SCREEN SECTION.

       01  TELAGRADE.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                     GRADE CURRICULAR".
           05  LINE 07  COLUMN 01
               VALUE  "            CURSO:".
           05  LINE 09  COLUMN 01
               VALUE  "            DISCIPLINA:".
           05  LINE 11  COLUMN 01
               VALUE  "            SEMESTRE:".
           05  LINE 13  COLUMN 01
               VALUE  "            TIPO (O=OBRIGATORIA E=ELETIVA):".
           05  LINE 15  COLUMN 01
               VALUE  "            PRE-REQUISITOS:".
           05  TCURSO
               LINE 07  COLUMN 20  PIC 9(03)
               USING  GRD-CURSO
               HIGHLIGHT.
           05  TDISC
               LINE 09  COLUMN 25  PIC X(03)
               USING  GRD-DISC
               HIGHLIGHT.
           05  TSEMESTRE
               LINE 11  COLUMN 23  PIC 9(02)
               USING  GRD-SEMESTRE
               HIGHLIGHT.
           05  TTIPO
               LINE 13  COLUMN 46  PIC X(01)
               USING  GRD-TIPO
               HIGHLIGHT.
           05  TPRE1
               LINE 15  COLUMN 29  PIC X(03)
               USING  GRD-PRE1
               HIGHLIGHT.
           05  TPRE2
               LINE 15  COLUMN 34  PIC X(03)
               USING  GRD-PRE2
               HIGHLIGHT.
           05  TPRE3
               LINE 15  COLUMN 39  PIC X(03)
               USING  GRD-PRE3
               HIGHLIGHT.
           05  TPRE4
               LINE 15  COLUMN 44  PIC X(03)
               USING  GRD-PRE4
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADGRADE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADGRADE
                      CLOSE CADGRADE
                      MOVE "*** ARQUIVO CADGRADE SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRADE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCURSO
           IF ST-CUR NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCURSO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADGRADE
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADDISC
           IF ST-DISC NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADGRADE CADCURSO
                      GO TO ROT-FIM.
       INC-001.
                MOVE SPACES TO REGGRADE
                MOVE ZEROS TO GRD-CURSO GRD-SEMESTRE.
                DISPLAY TELAGRADE.
       INC-002.
                ACCEPT TCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADGRADE CADCURSO CADDISC
                   GO TO ROT-FIM.
                IF GRD-CURSO = ZEROS
                   MOVE "*** CURSO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE GRD-CURSO TO CUR-CODIGO
                READ CADCURSO
                     INVALID KEY
                        MOVE "*** CURSO NAO CADASTRADO (P201637) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002
                     NOT INVALID KEY
                        DISPLAY (07, 24) " - "
                        DISPLAY (07, 27) CUR-NOME.
       INC-003.
                ACCEPT TDISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF GRD-DISC = SPACES
                   MOVE "*** DISCIPLINA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE GRD-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** DISCIPLINA NAO CADASTRADA ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE SPACES TO GRD-DISC
                        DISPLAY TDISC
                        GO TO INC-003
                     NOT INVALID KEY
                        DISPLAY (09, 29) " - "
                        DISPLAY (09, 32) DIS-DENOM.
       LER-GRADE01.
                MOVE 0 TO W-SEL
                READ CADGRADE
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TSEMESTRE
                      DISPLAY  TTIPO
                      DISPLAY  TPRE1
                      DISPLAY  TPRE2
                      DISPLAY  TPRE3
                      DISPLAY  TPRE4
                      MOVE "*** DISCIPLINA JA ESTA NA GRADE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADGRADE"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-004.
                ACCEPT  TSEMESTRE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF GRD-SEMESTRE = ZEROS OR GRD-SEMESTRE > CUR-SEMESTRES
                   MOVE "*** SEMESTRE FORA DA DURACAO DO CURSO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO GRD-SEMESTRE
                   DISPLAY TSEMESTRE
                   GO TO INC-004.
       INC-005.
                ACCEPT  TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF GRD-TIPO NOT = "O" AND "E"
                   MOVE "*** TIPO: O=OBRIGATORIA E=ELETIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO GRD-TIPO
                   DISPLAY TTIPO
                   GO TO INC-005.
       INC-006.
                ACCEPT  TPRE1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE 1 TO W-I
                PERFORM VALIDA-PRE THRU VALIDA-PRE-FIM
                IF W-PRE-OK = "N"
                   MOVE SPACES TO GRD-PRE1
                   DISPLAY TPRE1
                   GO TO INC-006.
       INC-007.
                ACCEPT  TPRE2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE 2 TO W-I
                PERFORM VALIDA-PRE THRU VALIDA-PRE-FIM
                IF W-PRE-OK = "N"
                   MOVE SPACES TO GRD-PRE2
                   DISPLAY TPRE2
                   GO TO INC-007.
       INC-008.
                ACCEPT  TPRE3
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE 3 TO W-I
                PERFORM VALIDA-PRE THRU VALIDA-PRE-FIM
                IF W-PRE-OK = "N"
                   MOVE SPACES TO GRD-PRE3
                   DISPLAY TPRE3
                   GO TO INC-008.
       INC-009.
                ACCEPT  TPRE4
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                MOVE 4 TO W-I
                PERFORM VALIDA-PRE THRU VALIDA-PRE-FIM
                IF W-PRE-OK = "N"
                   MOVE SPACES TO GRD-PRE4
                   DISPLAY TPRE4
                   GO TO INC-009.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGGRADE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** DISCIPLINA JA ESTA NA GRADE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADGRADE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      **********************************
      * PRE-REQUISITO W-I: EM BRANCO   *
      * OU DISCIPLINA CADASTRADA,      *
      * DIFERENTE DA PROPRIA           *
      **********************************
      *
       VALIDA-PRE.
                MOVE "S" TO W-PRE-OK
                IF GRD-PRE (W-I) = SPACES
                   GO TO VALIDA-PRE-FIM.
                IF GRD-PRE (W-I) = GRD-DISC
                   MOVE "N" TO W-PRE-OK
                   MOVE "*** PRE-REQUISITO IGUAL A DISCIPLINA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VALIDA-PRE-FIM.
                MOVE GRD-PRE (W-I) TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "N" TO W-PRE-OK
                        MOVE "*** PRE-REQUISITO NAO CADASTRADO ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-PRE-FIM.
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
                DELETE CADGRADE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGGRADE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRADE"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
