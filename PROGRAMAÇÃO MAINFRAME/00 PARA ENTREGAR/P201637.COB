       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201637.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DO CADASTRO DE CURSOS   *
      * (CADCURSO.DAT): NOME, NUMERO DE    *
      * SEMESTRES E CARGA HORARIA MINIMA   *
      * EM DISCIPLINAS ELETIVAS. A GRADE   *
      * DO CURSO FICA EM CADGRADE.DAT      *
      * (P201638) E O CURSO DO ALUNO EM    *
      * CADALUNO.DAT (P201621)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CUR-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

       SCREEN SECTION.

       01  TELACURSO.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                     CADASTRO DE CURSOS".
           05  LINE 07  COLUMN 01
               VALUE  "            CODIGO:".
           05  LINE 09  COLUMN 01
               VALUE  "            NOME:".
           05  LINE 11  COLUMN 01
               VALUE  "            NUMERO DE SEMESTRES:".
           05  LINE 13  COLUMN 01
               VALUE  "            CARGA HORARIA MINIMA ELETIVA:".
           05  TCODIGO
               LINE 07  COLUMN 21  PIC 9(03)
               USING  CUR-CODIGO
               HIGHLIGHT.
           05  TNOME
               LINE 09  COLUMN 19  PIC X(30)
               USING  CUR-NOME
               HIGHLIGHT.
           05  TSEMESTRES
               LINE 11  COLUMN 34  PIC 9(02)
               USING  CUR-SEMESTRES
               HIGHLIGHT.
           05  TCHELETIVA
               LINE 13  COLUMN 43  PIC 9(04)
               USING  CUR-CH-ELETIVA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCURSO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCURSO
                      CLOSE CADCURSO
                      MOVE "*** ARQUIVO CADCURSO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCURSO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO REGCURSO
                MOVE ZEROS TO CUR-CODIGO CUR-SEMESTRES CUR-CH-ELETIVA.
                DISPLAY TELACURSO.
       INC-002.
                ACCEPT TCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCURSO
                   GO TO ROT-FIM.
                IF CUR-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CURSO01.
                MOVE 0 TO W-SEL
                READ CADCURSO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCODIGO
                      DISPLAY  TNOME
                      DISPLAY  TSEMESTRES
                      DISPLAY  TCHELETIVA
                      MOVE "*** CURSO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCURSO"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-003.
                ACCEPT  TNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CUR-NOME = SPACES
                   MOVE "*** NOME OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT  TSEMESTRES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CUR-SEMESTRES = ZEROS OR CUR-SEMESTRES > 20
                   MOVE "*** SEMESTRES: DE 1 A 20 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO CUR-SEMESTRES
                   DISPLAY TSEMESTRES
                   GO TO INC-004.
       INC-005.
                ACCEPT  TCHELETIVA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCURSO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CURSO JA EXISTE ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADCURSO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
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
                   GO TO INC-003.
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
                DELETE CADCURSO RECORD
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
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCURSO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCURSO"  TO MENS
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
