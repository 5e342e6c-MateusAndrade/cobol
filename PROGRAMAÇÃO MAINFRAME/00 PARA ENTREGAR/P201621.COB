      * MANUTENCAO DO CADASTRO DE ALUNOS   *
      * (CADALUNO.DAT) - DADOS PESSOAIS    *
      * DO ALUNO POR RM, USADOS POR        *
      * P201613 E P201620, E O CURSO       *
      * (CADCURSO.DAT, P201637) CUJA GRADE *
      * O ALUNO SEGUE                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-CUR
                    ALTERNATE RECORD KEY IS CUR-NOME
                               WITH DUPLICATES.
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
       01  W-SEGDIF        PIC 9(07) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CUR       PIC X(02) VALUE "00".
       77 W-CUR-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
               VALUE  "            DATA DE NASCIMENTO:".
           05  LINE 15  COLUMN 01
               VALUE  "            SITUACAO (A/T):".
           05  LINE 17  COLUMN 01
               VALUE  "            CURSO:".
           05  TRM
               LINE 07  COLUMN 17  PIC 9(05)
               USING  ALU-RM
               LINE 15  COLUMN 29  PIC X(01)
               USING  ALU-SITUACAO
               HIGHLIGHT.
           05  TCURSO
               LINE 17  COLUMN 20  PIC 9(03)
               USING  ALU-CURSO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCURSO
           IF ST-CUR = "00"
                      MOVE "S" TO W-CUR-ABERTO.
       INC-001.
                MOVE SPACES TO REGALUNO
                MOVE ZEROS TO ALU-RM ALU-NASC ALU-CURSO.
                MOVE SPACES TO ALU-NOME ALU-SEXO ALU-SITUACAO.
                DISPLAY TELALUNO.
       INC-002.
                ACCEPT TRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-CUR-ABERTO = "S"
                      CLOSE CADALUNO CADCURSO
                      GO TO ROT-FIM
                   ELSE
                      CLOSE CADALUNO
                      GO TO ROT-FIM.
                IF ALU-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       LER-ALUNO01.
                MOVE 0 TO W-SEL
                READ CADALUNO
                IF ALU-CURSO-X NOT NUMERIC
                   MOVE ZEROS TO ALU-CURSO.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TRM
                      DISPLAY  TSEXO
                      DISPLAY  TNASC
                      DISPLAY  TSITUACAO
                      DISPLAY  TCURSO
                      MOVE "*** RM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE SPACES TO ALU-SITUACAO
                   DISPLAY TSITUACAO
                   GO TO INC-007.
       INC-008.
                ACCEPT  TCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-CUR-ABERTO NOT = "S"
                   GO TO INC-008-FIM.
                IF ALU-CURSO = ZEROS
                   MOVE "*** CURSO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE ALU-CURSO TO CUR-CODIGO
                READ CADCURSO
                     INVALID KEY
                        MOVE "*** CURSO NAO CADASTRADO (P201637) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE ZEROS TO ALU-CURSO
                        DISPLAY TCURSO
                        GO TO INC-008.
                DISPLAY (17, 24) " - "
                DISPLAY (17, 27) CUR-NOME.
       INC-008-FIM.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
