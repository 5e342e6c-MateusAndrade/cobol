       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201641.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DA GRADE DE HORARIOS    *
      * (CADHORAR.DAT) POR PERIODO LETIVO: *
      * DISCIPLINA, DIA DA SEMANA (2=SEG   *
      * A 7=SAB), HORA DE INICIO E FIM E   *
      * SALA (CADSALA.DAT, P201640).       *
      * RECUSA CHOQUE DE SALA E DE         *
      * PROFESSOR (DIS-PROFCOD) NO MESMO   *
      * DIA E PERIODO. A MENOR CAPACIDADE  *
      * DAS SALAS DA DISCIPLINA LIMITA A   *
      * TURMA NO P201622                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HOR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-SALA.
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
       01  W-HORA.
           03  W-HORA-HH   PIC 9(02).
           03  W-HORA-MM   PIC 9(02).
       01  W-REGHORAR      PIC X(40) VALUE SPACES.
       01  W-ATUAL.
           03  W-AT-CHAVE.
               05  W-AT-PERIODO PIC 9(05).
               05  W-AT-DISC    PIC X(03).
               05  W-AT-DIA     PIC 9(01).
               05  W-AT-INICIO  PIC 9(04).
           03  W-AT-FIM     PIC 9(04).
           03  W-AT-SALA    PIC X(04).
           03  W-AT-PROFCOD PIC 9(03).
       01  W-MENS-CONF.
           03  W-MC-TIPO   PIC X(25).
           03  W-MC-DISC   PIC X(03).
           03  FILLER      PIC X(01) VALUE SPACES.
           03  W-MC-INICIO PIC 99B99.
           03  FILLER      PIC X(01) VALUE "-".
           03  W-MC-FIM    PIC 99B99.
           03  FILLER      PIC X(04) VALUE " ***".
       01  TAB-DIAS.
           03  FILLER      PIC X(42) VALUE
               "SEGUNDATERCA  QUARTA QUINTA SEXTA  SABADO ".
       01  TAB-DIAS-R REDEFINES TAB-DIAS.
           03  TDI-NOME    PIC X(07) OCCURS 6 TIMES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-SALA      PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-CONFLITO   PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

       SCREEN SECTION.

       01  TELAHORAR.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                     GRADE DE HORARIOS".
           05  LINE 07  COLUMN 01
               VALUE  "            PERIODO LETIVO (AAAAS):".
           05  LINE 09  COLUMN 01
               VALUE  "            DISCIPLINA:".
           05  LINE 11  COLUMN 01
               VALUE  "            DIA DA SEMANA (2=SEG A 7=SAB):".
           05  LINE 13  COLUMN 01
               VALUE  "            INICIO (HHMM):".
           05  LINE 15  COLUMN 01
               VALUE  "            FIM (HHMM):".
           05  LINE 17  COLUMN 01
               VALUE  "            SALA:".
           05  TPERIODO
               LINE 07  COLUMN 37  PIC 9(05)
               USING  HOR-PERIODO
               HIGHLIGHT.
           05  TDISC
               LINE 09  COLUMN 25  PIC X(03)
               USING  HOR-DISC
               HIGHLIGHT.
           05  TDIA
               LINE 11  COLUMN 44  PIC 9(01)
               USING  HOR-DIA
               HIGHLIGHT.
           05  TINICIO
               LINE 13  COLUMN 28  PIC 9(04)
               USING  HOR-INICIO
               HIGHLIGHT.
           05  TFIM
               LINE 15  COLUMN 25  PIC 9(04)
               USING  HOR-FIM
               HIGHLIGHT.
           05  TSALA
               LINE 17  COLUMN 19  PIC X(04)
               USING  HOR-SALA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADHORAR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADHORAR
                      CLOSE CADHORAR
                      MOVE "*** ARQUIVO CADHORAR SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORAR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADSALA
           IF ST-SALA NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADHORAR
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADDISC
           IF ST-DISC NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADHORAR CADSALA
                      GO TO ROT-FIM.
       INC-001.
                MOVE SPACES TO REGHORAR
                MOVE ZEROS TO HOR-PERIODO HOR-DIA HOR-INICIO HOR-FIM.
                DISPLAY TELAHORAR.
       INC-002.
                ACCEPT TPERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADHORAR CADSALA CADDISC
                   GO TO ROT-FIM.
                IF HOR-PER-ANO < 1900 OR
                   (HOR-PER-SEM NOT = 1 AND HOR-PER-SEM NOT = 2)
                   MOVE "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO HOR-PERIODO
                   DISPLAY TPERIODO
                   GO TO INC-002.
       INC-003.
                ACCEPT TDISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF HOR-DISC = SPACES
                   MOVE "*** DISCIPLINA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE HOR-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** DISCIPLINA NAO CADASTRADA ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE SPACES TO HOR-DISC
                        DISPLAY TDISC
                        GO TO INC-003
                     NOT INVALID KEY
                        DISPLAY (09, 29) " - "
                        DISPLAY (09, 32) DIS-DENOM.
                MOVE ZEROS TO W-AT-PROFCOD
                IF DIS-PROFCOD-X NUMERIC
                   MOVE DIS-PROFCOD TO W-AT-PROFCOD.
       INC-004.
                ACCEPT TDIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF HOR-DIA < 2 OR HOR-DIA > 7
                   MOVE "*** DIA: 2=SEGUNDA ... 7=SABADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO HOR-DIA
                   DISPLAY TDIA
                   GO TO INC-004.
                COMPUTE W-IND = HOR-DIA - 1
                DISPLAY (11, 46) TDI-NOME (W-IND).
       INC-005.
                ACCEPT TINICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE HOR-INICIO TO W-HORA
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO HOR-INICIO
                   DISPLAY TINICIO
                   GO TO INC-005.
       LER-HORAR01.
                MOVE 0 TO W-SEL
                READ CADHORAR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TFIM
                      DISPLAY  TSALA
                      MOVE "*** HORARIO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADHORAR"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-006.
                ACCEPT  TFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE HOR-FIM TO W-HORA
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO HOR-FIM
                   DISPLAY TFIM
                   GO TO INC-006.
                IF HOR-FIM NOT > HOR-INICIO
                   MOVE "*** FIM DEVE SER MAIOR QUE O INICIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO HOR-FIM
                   DISPLAY TFIM
                   GO TO INC-006.
       INC-007.
                ACCEPT  TSALA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF HOR-SALA = SPACES
                   MOVE "*** SALA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE HOR-SALA TO SAL-CODIGO
                READ CADSALA
                     INVALID KEY
                        MOVE "*** SALA NAO CADASTRADA (P201640) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE SPACES TO HOR-SALA
                        DISPLAY TSALA
                        GO TO INC-007
                     NOT INVALID KEY
                        DISPLAY (17, 24) " - "
                        DISPLAY (17, 27) SAL-DESCR.
                PERFORM CONFERE-CONFLITO THRU CONFERE-CONFLITO-FIM
                IF W-CONFLITO = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-SEL = 1  GO TO ALT-OPC.
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
                WRITE REGHORAR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** HORARIO JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADHORAR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      **********************************
      * PERCORRE OS HORARIOS DO MESMO  *
      * PERIODO: NO MESMO DIA, COM     *
      * INTERVALO SOBREPOSTO, A SALA   *
      * NAO PODE SER A MESMA NEM O     *
      * PROFESSOR DA DISCIPLINA. O     *
      * PROPRIO HORARIO (ALTERACAO) E  *
      * IGNORADO. O REGISTRO DA TELA E *
      * GUARDADO E RESTAURADO NO FIM   *
      **********************************
      *
       CONFERE-CONFLITO.
                MOVE "N" TO W-CONFLITO
                MOVE REGHORAR TO W-REGHORAR
                MOVE HOR-CHAVE TO W-AT-CHAVE
                MOVE HOR-FIM TO W-AT-FIM
                MOVE HOR-SALA TO W-AT-SALA
                MOVE SPACES TO HOR-DISC
                MOVE ZEROS TO HOR-DIA HOR-INICIO
                START CADHORAR KEY IS NOT LESS THAN HOR-CHAVE
                     INVALID KEY GO TO CONFERE-CONFLITO-RST.
       CONFERE-CONFLITO-LE.
                READ CADHORAR NEXT RECORD
                     AT END GO TO CONFERE-CONFLITO-RST.
                IF HOR-PERIODO NOT = W-AT-PERIODO
                   GO TO CONFERE-CONFLITO-RST.
                IF HOR-CHAVE = W-AT-CHAVE
                   GO TO CONFERE-CONFLITO-LE.
                IF HOR-DIA NOT = W-AT-DIA
                   GO TO CONFERE-CONFLITO-LE.
                IF HOR-INICIO NOT < W-AT-FIM OR
                   W-AT-INICIO NOT < HOR-FIM
                   GO TO CONFERE-CONFLITO-LE.
                IF HOR-SALA = W-AT-SALA
                   MOVE "*** CHOQUE DE SALA COM   " TO W-MC-TIPO
                   GO TO CONFERE-CONFLITO-MSG.
                IF W-AT-PROFCOD = ZEROS
                   GO TO CONFERE-CONFLITO-LE.
                MOVE HOR-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY GO TO CONFERE-CONFLITO-LE.
                IF DIS-PROFCOD-X NOT NUMERIC
                   GO TO CONFERE-CONFLITO-LE.
                IF DIS-PROFCOD NOT = W-AT-PROFCOD
                   GO TO CONFERE-CONFLITO-LE.
                MOVE "*** CHOQUE PROFESSOR COM " TO W-MC-TIPO.
       CONFERE-CONFLITO-MSG.
                MOVE "S" TO W-CONFLITO
                MOVE HOR-DISC TO W-MC-DISC
                MOVE HOR-INICIO TO W-MC-INICIO
                MOVE HOR-FIM TO W-MC-FIM
                MOVE W-MENS-CONF TO MENS.
       CONFERE-CONFLITO-RST.
                MOVE W-REGHORAR TO REGHORAR.
       CONFERE-CONFLITO-FIM.
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
                   GO TO INC-006.
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
                DELETE CADHORAR RECORD
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
                REWRITE REGHORAR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADHORAR"  TO MENS
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
