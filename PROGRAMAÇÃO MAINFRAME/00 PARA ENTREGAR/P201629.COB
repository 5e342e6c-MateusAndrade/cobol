       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201629.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DO CADASTRO DE BOLSAS E *
      * DESCONTOS (CADBOLSA.DAT), UM POR   *
      * RM: TIPO, PERCENTUAL OU VALOR      *
      * FIXO, VIGENCIA E OPERADOR QUE      *
      * APROVOU. TIPO F (FILHO DE          *
      * FUNCIONARIO) EXIGE DEPENDENTE DE   *
      * CADDEP.DAT DE CHAPA ATIVA EM       *
      * CADFUNC.DAT COM O MESMO            *
      * NASCIMENTO DO ALUNO. APLICADO NA   *
      * GERACAO DAS MENSALIDADES P201626   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-RM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLSA.DAT".
       01 REGBOLSA.
                03 BOL-RM         PIC 9(05).
                03 BOL-TIPO       PIC X(01).
                03 BOL-FORMA      PIC X(01).
                03 BOL-PERC       PIC 9(3)V99.
                03 BOL-VALOR      PIC 9(6)V99.
                03 BOL-INICIO.
                   05 BOL-INI-MES PIC 9(02).
                   05 BOL-INI-ANO PIC 9(04).
                03 BOL-FIM.
                   05 BOL-FIM-MES PIC 9(02).
                   05 BOL-FIM-ANO PIC 9(04).
                03 BOL-CHAPA      PIC 9(05).
                03 BOL-DEP-SEQ    PIC 9(01).
                03 BOL-OPERADOR   PIC X(10).
                03 BOL-DATA-APROV PIC 9(08).
                03 FILLER         PIC X(20).
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
                03 FUN-EMPRESA         PIC 9(01).
                03 FILLER              PIC X(22).
      *
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                   05 DEP-CHAPA      PIC 9(05).
                   05 DEP-SEQ        PIC 9(01).
                03 DEP-NOME          PIC X(30).
                03 DEP-NASC.
                   05 DEP-DIA        PIC 9(02).
                   05 DEP-MES        PIC 9(02).
                   05 DEP-ANO        PIC 9(04).
                03 DEP-CPF           PIC 9(11).
                03 DEP-TIPO          PIC X(01).
                03 DEP-IRRF          PIC X(01).
                03 DEP-SALFAM        PIC X(01).
                03 FILLER            PIC X(07).
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
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 W-FUNC-ABERTO PIC X(01) VALUE "N".
       77 W-DEP-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-NOME   PIC X(38) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       01 W-INI-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-FIM-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-DATA-APROV.
          03 W-DA-ANO     PIC 9(04).
          03 W-DA-MES     PIC 9(02).
          03 W-DA-DIA     PIC 9(02).
       01 W-DATA-MASC.
          03 W-DM-DIA     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DM-MES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DM-ANO     PIC 9(04).

       SCREEN SECTION.

       01  TELABOLSA.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                 CADASTRO DE BOLSAS E DESCONTOS".
           05  LINE 07  COLUMN 01
               VALUE  "            RM:".
           05  LINE 09  COLUMN 01
               VALUE  "            TIPO:".
           05  LINE 09  COLUMN 24
               VALUE  "B=BOLSA I=IRMAOS F=FILHO FUNC O=OUTROS".
           05  LINE 10  COLUMN 01
               VALUE  "            FORMA (P=PERCENTUAL V=VALOR):".
           05  LINE 11  COLUMN 01
               VALUE  "            PERCENTUAL:".
           05  LINE 12  COLUMN 01
               VALUE  "            VALOR FIXO:".
           05  LINE 14  COLUMN 01
               VALUE  "            INICIO (MMAAAA):".
           05  LINE 15  COLUMN 01
               VALUE  "            FIM (MMAAAA, 0=SEM FIM):".
           05  LINE 17  COLUMN 01
               VALUE  "            CHAPA DO FUNCIONARIO:".
           05  LINE 18  COLUMN 01
               VALUE  "            SEQ. DO DEPENDENTE:".
           05  LINE 20  COLUMN 01
               VALUE  "            APROVADO POR:".
           05  TRM
               LINE 07  COLUMN 17  PIC 9(05)
               USING  BOL-RM
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 19  PIC X(01)
               USING  BOL-TIPO
               HIGHLIGHT.
           05  TFORMA
               LINE 10  COLUMN 43  PIC X(01)
               USING  BOL-FORMA
               HIGHLIGHT.
           05  TPERC
               LINE 11  COLUMN 25  PIC 999,99
               USING  BOL-PERC
               HIGHLIGHT.
           05  TVALOR
               LINE 12  COLUMN 25  PIC 999999,99
               USING  BOL-VALOR
               HIGHLIGHT.
           05  TINICIO
               LINE 14  COLUMN 30  PIC 9(06)
               USING  BOL-INICIO
               HIGHLIGHT.
           05  TFIM
               LINE 15  COLUMN 38  PIC 9(06)
               USING  BOL-FIM
               HIGHLIGHT.
           05  TCHAPA
               LINE 17  COLUMN 35  PIC 9(05)
               USING  BOL-CHAPA
               HIGHLIGHT.
           05  TDEPSEQ
               LINE 18  COLUMN 33  PIC 9(01)
               USING  BOL-DEP-SEQ
               HIGHLIGHT.

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
                IF USU-PERFIL NOT = "R" AND "A"
                   MOVE "*** USUARIO SEM PERFIL PARA APROVAR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADUSUARIO
                   GO TO ROT-FIM.
                MOVE USU-LOGIN TO W-OPERADOR
                CLOSE CADUSUARIO.
       INC-OP0.
           OPEN I-O CADBOLSA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADBOLSA
                      CLOSE CADBOLSA
                      MOVE "*** ARQUIVO CADBOLSA SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLSA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADALUNO
           IF ST-ALU NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLSA
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
                      MOVE "S" TO W-FUNC-ABERTO
           ELSE
                      MOVE "N" TO W-FUNC-ABERTO.
           OPEN INPUT CADDEP
           IF ST-DEP = "00"
                      MOVE "S" TO W-DEP-ABERTO
           ELSE
                      MOVE "N" TO W-DEP-ABERTO.
       INC-001.
                MOVE ZEROS TO BOL-RM BOL-PERC BOL-VALOR BOL-INICIO
                              BOL-FIM BOL-CHAPA BOL-DEP-SEQ
                              BOL-DATA-APROV.
                MOVE SPACES TO BOL-TIPO BOL-FORMA BOL-OPERADOR.
                DISPLAY TELABOLSA.
       INC-002.
                ACCEPT TRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADBOLSA CADALUNO
                   PERFORM FECHA-OPC THRU FECHA-OPC-FIM
                   GO TO ROT-FIM.
                IF BOL-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE BOL-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        MOVE "*** ALUNO NAO CADASTRADO (P201621) ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002
                     NOT INVALID KEY
                        DISPLAY (07, 24) " - "
                        DISPLAY (07, 27) ALU-NOME.
       LER-BOLSA01.
                MOVE 0 TO W-SEL
                READ CADBOLSA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-BOLSA THRU MOSTRA-BOLSA-FIM
                      MOVE "*** BOLSA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADBOLSA"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-003.
                ACCEPT  TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF BOL-TIPO NOT = "B" AND "I" AND "F" AND "O"
                   MOVE "*** TIPO: B, I, F OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO BOL-TIPO
                   DISPLAY TTIPO
                   GO TO INC-003.
       INC-004.
                ACCEPT  TFORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BOL-FORMA = "V"
                   MOVE ZEROS TO BOL-PERC
                   DISPLAY TPERC
                   GO TO INC-006.
                IF BOL-FORMA NOT = "P"
                   MOVE "*** FORMA: P=PERCENTUAL V=VALOR FIXO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO BOL-FORMA
                   DISPLAY TFORMA
                   GO TO INC-004.
                MOVE ZEROS TO BOL-VALOR
                DISPLAY TVALOR.
       INC-005.
                ACCEPT  TPERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BOL-PERC = ZEROS OR BOL-PERC > 100
                   MOVE "*** PERCENTUAL ENTRE 0,01 E 100,00 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                GO TO INC-007.
       INC-006.
                ACCEPT  TVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BOL-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR DO DESCONTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT  TINICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF BOL-FORMA = "P"
                      GO TO INC-005
                   ELSE
                      GO TO INC-006.
                IF BOL-INI-MES = ZEROS OR BOL-INI-MES > 12 OR
                   BOL-INI-ANO < 1900
                   MOVE "*** INICIO INVALIDO (MMAAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                COMPUTE W-INI-AAAAMM = BOL-INI-ANO * 100 + BOL-INI-MES.
       INC-008.
                ACCEPT  TFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF BOL-FIM = ZEROS
                   GO TO INC-008-OK.
                IF BOL-FIM-MES = ZEROS OR BOL-FIM-MES > 12
                   MOVE "*** FIM INVALIDO (MMAAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                COMPUTE W-FIM-AAAAMM = BOL-FIM-ANO * 100 + BOL-FIM-MES
                IF W-FIM-AAAAMM < W-INI-AAAAMM
                   MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-008-OK.
                IF BOL-TIPO = "F"
                   GO TO INC-009.
                MOVE ZEROS TO BOL-CHAPA BOL-DEP-SEQ
                DISPLAY TCHAPA
                DISPLAY TDEPSEQ
                DISPLAY (17, 41) LIMPA-NOME
                DISPLAY (18, 35) LIMPA-NOME
                IF W-SEL = 1  GO TO ALT-OPC.
                GO TO INC-OPC.
       INC-009.
                ACCEPT  TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                DISPLAY (17, 41) LIMPA-NOME
                IF W-FUNC-ABERTO NOT = "S"
                   MOVE "*** CADASTRO DE FUNCIONARIOS INEXISTENTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE BOL-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** FUNCIONARIO NAO CADASTRADO ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-009.
                IF DATADEMIS NOT = ZEROS
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                DISPLAY (17, 41) " - "
                DISPLAY (17, 44) NOME.
       INC-010.
                ACCEPT  TDEPSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                DISPLAY (18, 35) LIMPA-NOME
                IF W-DEP-ABERTO NOT = "S"
                   MOVE "*** CADASTRO DE DEPENDENTES INEXISTENTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE BOL-CHAPA TO DEP-CHAPA
                MOVE BOL-DEP-SEQ TO DEP-SEQ
                READ CADDEP
                     INVALID KEY
                        MOVE "*** DEPENDENTE NAO CADASTRADO ***"
                                                       TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-010.
                IF DEP-NASC NOT = ALU-NASC
                   MOVE "*** NASCIMENTO DIFERE DO ALUNO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                DISPLAY (18, 35) " - "
                DISPLAY (18, 38) DEP-NOME.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF BOL-TIPO = "F"
                      GO TO INC-010
                   ELSE
                      GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO BOL-OPERADOR
                ACCEPT BOL-DATA-APROV FROM DATE YYYYMMDD
                WRITE REGBOLSA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** BOLSA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADBOLSA"
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
                   COMPUTE W-INI-AAAAMM = BOL-INI-ANO * 100
                                        + BOL-INI-MES
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
                DELETE CADBOLSA RECORD
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO BOL-OPERADOR
                ACCEPT BOL-DATA-APROV FROM DATE YYYYMMDD
                REWRITE REGBOLSA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CADBOLSA"   TO MENS
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
      **************************************
      * FECHA OS CADASTROS OPCIONAIS       *
      **************************************
      *
       FECHA-OPC.
                IF W-FUNC-ABERTO = "S"
                   CLOSE CADFUNC.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
       FECHA-OPC-FIM.
                EXIT.
      *
      **************************************
      * REGISTRO LIDO: MOSTRA OS CAMPOS,   *
      * O FUNCIONARIO/DEPENDENTE E QUEM    *
      * APROVOU                            *
      **************************************
      *
       MOSTRA-BOLSA.
                DISPLAY TTIPO
                DISPLAY TFORMA
                DISPLAY TPERC
                DISPLAY TVALOR
                DISPLAY TINICIO
                DISPLAY TFIM
                DISPLAY TCHAPA
                DISPLAY TDEPSEQ
                MOVE BOL-DATA-APROV TO W-DATA-APROV
                MOVE W-DA-DIA TO W-DM-DIA
                MOVE W-DA-MES TO W-DM-MES
                MOVE W-DA-ANO TO W-DM-ANO
                DISPLAY (20, 27) BOL-OPERADOR
                DISPLAY (20, 39) W-DATA-MASC
                IF BOL-TIPO NOT = "F"
                   GO TO MOSTRA-BOLSA-FIM.
                IF W-FUNC-ABERTO NOT = "S"
                   GO TO MOSTRA-BOLSA-DEP.
                MOVE BOL-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        GO TO MOSTRA-BOLSA-DEP.
                DISPLAY (17, 41) " - "
                DISPLAY (17, 44) NOME.
                IF DATADEMIS NOT = ZEROS
                   MOVE "*** FUNCIONARIO DEMITIDO - SEM BENEFICIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOSTRA-BOLSA-DEP.
                IF W-DEP-ABERTO NOT = "S"
                   GO TO MOSTRA-BOLSA-FIM.
                MOVE BOL-CHAPA TO DEP-CHAPA
                MOVE BOL-DEP-SEQ TO DEP-SEQ
                READ CADDEP
                     INVALID KEY
                        GO TO MOSTRA-BOLSA-FIM.
                DISPLAY (18, 35) " - "
                DISPLAY (18, 38) DEP-NOME.
       MOSTRA-BOLSA-FIM.
                EXIT.
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
