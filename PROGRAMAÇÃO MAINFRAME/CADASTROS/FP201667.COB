       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201667.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS AFASTAMENTOS POR    *
      * CHAPA (CADAFAST.DAT): DOENCA,      *
      * MATERNIDADE, ACIDENTE DE TRABALHO  *
      * E LICENCA NAO REMUNERADA, COM      *
      * CID E NUMERO DO BENEFICIO INSS.    *
      * LIDO PELO CALCULO FP201614         *
      * (PROPORCIONALIZACAO DO SALARIO),   *
      * PELO 13o FP201627, PELA RESCISAO   *
      * FP201635, PELAS FERIAS FP201625 /  *
      * FP201626 E PELA PROVISAO FP201653  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSTAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS STA-CHAVE
                    FILE STATUS  IS ST-STA.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFA-CHAVE.
                   05 AFA-CHAPA      PIC 9(05).
                   05 AFA-SEQ        PIC 9(02).
                03 AFA-TIPO          PIC X(01).
                03 AFA-INICIO.
                   05 AFA-IN-DIA     PIC 9(02).
                   05 AFA-IN-MES     PIC 9(02).
                   05 AFA-IN-ANO     PIC 9(04).
                03 AFA-FIM.
                   05 AFA-FI-DIA     PIC 9(02).
                   05 AFA-FI-MES     PIC 9(02).
                   05 AFA-FI-ANO     PIC 9(04).
                03 AFA-CID           PIC X(06).
                03 AFA-BENEFICIO     PIC 9(10).
                03 FILLER            PIC X(20).
      *
       FD CADSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTAT.DAT".
       01 REGSTAT.
                03 STA-CHAVE      PIC X(08).
                03 STA-STATUS     PIC X(01).
                03 STA-OPERADOR   PIC X(10).
                03 STA-DATA       PIC 9(08).
                03 STA-HORA       PIC 9(06).
                03 FILLER         PIC X(07).
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
       01 TABDIAS.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 28.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
       01 TABDIASR REDEFINES TABDIAS.
           03 W-DIASMES   PIC 9(02) OCCURS 12 TIMES.
       01 W-MESVAL        PIC 9(02) VALUE ZEROS.
       01 W-DIAVAL        PIC 9(02) VALUE ZEROS.
       01 W-ANOVAL        PIC 9(04) VALUE ZEROS.
       01 W-DATAVALIDA    PIC X(01) VALUE "S".
       01 W-MAXDIA        PIC 9(02) VALUE ZEROS.
       01 W-TEMP          PIC 9(06) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-DT-INI        PIC 9(08) VALUE ZEROS.
       01 W-DT-FIM        PIC 9(08) VALUE ZEROS.
       01 W-DT-ADM        PIC 9(08) VALUE ZEROS.
       01 W-OUT-INI       PIC 9(08) VALUE ZEROS.
       01 W-OUT-FIM       PIC 9(08) VALUE ZEROS.
       01 W-CONFLITO      PIC X(01) VALUE "N".
       01 W-AFAST-SAV     PIC X(60) VALUE SPACES.
       01 W-CHAVE-SAV     PIC X(07) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 ST-STA       PIC X(02) VALUE "00".
       77 W-JANELA-F   PIC X(01) VALUE "N".
       01 W-JAN-MSG.
           03 FILLER             PIC X(15)
                                  VALUE "*** FECHAMENTO ".
           03 W-JAN-MSG-OPER     PIC X(10).
           03 FILLER             PIC X(06) VALUE " DESDE".
           03 W-JAN-MSG-DATA     PIC 9(08).
           03 FILLER             PIC X(04) VALUE " ***".
       77 LIMPA        PIC X(50) VALUE SPACES.

       SCREEN SECTION.

       01  TELAAFAST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 AFASTAMENTOS".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "      AFASTAMENTO NUMERO:".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (D/M/A/S):".
           05  LINE 08  COLUMN 01
               VALUE  "      D=DOENCA M=MATERNIDADE A=ACIDENTE TRAB".
           05  LINE 09  COLUMN 01
               VALUE  "      S=LICENCA NAO REMUNERADA".
           05  LINE 11  COLUMN 01
               VALUE  "      DATA DE INICIO:".
           05  LINE 12  COLUMN 01
               VALUE  "      DATA DE RETORNO PREVISTO/FIM:".
           05  LINE 13  COLUMN 01
               VALUE  "      (ZEROS = AFASTAMENTO EM ABERTO)".
           05  LINE 15  COLUMN 01
               VALUE  "      CID:".
           05  LINE 16  COLUMN 01
               VALUE  "      NUMERO DO BENEFICIO INSS:".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  AFA-CHAPA
               HIGHLIGHT.
           05  TSEQ
               LINE 05  COLUMN 27  PIC 9(02)
               USING  AFA-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 07  COLUMN 23  PIC X(01)
               USING  AFA-TIPO
               HIGHLIGHT.
           05  TINICIO
               LINE 11  COLUMN 23  PIC 99/99/9999
               USING  AFA-INICIO
               HIGHLIGHT.
           05  TFIM
               LINE 12  COLUMN 37  PIC 99/99/9999
               USING  AFA-FIM
               HIGHLIGHT.
           05  TCID
               LINE 15  COLUMN 12  PIC X(06)
               USING  AFA-CID
               HIGHLIGHT.
           05  TBENEF
               LINE 16  COLUMN 33  PIC 9(10)
               USING  AFA-BENEFICIO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADAFAST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADAFAST
                      CLOSE CADAFAST
                      MOVE "*** ARQUIVO CADAFAST SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAFAST"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAFAST
                      GO TO ROT-FIM.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO AFA-CHAPA AFA-SEQ AFA-INICIO AFA-FIM
                              AFA-BENEFICIO
                MOVE SPACES TO AFA-TIPO AFA-CID.
                DISPLAY TELAAFAST.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADAFAST CADFUNC
                   GO TO ROT-FIM.
                IF AFA-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE AFA-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002
                     NOT INVALID KEY
                        DISPLAY (04, 21) " - "
                        DISPLAY (04, 24) NOME.
       INC-003.
                ACCEPT TSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF AFA-SEQ = ZEROS
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AFAST01.
                MOVE 0 TO W-SEL
                READ CADAFAST
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCHAPA
                      DISPLAY  TSEQ
                      DISPLAY  TTIPO
                      DISPLAY  TINICIO
                      DISPLAY  TFIM
                      DISPLAY  TCID
                      DISPLAY  TBENEF
                      MOVE "*** AFASTAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADAFAST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-004.
                ACCEPT  TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AFA-TIPO NOT = "D" AND "M" AND "A" AND "S"
                   MOVE "*** TIPO: D, M, A OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO AFA-TIPO
                   DISPLAY TTIPO
                   GO TO INC-004.
       INC-005.
                ACCEPT  TINICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE AFA-IN-DIA TO W-DIAVAL
                MOVE AFA-IN-MES TO W-MESVAL
                MOVE AFA-IN-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO AFA-INICIO
                   DISPLAY TINICIO
                   GO TO INC-005.
                COMPUTE W-DT-INI = AFA-IN-ANO * 10000 + AFA-IN-MES * 100
                                   + AFA-IN-DIA
                COMPUTE W-DT-ADM = ADM-ANO * 10000 + ADM-MES * 100
                                   + ADM-DIA
                IF W-DT-INI < W-DT-ADM
                   MOVE "*** INICIO ANTERIOR A ADMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO AFA-INICIO
                   DISPLAY TINICIO
                   GO TO INC-005.
       INC-006.
                ACCEPT  TFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE 99999999 TO W-DT-FIM
                IF AFA-FIM = ZEROS
                   GO TO INC-007.
                MOVE AFA-FI-DIA TO W-DIAVAL
                MOVE AFA-FI-MES TO W-MESVAL
                MOVE AFA-FI-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO AFA-FIM
                   DISPLAY TFIM
                   GO TO INC-006.
                COMPUTE W-DT-FIM = AFA-FI-ANO * 10000 + AFA-FI-MES * 100
                                   + AFA-FI-DIA
                IF W-DT-FIM < W-DT-INI
                   MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO AFA-FIM
                   DISPLAY TFIM
                   GO TO INC-006.
       INC-007.
                PERFORM VERIFICA-CONFLITO THRU VERIFICA-CONFLITO-FIM
                IF W-CONFLITO = "S"
                   MOVE "*** PERIODO SOBREPOE OUTRO AFASTAMENTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                ACCEPT  TCID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF AFA-CID = SPACES AND (AFA-TIPO = "D" OR "A")
                   MOVE "*** CID OBRIGATORIO PARA DOENCA/ACIDENTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT  TBENEF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AFASTAMENTO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADAFAST"
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
                   GO TO INC-004.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE CADAFAST RECORD
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
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAFAST"  TO MENS
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
      **********************************
      * SOBREPOSICAO COM OS DEMAIS     *
      * AFASTAMENTOS DA MESMA CHAPA    *
      * (AFASTAMENTO EM ABERTO VALE    *
      * ATE 99999999)                  *
      **********************************
      *
       VERIFICA-CONFLITO.
                MOVE "N" TO W-CONFLITO
                MOVE REGAFAST TO W-AFAST-SAV
                MOVE AFA-CHAVE TO W-CHAVE-SAV
                MOVE ZEROS TO AFA-SEQ
                START CADAFAST KEY IS NOT LESS THAN AFA-CHAVE
                     INVALID KEY GO TO VERIFICA-CONFLITO-SAI.
       VERIFICA-CONFLITO-LE.
                READ CADAFAST NEXT RECORD
                     AT END GO TO VERIFICA-CONFLITO-SAI.
                IF AFA-CHAPA NOT = CHAPA
                   GO TO VERIFICA-CONFLITO-SAI.
                IF AFA-CHAVE = W-CHAVE-SAV
                   GO TO VERIFICA-CONFLITO-LE.
                COMPUTE W-OUT-INI = AFA-IN-ANO * 10000
                                  + AFA-IN-MES * 100 + AFA-IN-DIA
                MOVE 99999999 TO W-OUT-FIM
                IF AFA-FIM NOT = ZEROS
                   COMPUTE W-OUT-FIM = AFA-FI-ANO * 10000
                                     + AFA-FI-MES * 100 + AFA-FI-DIA.
                IF W-OUT-INI NOT > W-DT-FIM AND
                   W-OUT-FIM NOT < W-DT-INI
                   MOVE "S" TO W-CONFLITO
                   GO TO VERIFICA-CONFLITO-SAI.
                GO TO VERIFICA-CONFLITO-LE.
       VERIFICA-CONFLITO-SAI.
                MOVE W-AFAST-SAV TO REGAFAST.
       VERIFICA-CONFLITO-FIM.
                EXIT.
      *
      **********************************
      * ROTINA DE VALIDACAO DE DATA    *
      **********************************
      *
       VALIDA-DATA.
                MOVE "S" TO W-DATAVALIDA
                IF W-MESVAL < 1 OR W-MESVAL > 12
                   MOVE "N" TO W-DATAVALIDA
                   GO TO VALIDA-DATA-FIM.
                MOVE W-DIASMES (W-MESVAL) TO W-MAXDIA
                IF W-MESVAL = 2
                   DIVIDE W-ANOVAL BY 4 GIVING W-TEMP REMAINDER W-REM4
                   DIVIDE W-ANOVAL BY 100 GIVING W-TEMP
                                          REMAINDER W-REM100
                   DIVIDE W-ANOVAL BY 400 GIVING W-TEMP
                                          REMAINDER W-REM400
                   IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                      MOVE 29 TO W-MAXDIA.
                IF W-DIAVAL < 1 OR W-DIAVAL > W-MAXDIA
                                OR W-ANOVAL < 1900
                   MOVE "N" TO W-DATAVALIDA.
       VALIDA-DATA-FIM.
                EXIT.
      *
      **********************************
      * CERCA DA JANELA BATCH          *
      * (CADSTAT.DAT, FP201642):       *
      * F = MANUTENCAO BLOQUEADA       *
      **********************************
      *
       VERIFICA-JANELA.
                MOVE "N" TO W-JANELA-F
                OPEN INPUT CADSTAT
                IF ST-STA NOT = "00"
                   GO TO VERIFICA-JANELA-FIM.
                MOVE "SISTEMA " TO STA-CHAVE
                READ CADSTAT
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        IF STA-STATUS = "F"
                           MOVE "S" TO W-JANELA-F
                           MOVE STA-OPERADOR TO W-JAN-MSG-OPER
                           MOVE STA-DATA TO W-JAN-MSG-DATA.
                CLOSE CADSTAT.
       VERIFICA-JANELA-FIM.
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
