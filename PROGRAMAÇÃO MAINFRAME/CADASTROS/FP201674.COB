       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201674.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS EXAMES MEDICOS      *
      * OCUPACIONAIS - ASO (CADASO.DAT)    *
      * POR CHAPA E NUMERO DO EXAME:       *
      * ADMISSIONAL, PERIODICO, RETORNO AO *
      * TRABALHO, MUDANCA DE FUNCAO E      *
      * DEMISSIONAL, COM RESULTADO APTO /  *
      * INAPTO, MEDICO/CRM E DATA DO       *
      * PROXIMO EXAME. O ADMISSIONAL PODE  *
      * SER LANCADO ANTES DA CHAPA EXISTIR *
      * NO CADFUNC. EXIGIDO PELA INCLUSAO  *
      * FP201613, CONFERIDO PELA RESCISAO  *
      * FP201635 E LISTADO PELO RELATORIO  *
      * DE VENCIMENTOS FP201675            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-CHAVE
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
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASO-CHAVE.
                   05 ASO-CHAPA      PIC 9(05).
                   05 ASO-SEQ        PIC 9(02).
                03 ASO-TIPO          PIC X(01).
                03 ASO-DATA.
                   05 ASO-DT-DIA     PIC 9(02).
                   05 ASO-DT-MES     PIC 9(02).
                   05 ASO-DT-ANO     PIC 9(04).
                03 ASO-RESULTADO     PIC X(01).
                03 ASO-MEDICO        PIC X(30).
                03 ASO-CRM           PIC X(10).
                03 ASO-PROXIMO.
                   05 ASO-PX-DIA     PIC 9(02).
                   05 ASO-PX-MES     PIC 9(02).
                   05 ASO-PX-ANO     PIC 9(04).
                03 FILLER            PIC X(15).
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
                03 FUN-EMPRESA         PIC 9(01).
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FILLER              PIC X(21).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 FILLER              PIC X(30).
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
       01 W-DT-EXAME      PIC 9(08) VALUE ZEROS.
       01 W-DT-PROX       PIC 9(08) VALUE ZEROS.
       01 W-DT-ADM        PIC 9(08) VALUE ZEROS.
       01 W-FUNC-OK       PIC X(01) VALUE "N".
       01 W-RISCO         PIC X(01) VALUE "N".
       01 W-IDADE         PIC 9(03) VALUE ZEROS.
       01 W-PERIODO       PIC 9(02) VALUE ZEROS.
       01 W-PX-MESES      PIC 9(03) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
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

       01  TELAASO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           EXAMES MEDICOS OCUPACIONAIS (ASO)".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "      EXAME NUMERO:".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (A/P/R/M/D):".
           05  LINE 08  COLUMN 01
               VALUE  "      A=ADMISSIONAL P=PERIODICO R=RETORNO".
           05  LINE 09  COLUMN 01
               VALUE  "      M=MUDANCA DE FUNCAO D=DEMISSIONAL".
           05  LINE 11  COLUMN 01
               VALUE  "      DATA DO EXAME:".
           05  LINE 12  COLUMN 01
               VALUE  "      RESULTADO (A=APTO I=INAPTO):".
           05  LINE 14  COLUMN 01
               VALUE  "      MEDICO:".
           05  LINE 15  COLUMN 01
               VALUE  "      CRM:".
           05  LINE 17  COLUMN 01
               VALUE  "      PROXIMO EXAME:".
           05  LINE 18  COLUMN 01
               VALUE  "      (SUGERIDO PELO RISCO E PELA IDADE)".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  ASO-CHAPA
               HIGHLIGHT.
           05  TSEQ
               LINE 05  COLUMN 21  PIC 9(02)
               USING  ASO-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 07  COLUMN 25  PIC X(01)
               USING  ASO-TIPO
               HIGHLIGHT.
           05  TDATA
               LINE 11  COLUMN 22  PIC 99/99/9999
               USING  ASO-DATA
               HIGHLIGHT.
           05  TRESULT
               LINE 12  COLUMN 36  PIC X(01)
               USING  ASO-RESULTADO
               HIGHLIGHT.
           05  TMEDICO
               LINE 14  COLUMN 15  PIC X(30)
               USING  ASO-MEDICO
               HIGHLIGHT.
           05  TCRM
               LINE 15  COLUMN 12  PIC X(10)
               USING  ASO-CRM
               HIGHLIGHT.
           05  TPROXIMO
               LINE 17  COLUMN 22  PIC 99/99/9999
               USING  ASO-PROXIMO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADASO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADASO
                      CLOSE CADASO
                      MOVE "*** ARQUIVO CADASO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADASO"
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
                      CLOSE CADASO
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADASO CADFUNC
                      GO TO ROT-FIM.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO ASO-CHAPA ASO-SEQ ASO-DATA ASO-PROXIMO
                MOVE SPACES TO ASO-TIPO ASO-RESULTADO ASO-MEDICO
                               ASO-CRM.
                DISPLAY TELAASO.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADASO CADFUNC CADCARGO
                   GO TO ROT-FIM.
                IF ASO-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE ASO-CHAPA TO CHAPA
                MOVE "S" TO W-FUNC-OK
                READ CADFUNC
                     INVALID KEY
                        MOVE "N" TO W-FUNC-OK
                        DISPLAY (04, 21) " - (ADMISSAO)"
                     NOT INVALID KEY
                        DISPLAY (04, 21) " - "
                        DISPLAY (04, 24) NOME.
                PERFORM APURA-RISCO THRU APURA-RISCO-FIM.
       INC-003.
                ACCEPT TSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ASO-SEQ = ZEROS
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-ASO01.
                MOVE 0 TO W-SEL
                READ CADASO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCHAPA
                      DISPLAY  TSEQ
                      DISPLAY  TTIPO
                      DISPLAY  TDATA
                      DISPLAY  TRESULT
                      DISPLAY  TMEDICO
                      DISPLAY  TCRM
                      DISPLAY  TPROXIMO
                      MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADASO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-004.
                ACCEPT  TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF ASO-TIPO NOT = "A" AND "P" AND "R" AND "M" AND "D"
                   MOVE "*** TIPO: A, P, R, M OU D ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO ASO-TIPO
                   DISPLAY TTIPO
                   GO TO INC-004.
                IF W-FUNC-OK = "N" AND ASO-TIPO NOT = "A"
                   MOVE "*** CHAPA NAO CADASTRADA - SO ADMISSIONAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO ASO-TIPO
                   DISPLAY TTIPO
                   GO TO INC-004.
       INC-005.
                ACCEPT  TDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE ASO-DT-DIA TO W-DIAVAL
                MOVE ASO-DT-MES TO W-MESVAL
                MOVE ASO-DT-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DO EXAME INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO ASO-DATA
                   DISPLAY TDATA
                   GO TO INC-005.
                COMPUTE W-DT-EXAME = ASO-DT-ANO * 10000
                                   + ASO-DT-MES * 100 + ASO-DT-DIA
                IF W-FUNC-OK = "N" OR ASO-TIPO = "A"
                   GO TO INC-006.
                COMPUTE W-DT-ADM = ADM-ANO * 10000 + ADM-MES * 100
                                   + ADM-DIA
                IF W-DT-EXAME < W-DT-ADM
                   MOVE "*** EXAME ANTERIOR A ADMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO ASO-DATA
                   DISPLAY TDATA
                   GO TO INC-005.
       INC-006.
                ACCEPT  TRESULT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ASO-RESULTADO NOT = "A" AND "I"
                   MOVE "*** RESULTADO: A=APTO OU I=INAPTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO ASO-RESULTADO
                   DISPLAY TRESULT
                   GO TO INC-006.
       INC-007.
                ACCEPT  TMEDICO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF ASO-MEDICO = SPACES
                   MOVE "*** INFORME O MEDICO EXAMINADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT  TCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF ASO-CRM = SPACES
                   MOVE "*** INFORME O CRM DO MEDICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                IF ASO-TIPO = "D" OR ASO-RESULTADO = "I"
                   MOVE ZEROS TO ASO-PROXIMO
                   DISPLAY TPROXIMO
                   GO TO INC-010.
                IF ASO-PROXIMO = ZEROS
                   PERFORM SUGERE-PROXIMO THRU SUGERE-PROXIMO-FIM
                   DISPLAY TPROXIMO.
                ACCEPT  TPROXIMO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                MOVE ASO-PX-DIA TO W-DIAVAL
                MOVE ASO-PX-MES TO W-MESVAL
                MOVE ASO-PX-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DO PROXIMO EXAME INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO ASO-PROXIMO
                   GO TO INC-009.
                COMPUTE W-DT-PROX = ASO-PX-ANO * 10000
                                  + ASO-PX-MES * 100 + ASO-PX-DIA
                IF W-DT-PROX NOT > W-DT-EXAME
                   MOVE "*** PROXIMO EXAME DEVE SER APOS O EXAME ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO ASO-PROXIMO
                   GO TO INC-009.
       INC-010.
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
                WRITE REGASO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EXAME JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADASO"
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
                DELETE CADASO RECORD
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
                REWRITE REGASO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADASO"  TO MENS
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
      * RISCO DA FUNCAO: ADICIONAL DO  *
      * FUNCIONARIO (EXCECAO) OU DO    *
      * CARGO; I/P = INSALUBRE OU      *
      * PERIGOSO. CHAPA AINDA NAO      *
      * CADASTRADA CONTA COMO RISCO    *
      **********************************
      *
       APURA-RISCO.
                MOVE "S" TO W-RISCO
                IF W-FUNC-OK = "N"
                   GO TO APURA-RISCO-FIM.
                IF FUN-ADIC-TIPO = "I" OR "P"
                   GO TO APURA-RISCO-FIM.
                MOVE "N" TO W-RISCO
                IF FUN-ADIC-TIPO = "N"
                   GO TO APURA-RISCO-FIM.
                MOVE CCARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY GO TO APURA-RISCO-FIM.
                IF TIPO-ADICIONAL = "I" OR "P"
                   MOVE "S" TO W-RISCO.
       APURA-RISCO-FIM.
                EXIT.
      *
      **********************************
      * SUGESTAO DO PROXIMO EXAME:     *
      * ANUAL PARA FUNCAO DE RISCO E   *
      * PARA MENORES DE 18 / MAIORES   *
      * DE 45 ANOS; BIENAL NOS DEMAIS  *
      **********************************
      *
       SUGERE-PROXIMO.
                MOVE 24 TO W-PERIODO
                IF W-RISCO = "S"
                   MOVE 12 TO W-PERIODO
                   GO TO SUGERE-PROXIMO-CALC.
                COMPUTE W-IDADE = ASO-DT-ANO - ANO
                IF ASO-DT-MES < MES OR
                   (ASO-DT-MES = MES AND ASO-DT-DIA < DIA)
                   SUBTRACT 1 FROM W-IDADE.
                IF W-IDADE < 18 OR W-IDADE > 45
                   MOVE 12 TO W-PERIODO.
       SUGERE-PROXIMO-CALC.
                COMPUTE W-PX-MESES = ASO-DT-MES - 1 + W-PERIODO
                DIVIDE W-PX-MESES BY 12 GIVING W-TEMP
                                        REMAINDER W-MESVAL
                ADD 1 TO W-MESVAL
                COMPUTE W-ANOVAL = ASO-DT-ANO + W-TEMP
                MOVE 1 TO W-DIAVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                MOVE ASO-DT-DIA TO ASO-PX-DIA
                IF ASO-PX-DIA > W-MAXDIA
                   MOVE W-MAXDIA TO ASO-PX-DIA.
                MOVE W-MESVAL TO ASO-PX-MES
                MOVE W-ANOVAL TO ASO-PX-ANO.
       SUGERE-PROXIMO-FIM.
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
