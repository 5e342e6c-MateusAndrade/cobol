       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201693.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS TREINAMENTOS        *
      * REALIZADOS POR FUNCIONARIO         *
      * (CADTREFUN.DAT, CHAVE CHAPA +      *
      * CURSO + NUMERO): DATA, HORAS,      *
      * INSTRUTOR E VENCIMENTO DO          *
      * CERTIFICADO, SUGERIDO PELA         *
      * VALIDADE DO CURSO NO CATALOGO      *
      * CADTREIN. AS LISTAS DE PRESENCA    *
      * ENTRAM EM LOTE PELO FP201694       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-TRE.
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
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREFUN.DAT".
       01 REGTREFUN.
                03 TRF-CHAVE.
                   05 TRF-CHAPA      PIC 9(05).
                   05 TRF-CURSO      PIC 9(03).
                   05 TRF-SEQ        PIC 9(02).
                03 TRF-DATA.
                   05 TRF-DT-DIA     PIC 9(02).
                   05 TRF-DT-MES     PIC 9(02).
                   05 TRF-DT-ANO     PIC 9(04).
                03 TRF-HORAS         PIC 9(03).
                03 TRF-INSTRUTOR     PIC X(30).
                03 TRF-VALIDADE.
                   05 TRF-VL-DIA     PIC 9(02).
                   05 TRF-VL-MES     PIC 9(02).
                   05 TRF-VL-ANO     PIC 9(04).
                03 TRF-ORIGEM        PIC X(01).
                03 FILLER            PIC X(40).
      *
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREIN.DAT".
       01 REGTREIN.
                03 TRE-CODIGO        PIC 9(03).
                03 TRE-DESCR         PIC X(30).
                03 TRE-NORMA         PIC X(10).
                03 TRE-CARGA         PIC 9(03).
                03 TRE-VALIDADE      PIC 9(03).
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
       01 W-DT-TREINO     PIC 9(08) VALUE ZEROS.
       01 W-DT-VALID      PIC 9(08) VALUE ZEROS.
       01 W-VL-MESES      PIC 9(04) VALUE ZEROS.
       01 W-PROX-SEQ      PIC 9(03) VALUE ZEROS.
       01 W-CHAPA         PIC 9(05) VALUE ZEROS.
       01 W-CURSO         PIC 9(03) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-TRE       PIC X(02) VALUE "00".
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

       01  TELATREFUN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           TREINAMENTOS DO FUNCIONARIO".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "      CURSO:".
           05  LINE 07  COLUMN 01
               VALUE  "      TREINAMENTO NUMERO:".
           05  LINE 09  COLUMN 01
               VALUE  "      DATA DO TREINAMENTO:".
           05  LINE 11  COLUMN 01
               VALUE  "      HORAS CUMPRIDAS:".
           05  LINE 13  COLUMN 01
               VALUE  "      INSTRUTOR:".
           05  LINE 15  COLUMN 01
               VALUE  "      VENCIMENTO DO CERTIFICADO:".
           05  LINE 16  COLUMN 01
               VALUE  "      (SUGERIDO PELA VALIDADE DO CURSO;".
           05  LINE 17  COLUMN 01
               VALUE  "       ZEROS = NAO VENCE)".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  TRF-CHAPA
               HIGHLIGHT.
           05  TCURSO
               LINE 06  COLUMN 14  PIC 9(03)
               USING  TRF-CURSO
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 27  PIC 9(02)
               USING  TRF-SEQ
               HIGHLIGHT.
           05  TDATA
               LINE 09  COLUMN 28  PIC 99/99/9999
               USING  TRF-DATA
               HIGHLIGHT.
           05  THORAS
               LINE 11  COLUMN 24  PIC 9(03)
               USING  TRF-HORAS
               HIGHLIGHT.
           05  TINSTRUTOR
               LINE 13  COLUMN 18  PIC X(30)
               USING  TRF-INSTRUTOR
               HIGHLIGHT.
           05  TVALIDADE
               LINE 15  COLUMN 34  PIC 99/99/9999
               USING  TRF-VALIDADE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADTREFUN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADTREFUN
                      CLOSE CADTREFUN
                      MOVE "*** ARQUIVO CADTREFUN SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREFUN"
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
                      CLOSE CADTREFUN
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADTREIN
           IF ST-TRE NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREIN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTREFUN CADFUNC
                      GO TO ROT-FIM.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO TRF-CHAPA TRF-CURSO TRF-SEQ TRF-DATA
                              TRF-HORAS TRF-VALIDADE
                MOVE SPACES TO TRF-INSTRUTOR TRF-ORIGEM.
                DISPLAY TELATREFUN.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADTREFUN CADFUNC CADTREIN
                   GO TO ROT-FIM.
                IF TRF-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE TRF-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002.
                DISPLAY (04, 21) " - "
                DISPLAY (04, 24) NOME.
       INC-003.
                ACCEPT TCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE TRF-CURSO TO TRE-CODIGO
                READ CADTREIN
                     INVALID KEY
                        MOVE "*** CURSO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                DISPLAY (06, 18) " - "
                DISPLAY (06, 21) TRE-DESCR
                PERFORM PROXIMO-SEQ THRU PROXIMO-SEQ-FIM
                IF W-PROX-SEQ > 99
                   MOVE 99 TO W-PROX-SEQ.
                MOVE W-PROX-SEQ TO TRF-SEQ.
       INC-004.
                ACCEPT TSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TRF-SEQ = ZEROS
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-TREFUN01.
                MOVE 0 TO W-SEL
                READ CADTREFUN
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCHAPA
                      DISPLAY  TCURSO
                      DISPLAY  TSEQ
                      DISPLAY  TDATA
                      DISPLAY  THORAS
                      DISPLAY  TINSTRUTOR
                      DISPLAY  TVALIDADE
                      MOVE "*** TREINAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADTREFUN" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-005.
                ACCEPT  TDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE TRF-DT-DIA TO W-DIAVAL
                MOVE TRF-DT-MES TO W-MESVAL
                MOVE TRF-DT-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** DATA DO TREINAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO TRF-DATA
                   DISPLAY TDATA
                   GO TO INC-005.
                COMPUTE W-DT-TREINO = TRF-DT-ANO * 10000
                                    + TRF-DT-MES * 100 + TRF-DT-DIA.
       INC-006.
                IF TRF-HORAS = ZEROS
                   MOVE TRE-CARGA TO TRF-HORAS
                   DISPLAY THORAS.
                ACCEPT  THORAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF TRF-HORAS = ZEROS
                   MOVE "*** HORAS INVALIDAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT  TINSTRUTOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF TRF-INSTRUTOR = SPACES
                   MOVE "*** INFORME O INSTRUTOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                IF TRF-VALIDADE = ZEROS AND TRE-VALIDADE > ZEROS
                   PERFORM SUGERE-VALIDADE THRU SUGERE-VALIDADE-FIM
                   DISPLAY TVALIDADE.
                ACCEPT  TVALIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF TRF-VALIDADE = ZEROS
                   GO TO INC-009.
                MOVE TRF-VL-DIA TO W-DIAVAL
                MOVE TRF-VL-MES TO W-MESVAL
                MOVE TRF-VL-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "*** VENCIMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO TRF-VALIDADE
                   GO TO INC-008.
                COMPUTE W-DT-VALID = TRF-VL-ANO * 10000
                                   + TRF-VL-MES * 100 + TRF-VL-DIA
                IF W-DT-VALID NOT > W-DT-TREINO
                   MOVE "*** VENCIMENTO DEVE SER APOS O TREINAMENTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO TRF-VALIDADE
                   GO TO INC-008.
       INC-009.
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
                MOVE "M" TO TRF-ORIGEM
                WRITE REGTREFUN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** TREINAMENTO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADTREFUN"
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
                   GO TO INC-005.
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
                DELETE CADTREFUN RECORD
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
                REWRITE REGTREFUN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADTREFUN" TO MENS
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
      * PROXIMO NUMERO LIVRE DA CHAPA  *
      * NO CURSO (MAIOR + 1)           *
      **********************************
      *
       PROXIMO-SEQ.
                MOVE TRF-CHAPA TO W-CHAPA
                MOVE TRF-CURSO TO W-CURSO
                MOVE 1 TO W-PROX-SEQ
                MOVE ZEROS TO TRF-SEQ
                START CADTREFUN KEY IS NOT LESS THAN TRF-CHAVE
                     INVALID KEY GO TO PROXIMO-SEQ-REPOE.
       PROXIMO-SEQ-LE.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO PROXIMO-SEQ-REPOE.
                IF TRF-CHAPA NOT = W-CHAPA OR TRF-CURSO NOT = W-CURSO
                   GO TO PROXIMO-SEQ-REPOE.
                COMPUTE W-PROX-SEQ = TRF-SEQ + 1
                GO TO PROXIMO-SEQ-LE.
       PROXIMO-SEQ-REPOE.
                MOVE ZEROS TO TRF-DATA TRF-HORAS TRF-VALIDADE
                MOVE SPACES TO TRF-INSTRUTOR TRF-ORIGEM
                MOVE W-CHAPA TO TRF-CHAPA
                MOVE W-CURSO TO TRF-CURSO.
       PROXIMO-SEQ-FIM.
                EXIT.
      *
      **********************************
      * VENCIMENTO SUGERIDO: DATA DO   *
      * TREINAMENTO + VALIDADE DO      *
      * CURSO EM MESES                 *
      **********************************
      *
       SUGERE-VALIDADE.
                COMPUTE W-VL-MESES = TRF-DT-MES - 1 + TRE-VALIDADE
                DIVIDE W-VL-MESES BY 12 GIVING W-TEMP
                                        REMAINDER W-MESVAL
                ADD 1 TO W-MESVAL
                COMPUTE W-ANOVAL = TRF-DT-ANO + W-TEMP
                MOVE 1 TO W-DIAVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                MOVE TRF-DT-DIA TO TRF-VL-DIA
                IF TRF-VL-DIA > W-MAXDIA
                   MOVE W-MAXDIA TO TRF-VL-DIA.
                MOVE W-MESVAL TO TRF-VL-MES
                MOVE W-ANOVAL TO TRF-VL-ANO.
       SUGERE-VALIDADE-FIM.
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
