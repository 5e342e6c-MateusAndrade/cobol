       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201672.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS CONTRATOS DE        *
      * EMPRESTIMO CONSIGNADO POR CHAPA    *
      * (CADCONSIG.DAT). A INCLUSAO OU     *
      * ALTERACAO DE CONTRATO ATIVO E      *
      * RECUSADA QUANDO A PARCELA EXCEDE A *
      * MARGEM CONSIGNAVEL DE 35% SOBRE O  *
      * ULTIMO LIQUIDO DE FOLHAHIST.DAT.   *
      * O DESCONTO MENSAL E FEITO POR      *
      * FP201614 E O SALDO NA RESCISAO POR *
      * FP201635                           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-FH.
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
       FD CADCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIG.DAT".
       01 REGCONSIG.
                03 CNS-CHAVE.
                   05 CNS-CHAPA      PIC 9(05).
                   05 CNS-SEQ        PIC 9(02).
                03 CNS-BANCO         PIC 9(03).
                03 CNS-CONTRATO      PIC X(15).
                03 CNS-PRINCIPAL     PIC 9(7)V99.
                03 CNS-QTDE-PARC     PIC 9(03).
                03 CNS-VL-PARC       PIC 9(6)V99.
                03 CNS-PRIM-COMP.
                   05 CNS-PC-MES     PIC 9(02).
                   05 CNS-PC-ANO     PIC 9(04).
                03 CNS-SITUACAO      PIC X(01).
                03 CNS-DATA-CAD      PIC 9(08).
                03 CNS-RESC-DESC     PIC 9(7)V99.
                03 CNS-RESC-SALDO    PIC 9(7)V99.
                03 FILLER            PIC X(22).
      *
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
       01 REGFHIST.
                03 FH-CHAVE.
                   05 FH-CHAPA       PIC 9(05).
                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-LIQUIDO        PIC 9(6)V99.
                03 FH-DATA-CALC      PIC 9(08).
                03 FH-FGTS           PIC 9(6)V99.
                03 FH-EMPRESA        PIC 9(01).
                03 FH-EMPRESA-X REDEFINES FH-EMPRESA PIC X(01).
                03 FILLER            PIC X(01).
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
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 ST-FH        PIC X(02) VALUE "00".
       77 W-FH-ABERTO  PIC X(01) VALUE "N".
       01 W-CNS-SALVA.
           03 W-CNS-CHAPA        PIC 9(05).
           03 W-CNS-SEQ          PIC 9(02).
           03 FILLER             PIC X(93).
       01 W-HOJE.
           03 W-HOJE-ANO         PIC 9(04).
           03 W-HOJE-MES         PIC 9(02).
           03 W-HOJE-DIA         PIC 9(02).
       01 W-MG-FHCOMP        PIC 9(06) VALUE ZEROS.
       01 W-MG-AAAAMM        PIC 9(06) VALUE ZEROS.
       01 W-MG-AAAAMM-R REDEFINES W-MG-AAAAMM.
           03 W-MG-FH-ANO        PIC 9(04).
           03 W-MG-FH-MES        PIC 9(02).
       01 W-MG-PARC          PIC S9(05) VALUE ZEROS.
       01 W-MG-LIQUIDO       PIC 9(6)V99 VALUE ZEROS.
       01 W-MG-DEVOLVE       PIC 9(6)V99 VALUE ZEROS.
       01 W-MG-MARGEM        PIC 9(6)V99 VALUE ZEROS.
       01 W-MG-COMPROM       PIC 9(7)V99 VALUE ZEROS.
       01 W-MG-DISPON        PIC S9(7)V99 VALUE ZEROS.
       01 W-MG-ED            PIC ZZZ.ZZ9,99.
       01 W-MG-ED-S          PIC -Z.ZZZ.ZZ9,99.
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

       01  TELACONSIG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             EMPRESTIMO CONSIGNADO - CONTRATOS".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "      SEQUENCIA:".
           05  LINE 07  COLUMN 01
               VALUE  "      BANCO (CODIGO):".
           05  LINE 08  COLUMN 01
               VALUE  "      CONTRATO:".
           05  LINE 09  COLUMN 01
               VALUE  "      VALOR PRINCIPAL:".
           05  LINE 10  COLUMN 01
               VALUE  "      QUANTIDADE DE PARCELAS:".
           05  LINE 11  COLUMN 01
               VALUE  "      VALOR DA PARCELA:".
           05  LINE 12  COLUMN 01
               VALUE  "      PRIMEIRA COMPETENCIA (MM AAAA):".
           05  LINE 13  COLUMN 01
               VALUE  "      SITUACAO:".
           05  LINE 13  COLUMN 26
               VALUE  "(A=ATIVO C=CANCELADO L=LIQUIDADO)".
           05  LINE 15  COLUMN 01
               VALUE  "      ULTIMO LIQUIDO (FOLHAHIST):".
           05  LINE 16  COLUMN 01
               VALUE  "      MARGEM CONSIGNAVEL (35%):".
           05  LINE 17  COLUMN 01
               VALUE  "      PARCELAS DE OUTROS CONTRATOS:".
           05  LINE 18  COLUMN 01
               VALUE  "      MARGEM DISPONIVEL:".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  CNS-CHAPA
               HIGHLIGHT.
           05  TSEQ
               LINE 05  COLUMN 18  PIC 9(02)
               USING  CNS-SEQ
               HIGHLIGHT.
           05  TBANCO
               LINE 07  COLUMN 23  PIC 9(03)
               USING  CNS-BANCO
               HIGHLIGHT.
           05  TCONTRATO
               LINE 08  COLUMN 17  PIC X(15)
               USING  CNS-CONTRATO
               HIGHLIGHT.
           05  TPRINCIPAL
               LINE 09  COLUMN 24  PIC 9999999,99
               USING  CNS-PRINCIPAL
               HIGHLIGHT.
           05  TQTDEPARC
               LINE 10  COLUMN 31  PIC 9(03)
               USING  CNS-QTDE-PARC
               HIGHLIGHT.
           05  TVLPARC
               LINE 11  COLUMN 25  PIC 999999,99
               USING  CNS-VL-PARC
               HIGHLIGHT.
           05  TPCMES
               LINE 12  COLUMN 39  PIC 9(02)
               USING  CNS-PC-MES
               HIGHLIGHT.
           05  TPCANO
               LINE 12  COLUMN 42  PIC 9(04)
               USING  CNS-PC-ANO
               HIGHLIGHT.
           05  TSITUACAO
               LINE 13  COLUMN 23  PIC X(01)
               USING  CNS-SITUACAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCONSIG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADCONSIG
                      CLOSE CADCONSIG
                      MOVE "*** ARQUIVO CADCONSIG SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSIG"
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
                      CLOSE CADCONSIG
                      GO TO ROT-FIM.
       INC-OP2.
           MOVE "N" TO W-FH-ABERTO
           OPEN INPUT FOLHAHIST
           IF ST-FH = "00"
              MOVE "S" TO W-FH-ABERTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO CNS-CHAPA CNS-SEQ CNS-BANCO CNS-PRINCIPAL
                              CNS-QTDE-PARC CNS-VL-PARC CNS-PC-MES
                              CNS-PC-ANO CNS-DATA-CAD CNS-RESC-DESC
                              CNS-RESC-SALDO
                MOVE SPACES TO CNS-CONTRATO CNS-SITUACAO.
                DISPLAY TELACONSIG.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
                   GO TO ROT-FIM.
                IF CNS-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE CNS-CHAPA TO CHAPA
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
                IF CNS-SEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CONSIG01.
                MOVE 0 TO W-SEL
                READ CADCONSIG
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-CONSIG THRU MOSTRA-CONSIG-FIM
                      PERFORM CALCULA-MARGEM THRU CALCULA-MARGEM-FIM
                      MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCONSIG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM CALCULA-MARGEM THRU CALCULA-MARGEM-FIM.
      *
       INC-004.
                ACCEPT  TBANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CNS-BANCO = ZEROS
                   MOVE "*** CODIGO DO BANCO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT  TCONTRATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CNS-CONTRATO = SPACES
                   MOVE "*** INFORME O NUMERO DO CONTRATO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT  TPRINCIPAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CNS-PRINCIPAL = ZEROS
                   MOVE "*** VALOR PRINCIPAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT  TQTDEPARC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CNS-QTDE-PARC = ZEROS
                   MOVE "*** QUANTIDADE DE PARCELAS INVALIDA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT  TVLPARC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CNS-VL-PARC = ZEROS
                   MOVE "*** VALOR DA PARCELA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT  TPCMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF CNS-PC-MES < 01 OR CNS-PC-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT  TPCANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF CNS-PC-ANO < 2000
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                IF CNS-SITUACAO = SPACES
                   MOVE "A" TO CNS-SITUACAO.
                ACCEPT  TSITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF CNS-SITUACAO = "a"
                   MOVE "A" TO CNS-SITUACAO.
                IF CNS-SITUACAO = "c"
                   MOVE "C" TO CNS-SITUACAO.
                IF CNS-SITUACAO = "l"
                   MOVE "L" TO CNS-SITUACAO.
                IF CNS-SITUACAO NOT = "A" AND "C" AND "L"
                   MOVE "*** SITUACAO: A, C OU L ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                IF CNS-SITUACAO NOT = "A"
                   GO TO INC-013.
                PERFORM CALCULA-MARGEM THRU CALCULA-MARGEM-FIM
                IF W-MG-AAAAMM = ZEROS
                   MOVE "*** SEM FOLHA CALCULADA - MARGEM INDISPONIVEL"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF CNS-VL-PARC > W-MG-DISPON
                   MOVE "*** PARCELA EXCEDE A MARGEM CONSIGNAVEL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-013.
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
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT CNS-DATA-CAD FROM DATE YYYYMMDD
                WRITE REGCONSIG
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CONTRATO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADCONSIG"
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
                DELETE CADCONSIG RECORD
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
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONSIG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCONSIG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * EXIBE O CONTRATO LIDO E, SE    *
      * LIQUIDADO NA RESCISAO, O VALOR *
      * DESCONTADO E O SALDO QUE FICOU *
      * PARA COBRANCA DO BANCO         *
      **********************************
      *
       MOSTRA-CONSIG.
                DISPLAY  TCHAPA
                DISPLAY  TSEQ
                DISPLAY  TBANCO
                DISPLAY  TCONTRATO
                DISPLAY  TPRINCIPAL
                DISPLAY  TQTDEPARC
                DISPLAY  TVLPARC
                DISPLAY  TPCMES
                DISPLAY  TPCANO
                DISPLAY  TSITUACAO
                IF CNS-SITUACAO NOT = "L"
                   GO TO MOSTRA-CONSIG-FIM.
                DISPLAY (20, 07) "RESCISAO - DESCONTADO:"
                MOVE CNS-RESC-DESC TO W-MG-ED
                DISPLAY (20, 30) W-MG-ED
                DISPLAY (21, 07) "SALDO REMANESCENTE NO BANCO:"
                MOVE CNS-RESC-SALDO TO W-MG-ED
                DISPLAY (21, 36) W-MG-ED.
       MOSTRA-CONSIG-FIM.
                EXIT.
      *
      **********************************
      * MARGEM CONSIGNAVEL: 35% DO     *
      * ULTIMO LIQUIDO EM FOLHAHIST    *
      * (FOLHA NORMAL, TIPO N),        *
      * SOMADAS DE VOLTA AS PARCELAS   *
      * JA DESCONTADAS NAQUELA FOLHA,  *
      * MENOS AS PARCELAS DOS DEMAIS   *
      * CONTRATOS ATIVOS QUE AINDA     *
      * VENCEM A PARTIR DO MES ATUAL   *
      **********************************
      *
       CALCULA-MARGEM.
                MOVE REGCONSIG TO W-CNS-SALVA
                MOVE ZEROS TO W-MG-AAAAMM W-MG-LIQUIDO W-MG-DEVOLVE
                              W-MG-COMPROM W-MG-MARGEM W-MG-DISPON
                IF W-FH-ABERTO NOT = "S"
                   GO TO CALCULA-MARGEM-CNS.
                MOVE W-CNS-CHAPA TO FH-CHAPA
                MOVE ZEROS TO FH-COMP FH-SEQ
                MOVE SPACES TO FH-TIPO
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                      INVALID KEY GO TO CALCULA-MARGEM-CNS.
       CALCULA-MARGEM-FH.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO CALCULA-MARGEM-CNS.
                IF FH-CHAPA NOT = W-CNS-CHAPA
                   GO TO CALCULA-MARGEM-CNS.
                IF FH-TIPO NOT = "N"
                   GO TO CALCULA-MARGEM-FH.
                COMPUTE W-MG-FHCOMP = FH-COMP-ANO * 100 + FH-COMP-MES
                IF W-MG-FHCOMP > W-MG-AAAAMM
                   MOVE W-MG-FHCOMP TO W-MG-AAAAMM
                   MOVE FH-LIQUIDO TO W-MG-LIQUIDO.
                GO TO CALCULA-MARGEM-FH.
       CALCULA-MARGEM-CNS.
                MOVE W-CNS-CHAPA TO CNS-CHAPA
                MOVE ZEROS TO CNS-SEQ
                START CADCONSIG KEY IS NOT LESS THAN CNS-CHAVE
                      INVALID KEY GO TO CALCULA-MARGEM-CALC.
       CALCULA-MARGEM-LE.
                READ CADCONSIG NEXT RECORD
                     AT END GO TO CALCULA-MARGEM-CALC.
                IF CNS-CHAPA NOT = W-CNS-CHAPA
                   GO TO CALCULA-MARGEM-CALC.
                IF W-MG-AAAAMM = ZEROS OR CNS-SITUACAO = "C"
                   GO TO CALCULA-MARGEM-ATIVO.
                COMPUTE W-MG-PARC = (W-MG-FH-ANO * 12 + W-MG-FH-MES)
                                  - (CNS-PC-ANO * 12 + CNS-PC-MES) + 1
                IF W-MG-PARC > ZEROS AND
                   W-MG-PARC NOT > CNS-QTDE-PARC
                   ADD CNS-VL-PARC TO W-MG-DEVOLVE.
       CALCULA-MARGEM-ATIVO.
                IF CNS-SEQ = W-CNS-SEQ OR CNS-SITUACAO NOT = "A"
                   GO TO CALCULA-MARGEM-LE.
                COMPUTE W-MG-PARC = (W-HOJE-ANO * 12 + W-HOJE-MES)
                                  - (CNS-PC-ANO * 12 + CNS-PC-MES) + 1
                IF W-MG-PARC NOT > CNS-QTDE-PARC
                   ADD CNS-VL-PARC TO W-MG-COMPROM.
                GO TO CALCULA-MARGEM-LE.
       CALCULA-MARGEM-CALC.
                MOVE W-CNS-SALVA TO REGCONSIG
                COMPUTE W-MG-MARGEM ROUNDED =
                        (W-MG-LIQUIDO + W-MG-DEVOLVE) * 35 / 100
                COMPUTE W-MG-DISPON = W-MG-MARGEM - W-MG-COMPROM
                MOVE W-MG-LIQUIDO TO W-MG-ED
                DISPLAY (15, 40) W-MG-ED
                MOVE W-MG-MARGEM TO W-MG-ED
                DISPLAY (16, 40) W-MG-ED
                MOVE W-MG-COMPROM TO W-MG-ED-S
                DISPLAY (17, 37) W-MG-ED-S
                MOVE W-MG-DISPON TO W-MG-ED-S
                DISPLAY (18, 37) W-MG-ED-S.
       CALCULA-MARGEM-FIM.
                EXIT.
      *
       FECHA-ARQ.
                CLOSE CADCONSIG CADFUNC
                IF W-FH-ABERTO = "S"
                   CLOSE FOLHAHIST
                   MOVE "N" TO W-FH-ABERTO.
       FECHA-ARQ-FIM.
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
