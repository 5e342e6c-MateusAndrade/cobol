       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201668.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS BENEFICIOS POR      *
      * CHAPA (CADBENEF.DAT): VALE-        *
      * TRANSPORTE (LINHA, TARIFA E        *
      * VIAGENS POR DIA) E VALE-REFEICAO   *
      * (VALOR DIARIO E COPARTICIPACAO DO  *
      * FUNCIONARIO). A APURACAO MENSAL E  *
      * FEITA POR FP201669                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-CHAPA
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
       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
                03 BEN-CHAPA         PIC 9(05).
                03 BEN-VT-OPTA       PIC X(01).
                03 BEN-VT-LINHA      PIC X(20).
                03 BEN-VT-TARIFA     PIC 9(2)V99.
                03 BEN-VT-VIAGENS    PIC 9(01).
                03 BEN-VR-OPTA       PIC X(01).
                03 BEN-VR-DIARIO     PIC 9(3)V99.
                03 BEN-VR-COPTIPO    PIC X(01).
                03 BEN-VR-COPART     PIC 9(3)V99.
                03 FILLER            PIC X(37).
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

       01  TELABENEF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             VALE-TRANSPORTE E VALE-REFEICAO".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "      OPTANTE DO VALE-TRANSPORTE (S/N):".
           05  LINE 07  COLUMN 01
               VALUE  "      LINHA:".
           05  LINE 08  COLUMN 01
               VALUE  "      TARIFA:".
           05  LINE 09  COLUMN 01
               VALUE  "      VIAGENS POR DIA:".
           05  LINE 11  COLUMN 01
               VALUE  "      OPTANTE DO VALE-REFEICAO (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  "      VALOR DIARIO:".
           05  LINE 13  COLUMN 01
               VALUE  "      COPARTICIPACAO (P=% V=VALOR N=NAO):".
           05  LINE 14  COLUMN 01
               VALUE  "      PERCENTUAL OU VALOR MENSAL:".
           05  LINE 16  COLUMN 01
               VALUE  "      DESCONTO DO VT LIMITADO A 6% DO SALARIO".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  BEN-CHAPA
               HIGHLIGHT.
           05  TVTOPTA
               LINE 06  COLUMN 41  PIC X(01)
               USING  BEN-VT-OPTA
               HIGHLIGHT.
           05  TVTLINHA
               LINE 07  COLUMN 14  PIC X(20)
               USING  BEN-VT-LINHA
               HIGHLIGHT.
           05  TVTTARIFA
               LINE 08  COLUMN 15  PIC 99,99
               USING  BEN-VT-TARIFA
               HIGHLIGHT.
           05  TVTVIAGENS
               LINE 09  COLUMN 24  PIC 9(01)
               USING  BEN-VT-VIAGENS
               HIGHLIGHT.
           05  TVROPTA
               LINE 11  COLUMN 39  PIC X(01)
               USING  BEN-VR-OPTA
               HIGHLIGHT.
           05  TVRDIARIO
               LINE 12  COLUMN 21  PIC 999,99
               USING  BEN-VR-DIARIO
               HIGHLIGHT.
           05  TVRCOPTIPO
               LINE 13  COLUMN 43  PIC X(01)
               USING  BEN-VR-COPTIPO
               HIGHLIGHT.
           05  TVRCOPART
               LINE 14  COLUMN 35  PIC 999,99
               USING  BEN-VR-COPART
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADBENEF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADBENEF
                      CLOSE CADBENEF
                      MOVE "*** ARQUIVO CADBENEF SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADBENEF"
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
                      CLOSE CADBENEF
                      GO TO ROT-FIM.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO BEN-CHAPA BEN-VT-TARIFA BEN-VT-VIAGENS
                              BEN-VR-DIARIO BEN-VR-COPART
                MOVE SPACES TO BEN-VT-OPTA BEN-VT-LINHA BEN-VR-OPTA
                               BEN-VR-COPTIPO.
                DISPLAY TELABENEF.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADBENEF CADFUNC
                   GO TO ROT-FIM.
                IF BEN-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE BEN-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002
                     NOT INVALID KEY
                        DISPLAY (04, 21) " - "
                        DISPLAY (04, 24) NOME.
       LER-BENEF01.
                MOVE 0 TO W-SEL
                READ CADBENEF
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCHAPA
                      DISPLAY  TVTOPTA
                      DISPLAY  TVTLINHA
                      DISPLAY  TVTTARIFA
                      DISPLAY  TVTVIAGENS
                      DISPLAY  TVROPTA
                      DISPLAY  TVRDIARIO
                      DISPLAY  TVRCOPTIPO
                      DISPLAY  TVRCOPART
                      MOVE "*** BENEFICIOS JA CADASTRADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADBENEF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-003.
                ACCEPT  TVTOPTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF BEN-VT-OPTA = "s"
                   MOVE "S" TO BEN-VT-OPTA.
                IF BEN-VT-OPTA = "n"
                   MOVE "N" TO BEN-VT-OPTA.
                IF BEN-VT-OPTA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF BEN-VT-OPTA = "N"
                   MOVE SPACES TO BEN-VT-LINHA
                   MOVE ZEROS TO BEN-VT-TARIFA BEN-VT-VIAGENS
                   DISPLAY TVTOPTA
                   DISPLAY TVTLINHA
                   DISPLAY TVTTARIFA
                   DISPLAY TVTVIAGENS
                   GO TO INC-007.
       INC-004.
                ACCEPT  TVTLINHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BEN-VT-LINHA = SPACES
                   MOVE "*** INFORME A LINHA DO VALE-TRANSPORTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT  TVTTARIFA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BEN-VT-TARIFA = ZEROS
                   MOVE "*** TARIFA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT  TVTVIAGENS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF BEN-VT-VIAGENS = ZEROS
                   MOVE "*** VIAGENS POR DIA INVALIDAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT  TVROPTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BEN-VR-OPTA = "s"
                   MOVE "S" TO BEN-VR-OPTA.
                IF BEN-VR-OPTA = "n"
                   MOVE "N" TO BEN-VR-OPTA.
                IF BEN-VR-OPTA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF BEN-VR-OPTA = "N"
                   MOVE ZEROS TO BEN-VR-DIARIO BEN-VR-COPART
                   MOVE SPACES TO BEN-VR-COPTIPO
                   DISPLAY TVROPTA
                   DISPLAY TVRDIARIO
                   DISPLAY TVRCOPTIPO
                   DISPLAY TVRCOPART
                   GO TO INC-011.
       INC-008.
                ACCEPT  TVRDIARIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF BEN-VR-DIARIO = ZEROS
                   MOVE "*** VALOR DIARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT  TVRCOPTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF BEN-VR-COPTIPO = "p"
                   MOVE "P" TO BEN-VR-COPTIPO.
                IF BEN-VR-COPTIPO = "v"
                   MOVE "V" TO BEN-VR-COPTIPO.
                IF BEN-VR-COPTIPO = "n"
                   MOVE "N" TO BEN-VR-COPTIPO.
                IF BEN-VR-COPTIPO NOT = "P" AND "V" AND "N"
                   MOVE "*** COPARTICIPACAO: P, V OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF BEN-VR-COPTIPO = "N"
                   MOVE ZEROS TO BEN-VR-COPART
                   DISPLAY TVRCOPTIPO
                   DISPLAY TVRCOPART
                   GO TO INC-011.
       INC-010.
                ACCEPT  TVRCOPART
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF BEN-VR-COPART = ZEROS
                   MOVE "*** COPARTICIPACAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                IF BEN-VR-COPTIPO = "P" AND BEN-VR-COPART > 100
                   MOVE "*** PERCENTUAL MAIOR QUE 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                IF BEN-VT-OPTA = "N" AND BEN-VR-OPTA = "N"
                   MOVE "*** NENHUM BENEFICIO OPTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
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
                WRITE REGBENEF
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** BENEFICIOS JA EXISTEM ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADBENEF"
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
                DELETE CADBENEF RECORD
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
                REWRITE REGBENEF
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADBENEF"  TO MENS
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
