       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201692.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS TREINAMENTOS        *
      * OBRIGATORIOS POR CARGO             *
      * (CADTREOBR.DAT, CHAVE CARGO +      *
      * CURSO DO CATALOGO CADTREIN). USADO *
      * PELO RELATORIO MENSAL FP201695 E   *
      * PELO AVISO DA TRANSFERENCIA        *
      * FP201636                           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTREOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OBR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-TRE.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADSTAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS STA-CHAVE
                    FILE STATUS  IS ST-STA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTREOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREOBR.DAT".
       01 REGTREOBR.
                03 OBR-CHAVE.
                   05 OBR-CARGO      PIC 9(03).
                   05 OBR-CURSO      PIC 9(03).
                03 FILLER            PIC X(26).
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
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 FILLER              PIC X(41).
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
       01 W-CARGO         PIC 9(03) VALUE ZEROS.
       01 W-CURSO         PIC 9(03) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-LIN-OBR.
          03 W-LO-CURSO   PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 W-LO-DESCR   PIC X(30).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 W-LO-NORMA   PIC X(10).
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-TRE       PIC X(02) VALUE "00".
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

       01  TELAOBR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           TREINAMENTOS OBRIGATORIOS POR CARGO".
           05  LINE 04  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 06  COLUMN 01
               VALUE  "      CURSO:".
           05  LINE 08  COLUMN 01
               VALUE  "      OBRIGATORIOS DO CARGO:".
           05  TCARGO
               LINE 04  COLUMN 14  PIC 9(03)
               USING  W-CARGO
               HIGHLIGHT.
           05  TCURSO
               LINE 06  COLUMN 14  PIC 9(03)
               USING  W-CURSO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADTREOBR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADTREOBR
                      CLOSE CADTREOBR
                      MOVE "*** ARQUIVO CADTREOBR SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREOBR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADTREIN
           IF ST-TRE NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREIN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTREOBR
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTREOBR CADTREIN
                      GO TO ROT-FIM.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO W-CARGO W-CURSO.
                DISPLAY TELAOBR.
       INC-002.
                ACCEPT TCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADTREOBR CADTREIN CADCARGO
                   GO TO ROT-FIM.
                MOVE W-CARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002.
                DISPLAY (04, 18) " - "
                DISPLAY (04, 21) DENOMINACAO OF REGCARGO.
                PERFORM LISTA-OBRIG THRU LISTA-OBRIG-FIM.
       INC-003.
                MOVE ZEROS TO W-CURSO
                DISPLAY TCURSO
                DISPLAY (06, 18) LIMPA
                ACCEPT TCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-CURSO TO TRE-CODIGO
                READ CADTREIN
                     INVALID KEY
                        MOVE "*** CURSO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                DISPLAY (06, 18) " - "
                DISPLAY (06, 21) TRE-DESCR.
       LER-OBR01.
                MOVE 0 TO W-SEL
                MOVE W-CARGO TO OBR-CARGO
                MOVE W-CURSO TO OBR-CURSO
                READ CADTREOBR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE "*** CURSO JA OBRIGATORIO NO CARGO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADTREOBR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                IF W-JANELA-F = "S"
                   MOVE W-JAN-MSG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "INCLUIR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE SPACES TO REGTREOBR
                MOVE W-CARGO TO OBR-CARGO
                MOVE W-CURSO TO OBR-CURSO
                WRITE REGTREOBR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM LISTA-OBRIG THRU LISTA-OBRIG-FIM
                      GO TO INC-003.
                IF ST-ERRO = "22"
                      MOVE "*** CURSO JA OBRIGATORIO NO CARGO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADTREOBR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/EXCLUSAO           *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
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
                   GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADTREOBR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LISTA-OBRIG THRU LISTA-OBRIG-FIM
                   GO TO INC-003.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
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
      * MOSTRA OS CURSOS OBRIGATORIOS  *
      * DO CARGO (ATE 12 NA TELA)      *
      **********************************
      *
       LISTA-OBRIG.
                MOVE 10 TO W-LIN.
       LISTA-OBRIG-LIMPA.
                DISPLAY (W-LIN, 07) LIMPA
                ADD 1 TO W-LIN
                IF W-LIN < 22
                   GO TO LISTA-OBRIG-LIMPA.
                MOVE 10 TO W-LIN
                MOVE W-CARGO TO OBR-CARGO
                MOVE ZEROS TO OBR-CURSO
                START CADTREOBR KEY IS NOT LESS THAN OBR-CHAVE
                     INVALID KEY GO TO LISTA-OBRIG-FIM.
       LISTA-OBRIG-LE.
                READ CADTREOBR NEXT RECORD
                     AT END GO TO LISTA-OBRIG-FIM.
                IF OBR-CARGO NOT = W-CARGO
                   GO TO LISTA-OBRIG-FIM.
                IF W-LIN > 21
                   DISPLAY (21, 07) "... (MAIS CURSOS NO CARGO)"
                   GO TO LISTA-OBRIG-FIM.
                MOVE OBR-CURSO TO W-LO-CURSO TRE-CODIGO
                MOVE SPACES TO W-LO-DESCR W-LO-NORMA
                READ CADTREIN
                     INVALID KEY
                        MOVE "*** FORA DO CATALOGO ***" TO W-LO-DESCR
                     NOT INVALID KEY
                        MOVE TRE-DESCR TO W-LO-DESCR
                        MOVE TRE-NORMA TO W-LO-NORMA.
                DISPLAY (W-LIN, 07) W-LIN-OBR
                ADD 1 TO W-LIN
                GO TO LISTA-OBRIG-LE.
       LISTA-OBRIG-FIM.
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
