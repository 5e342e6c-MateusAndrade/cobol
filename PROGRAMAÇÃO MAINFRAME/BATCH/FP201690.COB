       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201690.
       AUTHOR. MATEUS.
      **************************************
      * RELATORIO MENSAL DAS REQUISICOES   *
      * DE PESSOAL (RELREQ.TXT):           *
      * REQUISICOES EM ABERTO NO FIM DA    *
      * COMPETENCIA COM OS DIAS EM ABERTO, *
      * PREENCHIDAS NA COMPETENCIA COM O   *
      * TEMPO DE PREENCHIMENTO (ABERTURA   *
      * ATE A ULTIMA ADMISSAO) E MEDIA, E  *
      * BLOQUEADAS POR FALTA DE VAGA NO    *
      * QUADRO AUTORIZADO (CADREQ.DAT,     *
      * MANTIDO POR FP201688)              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-NUMERO
                    FILE STATUS  IS ST-REQ.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT RELREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 REQ-NUMERO       PIC 9(06).
                03 REQ-DEPTO        PIC 9(03).
                03 REQ-CARGO        PIC 9(03).
                03 REQ-QTDE         PIC 9(03).
                03 REQ-MOTIVO       PIC X(01).
                03 REQ-CHAPA-SUBST  PIC 9(05).
                03 REQ-GESTOR       PIC X(30).
                03 REQ-DT-ABERT     PIC 9(08).
                03 REQ-SITUACAO     PIC X(01).
                03 REQ-APROVADOR    PIC X(10).
                03 REQ-DT-APROV     PIC 9(08).
                03 REQ-PREENCH      PIC 9(03).
                03 REQ-DT-FECHA     PIC 9(08).
                03 REQ-OPERADOR     PIC X(10).
                03 FILLER           PIC X(29).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 FILLER        PIC X(46).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 FILLER              PIC X(41).
      *
       FD RELREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREQ.TXT".
       01 REGREL                      PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REQ       PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-SECAO      PIC X(01) VALUE SPACES.
       77 W-QT-ABERTA  PIC 9(05) VALUE ZEROS.
       77 W-QT-PREENCH PIC 9(05) VALUE ZEROS.
       77 W-QT-BLOQ    PIC 9(05) VALUE ZEROS.
       77 W-DIAS       PIC 9(05) VALUE ZEROS.
       77 W-TOT-DIAS   PIC 9(07) VALUE ZEROS.
       77 W-MEDIA      PIC 9(05)V9 VALUE ZEROS.
       77 W-INI-NUM    PIC 9(07) VALUE ZEROS.
       77 W-FIM-NUM    PIC 9(07) VALUE ZEROS.
       77 W-REF-NUM    PIC 9(07) VALUE ZEROS.
       01 W-INI-MES    PIC 9(08) VALUE ZEROS.
       01 W-FIM-MES    PIC 9(08) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

      * DATA EM DIAS CORRIDOS (W-DT-AAAAMMDD -> W-DT-NUM)
       01 W-DT-AAAAMMDD.
          03 W-DT-ANO        PIC 9(04).
          03 W-DT-MES        PIC 9(02).
          03 W-DT-DIA        PIC 9(02).
       01 W-DT-NUM     PIC 9(07) VALUE ZEROS.
       01 W-DT-ANT     PIC 9(04) VALUE ZEROS.
       01 W-DT-Q4      PIC 9(04) VALUE ZEROS.
       01 W-DT-Q100    PIC 9(04) VALUE ZEROS.
       01 W-DT-Q400    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM4    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM100  PIC 9(04) VALUE ZEROS.
       01 W-DT-REM400  PIC 9(04) VALUE ZEROS.
       01 TAB-ACUM.
          03 FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 TAB-ACUM-R REDEFINES TAB-ACUM.
          03 TAC-DIAS        PIC 9(03) OCCURS 12 TIMES.

       01 LIN-TRACO     PIC X(120) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "REQUISICOES DE PESSOAL - COMPETENCIA ".
          03 CB-COMP-MES   PIC 99.
          03 FILLER        PIC X VALUE "/".
          03 CB-COMP-ANO   PIC 9999.
       01 LIN-SECAO.
          03 LS-TITULO     PIC X(60).
       01 LIN-COL.
          03 FILLER        PIC X(08) VALUE "NUMERO".
          03 FILLER        PIC X(20) VALUE "DEPARTAMENTO".
          03 FILLER        PIC X(25) VALUE "CARGO".
          03 FILLER        PIC X(04) VALUE "MOT".
          03 FILLER        PIC X(08) VALUE "QTD/PRE".
          03 FILLER        PIC X(04) VALUE "SIT".
          03 FILLER        PIC X(11) VALUE "ABERTURA".
          03 FILLER        PIC X(11) VALUE "ENCERRADA".
          03 FILLER        PIC X(06) VALUE " DIAS".
          03 FILLER        PIC X(20) VALUE " GESTOR".
       01 LIN-DET.
          03 LD-NUMERO     PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DEPTO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DEPDENOM   PIC X(16).
          03 LD-CARGO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CGODENOM   PIC X(21).
          03 LD-MOTIVO     PIC X(04).
          03 LD-QTDE       PIC ZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-PREENCH    PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SITUACAO   PIC X(04).
          03 LD-ABERT      PIC 9999/99/99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-FECHA      PIC 9999/99/99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIAS       PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-GESTOR     PIC X(20).
       01 LIN-TOTAL.
          03 LT-TEXTO      PIC X(40).
          03 LT-QTDE       PIC ZZZZ9.
       01 LIN-MEDIA.
          03 FILLER        PIC X(40)
               VALUE "TEMPO MEDIO DE PREENCHIMENTO (DIAS): ".
          03 LM-MEDIA      PIC ZZZZ9,9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADREQ
                IF ST-REQ NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQ - "
                            ST-REQ
                   GO TO ROT-FIMS.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE CADREQ
                   GO TO ROT-FIMS.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-CARGO
                   CLOSE CADREQ CADEPTO
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELREQ
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREQ - "
                            ST-REL
                   CLOSE CADREQ CADEPTO CADCARGO
                   GO TO ROT-FIMS.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DO RELATORIO (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                MOVE W-COMP-MES TO CB-COMP-MES
                MOVE W-COMP-ANO TO CB-COMP-ANO
      *
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA, EM AAAAMMDD E EM DIAS
      * CORRIDOS (ULTIMO = DIA ANTERIOR AO 1o DO MES SEGUINTE)
      *
                COMPUTE W-INI-MES = W-COMP-ANO * 10000
                                  + W-COMP-MES * 100 + 1
                MOVE W-INI-MES TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-INI-NUM
                MOVE W-COMP-ANO TO W-DT-ANO
                COMPUTE W-DT-MES = W-COMP-MES + 1
                MOVE 1 TO W-DT-DIA
                IF W-COMP-MES = 12
                   ADD 1 TO W-DT-ANO
                   MOVE 1 TO W-DT-MES.
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                COMPUTE W-FIM-NUM = W-DT-NUM - 1
                COMPUTE W-FIM-MES = W-COMP-ANO * 10000
                                  + W-COMP-MES * 100
                                  + (W-FIM-NUM - W-INI-NUM + 1)
                WRITE REGREL FROM LIN-CAB1
                MOVE SPACES TO REGREL
                WRITE REGREL.
      *
      **********************************
      * 1: EM ABERTO NO FIM DO MES     *
      * (PENDENTE/APROVADA, OU         *
      * ENCERRADA SO DEPOIS DO MES)    *
      **********************************
      *
       SECAO-ABERTA.
                MOVE "A" TO W-SECAO
                MOVE "REQUISICOES EM ABERTO NO FIM DA COMPETENCIA"
                                                       TO LS-TITULO
                PERFORM LISTA-REQ THRU LISTA-REQ-FIM
                MOVE "TOTAL EM ABERTO: " TO LT-TEXTO
                MOVE W-QT-ABERTA TO LT-QTDE
                WRITE REGREL FROM LIN-TOTAL
                MOVE SPACES TO REGREL
                WRITE REGREL.
      *
      **********************************
      * 2: PREENCHIDAS NA COMPETENCIA  *
      * E TEMPO DE PREENCHIMENTO       *
      **********************************
      *
       SECAO-PREENCH.
                MOVE "F" TO W-SECAO
                MOVE "REQUISICOES PREENCHIDAS NA COMPETENCIA"
                                                       TO LS-TITULO
                PERFORM LISTA-REQ THRU LISTA-REQ-FIM
                MOVE "TOTAL PREENCHIDAS: " TO LT-TEXTO
                MOVE W-QT-PREENCH TO LT-QTDE
                WRITE REGREL FROM LIN-TOTAL
                MOVE ZEROS TO W-MEDIA
                IF W-QT-PREENCH > ZEROS
                   COMPUTE W-MEDIA ROUNDED = W-TOT-DIAS / W-QT-PREENCH.
                MOVE W-MEDIA TO LM-MEDIA
                WRITE REGREL FROM LIN-MEDIA
                MOVE SPACES TO REGREL
                WRITE REGREL.
      *
      **********************************
      * 3: BLOQUEADAS POR FALTA DE     *
      * VAGA AUTORIZADA LIVRE          *
      **********************************
      *
       SECAO-BLOQ.
                MOVE "B" TO W-SECAO
                MOVE "REQUISICOES BLOQUEADAS POR FALTA DE VAGA"
                                                       TO LS-TITULO
                PERFORM LISTA-REQ THRU LISTA-REQ-FIM
                MOVE "TOTAL BLOQUEADAS: " TO LT-TEXTO
                MOVE W-QT-BLOQ TO LT-QTDE
                WRITE REGREL FROM LIN-TOTAL
                DISPLAY "EM ABERTO ....: " W-QT-ABERTA
                DISPLAY "PREENCHIDAS ..: " W-QT-PREENCH
                DISPLAY "BLOQUEADAS ...: " W-QT-BLOQ
                DISPLAY "RELATORIO GRAVADO EM RELREQ.TXT"
                GO TO ROT-FIM.
      *
      **********************************
      * LISTA AS REQUISICOES DA SECAO  *
      * W-SECAO (A/F/B)                *
      **********************************
      *
       LISTA-REQ.
                WRITE REGREL FROM LIN-SECAO
                WRITE REGREL FROM LIN-COL
                WRITE REGREL FROM LIN-TRACO
                MOVE 1 TO REQ-NUMERO
                START CADREQ KEY IS NOT LESS THAN REQ-NUMERO
                     INVALID KEY GO TO LISTA-REQ-TRACO.
       LISTA-REQ-LE.
                READ CADREQ NEXT RECORD
                     AT END GO TO LISTA-REQ-TRACO.
                IF REQ-DT-ABERT > W-FIM-MES
                   GO TO LISTA-REQ-LE.
                IF W-SECAO = "A"
                   GO TO LISTA-REQ-ABERTA.
                IF W-SECAO = "F"
                   GO TO LISTA-REQ-PREENCH.
                IF REQ-SITUACAO NOT = "B"
                   GO TO LISTA-REQ-LE.
                MOVE W-FIM-MES TO W-DT-AAAAMMDD
                PERFORM DIAS-ABERTO THRU DIAS-ABERTO-FIM
                ADD 1 TO W-QT-BLOQ
                GO TO LISTA-REQ-IMPR.
       LISTA-REQ-ABERTA.
                IF REQ-SITUACAO = "B"
                   GO TO LISTA-REQ-LE.
                IF REQ-SITUACAO NOT = "P" AND "A"
                   IF REQ-DT-FECHA NOT > W-FIM-MES
                      GO TO LISTA-REQ-LE.
                MOVE W-FIM-MES TO W-DT-AAAAMMDD
                PERFORM DIAS-ABERTO THRU DIAS-ABERTO-FIM
                ADD 1 TO W-QT-ABERTA
                GO TO LISTA-REQ-IMPR.
       LISTA-REQ-PREENCH.
                IF REQ-SITUACAO NOT = "F"
                   GO TO LISTA-REQ-LE.
                IF REQ-DT-FECHA < W-INI-MES OR
                   REQ-DT-FECHA > W-FIM-MES
                   GO TO LISTA-REQ-LE.
                MOVE REQ-DT-FECHA TO W-DT-AAAAMMDD
                PERFORM DIAS-ABERTO THRU DIAS-ABERTO-FIM
                ADD 1 TO W-QT-PREENCH
                ADD W-DIAS TO W-TOT-DIAS.
       LISTA-REQ-IMPR.
                MOVE REQ-NUMERO TO LD-NUMERO
                MOVE REQ-DEPTO TO LD-DEPTO
                MOVE SPACES TO LD-DEPDENOM
                MOVE REQ-DEPTO TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE DENOMINACAO OF REGDEPTO TO LD-DEPDENOM.
                MOVE REQ-CARGO TO LD-CARGO
                MOVE SPACES TO LD-CGODENOM
                MOVE REQ-CARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE DENOMINACAO OF REGCARGO TO LD-CGODENOM.
                MOVE "AUM" TO LD-MOTIVO
                IF REQ-MOTIVO = "S"
                   MOVE "SUB" TO LD-MOTIVO.
                MOVE REQ-QTDE TO LD-QTDE
                MOVE REQ-PREENCH TO LD-PREENCH
                MOVE REQ-SITUACAO TO LD-SITUACAO
                MOVE REQ-DT-ABERT TO LD-ABERT
                MOVE REQ-DT-FECHA TO LD-FECHA
                MOVE W-DIAS TO LD-DIAS
                MOVE REQ-GESTOR TO LD-GESTOR
                WRITE REGREL FROM LIN-DET
                GO TO LISTA-REQ-LE.
       LISTA-REQ-TRACO.
                WRITE REGREL FROM LIN-TRACO.
       LISTA-REQ-FIM.
                EXIT.
      *
      **********************************
      * DIAS DA ABERTURA ATE A DATA EM *
      * W-DT-AAAAMMDD                  *
      **********************************
      *
       DIAS-ABERTO.
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-REF-NUM
                MOVE REQ-DT-ABERT TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE ZEROS TO W-DIAS
                IF W-REF-NUM > W-DT-NUM
                   COMPUTE W-DIAS = W-REF-NUM - W-DT-NUM.
       DIAS-ABERTO-FIM.
                EXIT.
      *
      **********************************
      * DATA AAAAMMDD EM DIAS CORRIDOS *
      * (CALENDARIO CIVIL, COM ANOS    *
      * BISSEXTOS)                     *
      **********************************
      *
       DIAS-DATA.
                IF W-DT-MES = ZEROS OR W-DT-MES > 12
                   MOVE 1 TO W-DT-MES.
                COMPUTE W-DT-ANT = W-DT-ANO - 1
                DIVIDE W-DT-ANT BY 4 GIVING W-DT-Q4
                DIVIDE W-DT-ANT BY 100 GIVING W-DT-Q100
                DIVIDE W-DT-ANT BY 400 GIVING W-DT-Q400
                COMPUTE W-DT-NUM = (W-DT-ANT * 365) + W-DT-Q4
                        - W-DT-Q100 + W-DT-Q400
                        + TAC-DIAS (W-DT-MES) + W-DT-DIA
                IF W-DT-MES < 3
                   GO TO DIAS-DATA-FIM.
                DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4
                       REMAINDER W-DT-REM4
                DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
                       REMAINDER W-DT-REM100
                DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
                       REMAINDER W-DT-REM400
                IF W-DT-REM4 = 0 AND
                   (W-DT-REM100 NOT = 0 OR W-DT-REM400 = 0)
                   ADD 1 TO W-DT-NUM.
       DIAS-DATA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADREQ CADEPTO CADCARGO RELREQ.
       ROT-FIMS.
                STOP RUN.
