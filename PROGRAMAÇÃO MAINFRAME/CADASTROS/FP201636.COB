      * DEPARTAMENTO/CARGO COM DATA DE     *
      * VIGENCIA, HISTORICO DE MOVIMENTOS  *
      * (CADMOVIM.DAT) E JORNAL            *
      * NOVO SALARIO VALIDADO NA FAIXA DO  *
      * NOVO CARGO E GRAVADO NO HISTORICO  *
      * DE SALARIO INDIVIDUAL (CADSALFUN)  *
      * AVISA QUANDO O NOVO CARGO EXIGE    *
      * TREINAMENTO OBRIGATORIO            *
      * (CADTREOBR) QUE O FUNCIONARIO NAO  *
      * TEM VALIDO NA VIGENCIA (CADTREFUN) *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-MOV.
       SELECT CADSALFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLF-CHAVE
                    FILE STATUS  IS ST-SLF.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT CADTREOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OBR-CHAVE
                    FILE STATUS  IS ST-OBR.
       SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-CHAVE
                    FILE STATUS  IS ST-TRF.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-TRE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB        PIC 9(1).
                03 GRAU-INSALUB-X REDEFINES GRAU-INSALUB
                                       PIC X(1).
                03 PERC-ADICIONAL      PIC 9(2)V99.
                03 PERC-ADICIONAL-X REDEFINES PERC-ADICIONAL
                                       PIC X(4).
                03 FAIXA-SALARIAL.
                   05 FAIXA-MIN        PIC 9(6)V99.
                   05 FAIXA-MAX        PIC 9(6)V99.
                03 FAIXA-SALARIAL-X REDEFINES FAIXA-SALARIAL
                                       PIC X(16).
                03 FILLER              PIC X(09).
      *
       FD CADMOVIM
               LABEL RECORD IS STANDARD
                03 MOV-CARGO-NOVO    PIC 9(03).
                03 MOV-OPERADOR      PIC X(10).
                03 FILLER            PIC X(26).
      *
       FD CADSALFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFUN.DAT".
       01 REGSALFUN.
                03 SLF-CHAVE.
                   05 SLF-CHAPA      PIC 9(05).
                   05 SLF-VIGENCIA   PIC 9(08).
                03 SLF-SALARIO       PIC 9(6)V99.
                03 SLF-CARGO         PIC 9(03).
                03 SLF-MOTIVO        PIC X(01).
                03 SLF-DATA-REG      PIC 9(08).
                03 SLF-OPERADOR      PIC X(10).
                03 FILLER            PIC X(21).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRN.TXT".
       01 REGJRN                  PIC X(351).
      *
       FD CADTREOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREOBR.DAT".
       01 REGTREOBR.
                03 OBR-CHAVE.
                   05 OBR-CARGO      PIC 9(03).
                   05 OBR-CURSO      PIC 9(03).
                03 FILLER            PIC X(26).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-SLF       PIC X(02) VALUE "00".
       77 ST-OBR       PIC X(02) VALUE "00".
       77 ST-TRF       PIC X(02) VALUE "00".
       77 ST-TRE       PIC X(02) VALUE "00".
       77 W-OBR-ABERTO PIC X(01) VALUE "N".
       77 W-TRF-ABERTO PIC X(01) VALUE "N".
       77 W-TRE-ABERTO PIC X(01) VALUE "N".
       77 W-TRF-OK     PIC X(01) VALUE "N".
       77 W-FALTA-TRE  PIC 9(02) VALUE ZEROS.
       77 W-VIG-NUM    PIC 9(08) VALUE ZEROS.
       77 W-VAL-NUM    PIC 9(08) VALUE ZEROS.
       01 W-MENS-TRE.
          03 FILLER         PIC X(17) VALUE "*** FALTA TREINO ".
          03 W-MT-CURSO     PIC 9(03).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-MT-DESCR     PIC X(25).
          03 FILLER         PIC X(04) VALUE " ***".
       01 W-MENS-FALTA.
          03 FILLER         PIC X(36)
                            VALUE "*** CURSOS OBRIGATORIOS EM FALTA: ".
          03 W-MF-QTDE      PIC Z9.
          03 FILLER         PIC X(04) VALUE " ***".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 ST-STA       PIC X(02) VALUE "00".
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       01 W-DEPTO-NOVO   PIC 9(03) VALUE ZEROS.
       01 W-CARGO-NOVO   PIC 9(03) VALUE ZEROS.
       01 W-SAL-ATUAL    PIC 9(6)V99 VALUE ZEROS.
       01 W-SAL-NOVO     PIC 9(6)V99 VALUE ZEROS.
       01 W-VIGENCIA.
          03 W-VIG-DIA   PIC 9(02).
          03 W-VIG-MES   PIC 9(02).
               VALUE  "      NOVO CARGO:".
           05  LINE 13  COLUMN 01
               VALUE  "      DATA DE VIGENCIA:".
           05  LINE 15  COLUMN 01
               VALUE  "      NOVO SALARIO:".
           05  TCHAPA
               LINE 04  COLUMN 14  PIC 9(05)
               USING  CHAPA
               LINE 13  COLUMN 25  PIC 99/99/9999
               USING  W-VIGENCIA
               HIGHLIGHT.
           05  TSALNOVO
               LINE 15  COLUMN 20  PIC 999999,99
               USING  W-SAL-NOVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LIG-OPERADOR LIG-PERFIL.
                      OPEN OUTPUT CADJRN
                      CLOSE CADJRN
                      OPEN EXTEND CADJRN.
       INC-OP5.
           OPEN I-O CADSALFUN
           IF ST-SLF NOT = "00"
               IF ST-SLF = "30"
                      OPEN OUTPUT CADSALFUN
                      CLOSE CADSALFUN
                      GO TO INC-OP5
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALFUN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFUNC CADEPTO CADCARGO CADMOVIM CADJRN
                      GO TO ROT-FIM.
       INC-OP6.
           OPEN INPUT CADTREOBR
           IF ST-OBR = "00"
                      MOVE "S" TO W-OBR-ABERTO.
           OPEN INPUT CADTREFUN
           IF ST-TRF = "00"
                      MOVE "S" TO W-TRF-ABERTO.
           OPEN INPUT CADTREIN
           IF ST-TRE = "00"
                      MOVE "S" TO W-TRE-ABERTO.
       INC-OPJ.
                PERFORM VERIFICA-JANELA THRU VERIFICA-JANELA-FIM
                IF W-JANELA-F = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO CHAPA W-DEPTO-NOVO W-CARGO-NOVO
                              W-VIGENCIA W-SAL-ATUAL W-SAL-NOVO.
                DISPLAY TELATRANSF.
       INC-002.
                DISPLAY (23, 12) "ESC=SAIR"
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFUNC CADEPTO CADCARGO CADMOVIM CADJRN
                         CADSALFUN
                   PERFORM FECHA-TREINO THRU FECHA-TREINO-FIM
                   GO TO ROT-FIM.
                IF CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        DISPLAY (07, 25) DENOMINACAO OF REGCARGO.
                MOVE ZEROS TO W-SAL-ATUAL
                IF SALBASE NOT = SPACES
                   MOVE SALBASE TO W-SAL-ATUAL.
                IF W-SAL-ATUAL = ZEROS AND ST-CARGO = "00"
                   MOVE SALARIO-BASE OF REGCARGO TO W-SAL-ATUAL.
                MOVE W-SAL-ATUAL TO W-SAL-NOVO.
       INC-003.
                ACCEPT TDEPTONOVO
                ACCEPT W-ACT FROM ESCAPE KEY
                     NOT INVALID KEY
                        DISPLAY (11, 24) " - "
                        DISPLAY (11, 27) DENOMINACAO OF REGCARGO.
       INC-004S.
                MOVE W-CARGO-NOVO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY GO TO INC-004.
                ACCEPT TSALNOVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-SAL-NOVO = ZEROS
                   MOVE SALARIO-BASE OF REGCARGO TO W-SAL-NOVO
                   DISPLAY TSALNOVO.
                IF FAIXA-SALARIAL-X NOT NUMERIC
                   GO TO INC-005.
                IF FAIXA-MAX = ZEROS
                   GO TO INC-005.
                IF W-SAL-NOVO < FAIXA-MIN OR W-SAL-NOVO > FAIXA-MAX
                   MOVE "*** SALARIO FORA DA FAIXA DO CARGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004S.
       INC-005.
                ACCEPT TVIGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004S.
                IF W-VIG-MES = ZEROS OR W-VIG-MES > 12 OR
                   W-VIG-DIA = ZEROS OR W-VIG-DIA > 31
                   MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
                   DISPLAY TVIGENCIA
                   GO TO INC-005.
                IF W-DEPTO-NOVO = DEPARTAMENTO AND
                   W-CARGO-NOVO = CCARGO AND
                   W-SAL-NOVO = W-SAL-ATUAL
                   MOVE "*** SEM MUDANCA DE DEPTO/CARGO/SALARIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-TREINO.
                IF W-CARGO-NOVO NOT = CCARGO
                   PERFORM VERIFICA-TREINO THRU VERIFICA-TREINO-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                IF W-JANELA-F = "S"
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE CENTROCUSTO OF REGDEPTO TO CC.
                MOVE W-SAL-NOVO TO SALBASE
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   IF W-CARGO-NOVO NOT = MOV-CARGO-ANT OR
                      W-SAL-NOVO NOT = W-SAL-ATUAL
                      PERFORM GRAVA-SALFUN THRU GRAVA-SALFUN-FIM.
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAPA TO W-JRN-CHAVE
                   MOVE W-JRN-ANTES-SV TO W-JRN-ANTES
                EXIT.
      *
      **********************************
      * HISTORICO DE SALARIO INDIVIDUAL*
      * (CADSALFUN.DAT) - MOTIVO T =   *
      * TRANSFERENCIA/PROMOCAO         *
      **********************************
      *
       GRAVA-SALFUN.
                MOVE SPACES TO REGSALFUN
                MOVE CHAPA TO SLF-CHAPA
                COMPUTE SLF-VIGENCIA = W-VIG-ANO * 10000 +
                                       W-VIG-MES * 100 + W-VIG-DIA
                MOVE W-SAL-NOVO TO SLF-SALARIO
                MOVE W-CARGO-NOVO TO SLF-CARGO
                MOVE "T" TO SLF-MOTIVO
                ACCEPT SLF-DATA-REG FROM DATE YYYYMMDD
                MOVE LIG-OPERADOR TO SLF-OPERADOR
                WRITE REGSALFUN
                IF ST-SLF = "22"
                   REWRITE REGSALFUN.
       GRAVA-SALFUN-FIM.
                EXIT.
      *
      **********************************
      * TREINAMENTOS OBRIGATORIOS DO   *
      * NOVO CARGO (CADTREOBR) SEM     *
      * CERTIFICADO VALIDO NA DATA DE  *
      * VIGENCIA: SO AVISA O OPERADOR, *
      * A TRANSFERENCIA SEGUE NORMAL   *
      **********************************
      *
       VERIFICA-TREINO.
                IF W-OBR-ABERTO = "N"
                   GO TO VERIFICA-TREINO-FIM.
                MOVE ZEROS TO W-FALTA-TRE
                COMPUTE W-VIG-NUM = W-VIG-ANO * 10000
                                  + W-VIG-MES * 100 + W-VIG-DIA
                MOVE W-CARGO-NOVO TO OBR-CARGO
                MOVE ZEROS TO OBR-CURSO
                START CADTREOBR KEY IS NOT LESS THAN OBR-CHAVE
                     INVALID KEY GO TO VERIFICA-TREINO-FIM.
       VERIFICA-TREINO-LE.
                READ CADTREOBR NEXT RECORD
                     AT END GO TO VERIFICA-TREINO-TOTAL.
                IF OBR-CARGO NOT = W-CARGO-NOVO
                   GO TO VERIFICA-TREINO-TOTAL.
                PERFORM TREINO-VALIDO THRU TREINO-VALIDO-FIM
                IF W-TRF-OK = "S"
                   GO TO VERIFICA-TREINO-LE.
                ADD 1 TO W-FALTA-TRE
                MOVE OBR-CURSO TO W-MT-CURSO TRE-CODIGO
                MOVE SPACES TO W-MT-DESCR
                IF W-TRE-ABERTO = "N"
                   GO TO VERIFICA-TREINO-MOSTRA.
                READ CADTREIN
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE TRE-DESCR TO W-MT-DESCR.
       VERIFICA-TREINO-MOSTRA.
                MOVE W-MENS-TRE TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VERIFICA-TREINO-LE.
       VERIFICA-TREINO-TOTAL.
                IF W-FALTA-TRE > ZEROS
                   MOVE W-FALTA-TRE TO W-MF-QTDE
                   MOVE W-MENS-FALTA TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-TREINO-FIM.
                EXIT.
      *
      **********************************
      * ALGUM TREINAMENTO DA CHAPA NO  *
      * CURSO SEM VENCIMENTO OU COM    *
      * VENCIMENTO NA VIGENCIA OU APOS *
      **********************************
      *
       TREINO-VALIDO.
                MOVE "N" TO W-TRF-OK
                IF W-TRF-ABERTO = "N"
                   GO TO TREINO-VALIDO-FIM.
                MOVE CHAPA TO TRF-CHAPA
                MOVE OBR-CURSO TO TRF-CURSO
                MOVE ZEROS TO TRF-SEQ
                START CADTREFUN KEY IS NOT LESS THAN TRF-CHAVE
                     INVALID KEY GO TO TREINO-VALIDO-FIM.
       TREINO-VALIDO-LE.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO TREINO-VALIDO-FIM.
                IF TRF-CHAPA NOT = CHAPA OR TRF-CURSO NOT = OBR-CURSO
                   GO TO TREINO-VALIDO-FIM.
                COMPUTE W-VAL-NUM = TRF-VL-ANO * 10000
                                  + TRF-VL-MES * 100 + TRF-VL-DIA
                IF W-VAL-NUM = ZEROS OR W-VAL-NUM NOT < W-VIG-NUM
                   MOVE "S" TO W-TRF-OK
                   GO TO TREINO-VALIDO-FIM.
                GO TO TREINO-VALIDO-LE.
       TREINO-VALIDO-FIM.
                EXIT.
      *
       FECHA-TREINO.
                IF W-OBR-ABERTO = "S"
                   CLOSE CADTREOBR.
                IF W-TRF-ABERTO = "S"
                   CLOSE CADTREFUN.
                IF W-TRE-ABERTO = "S"
                   CLOSE CADTREIN.
       FECHA-TREINO-FIM.
                EXIT.
      *
      **********************************
      * CERCA DA JANELA BATCH          *
      * (CADSTAT.DAT, FP201642):       *
      * F = MANUTENCAO BLOQUEADA       *
