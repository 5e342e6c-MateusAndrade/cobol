       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201645.
       AUTHOR. MATEUS.
      **************************************
      * EMISSAO DE DECLARACOES E           *
      * CERTIFICADOS (DECLARA.TXT) COM O   *
      * CABECALHO DA ESCOLA (CADEMP.DAT):  *
      * M = DECLARACAO DE MATRICULA        *
      *     (CADMATRI ATIVA NO PERIODO)    *
      * F = DECLARACAO DE FREQUENCIA       *
      *     (CADNOTAH DO PERIODO FECHADO)  *
      * C = CERTIFICADO DE CONCLUSAO, SO   *
      *     COM A GRADE DO CURSO CUMPRIDA  *
      *     (CADGRADE X CADNOTAH) E SEM    *
      *     MENSALIDADE VENCIDA EM ABERTO  *
      *     (CADMENS)                      *
      * CADA DOCUMENTO RECEBE NUMERO DE    *
      * REGISTRO SEQUENCIAL, DATA,         *
      * OPERADOR E CODIGO DE VERIFICACAO,  *
      * GRAVADOS EM CADDOC.DAT (CONSULTA   *
      * DE AUTENTICIDADE NO P201646)       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-CUR
                    ALTERNATE RECORD KEY IS CUR-NOME
                               WITH DUPLICATES.
       SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-GRD.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-ANO
                    FILE STATUS  IS ST-PRE.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT CADDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-NUMERO
                    FILE STATUS  IS ST-DOC.
       SELECT DECLARA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 ALU-CURSO     PIC 9(03).
                03 ALU-CURSO-X REDEFINES ALU-CURSO PIC X(03).
                03 FILLER        PIC X(18).
      *
       FD CADMATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMATRI.DAT".
       01 REGMATRI.
                03 MAT-CHAVE.
                   05 MAT-RM        PIC 9(05).
                   05 MAT-DISC      PIC X(03).
                   05 MAT-PERIODO.
                      07 MAT-PER-ANO PIC 9(04).
                      07 MAT-PER-SEM PIC 9(01).
                03 MAT-SITUACAO     PIC X(01).
                03 MAT-DATA         PIC 9(08).
                03 FILLER           PIC X(18).
      *
       FD CADNOTAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".
       01 REGNOTAH.
                03 NTH-CHAVE.
                   05 NTH-RM        PIC 9(05).
                   05 NTH-DISC      PIC X(03).
                   05 NTH-PERIODO.
                      07 NTH-PER-ANO PIC 9(04).
                      07 NTH-PER-SEM PIC 9(01).
                03 NTH-NOME         PIC X(35).
                03 NTH-NOTAS.
                   05 NTH-NOTA1     PIC 9(2)V9.
                   05 NTH-NOTA2     PIC 9(2)V9.
                   05 NTH-NOTA3     PIC 9(2)V9.
                   05 NTH-NOTA4     PIC 9(2)V9.
                03 NTH-MEDIA        PIC 9(2)V9.
                03 NTH-SOMAFALTAS   PIC 9(02).
                03 NTH-SITUACAO     PIC X(16).
                03 FILLER           PIC X(15).
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
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
                03 CUR-CODIGO     PIC 9(03).
                03 CUR-NOME       PIC X(30).
                03 CUR-SEMESTRES  PIC 9(02).
                03 CUR-CH-ELETIVA PIC 9(04).
                03 FILLER         PIC X(21).
      *
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRADE.DAT".
       01 REGGRADE.
                03 GRD-CHAVE.
                   05 GRD-CURSO     PIC 9(03).
                   05 GRD-DISC      PIC X(03).
                03 GRD-SEMESTRE     PIC 9(02).
                03 GRD-TIPO         PIC X(01).
                03 GRD-PREREQ.
                   05 GRD-PRE1      PIC X(03).
                   05 GRD-PRE2      PIC X(03).
                   05 GRD-PRE3      PIC X(03).
                   05 GRD-PRE4      PIC X(03).
                03 GRD-PREREQ-R REDEFINES GRD-PREREQ.
                   05 GRD-PRE       PIC X(03) OCCURS 4 TIMES.
                03 FILLER           PIC X(19).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
                03 MEN-CHAVE.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-COMP.
                      07 MEN-COMP-MES PIC 9(02).
                      07 MEN-COMP-ANO PIC 9(04).
                03 MEN-VALOR        PIC 9(6)V99.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-VALOR-PAGO-X REDEFINES MEN-VALOR-PAGO
                                    PIC X(08).
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-DIA-VENC-X REDEFINES MEN-DIA-VENC
                                    PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
                03 PRE-ANO       PIC 9(04).
                03 PRE-VALOR     PIC 9(6)V99.
                03 PRE-COBRANCA.
                   05 PRE-DIA-VENC PIC 9(02).
                   05 PRE-MULTA    PIC 9(2)V99.
                   05 PRE-JUROS    PIC 9(1)V99.
                03 PRE-COBRANCA-X REDEFINES PRE-COBRANCA
                                 PIC X(09).
                03 FILLER        PIC X(19).
      *
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
       01 REGACORDO.
                03 ACO-NUMERO       PIC 9(04).
                03 ACO-RM           PIC 9(05).
                03 ACO-DATA         PIC 9(08).
                03 ACO-OPERADOR     PIC X(10).
                03 ACO-SITUACAO     PIC X(01).
                03 ACO-VALOR-ORIG   PIC 9(7)V99.
                03 ACO-DESCONTO     PIC 9(7)V99.
                03 ACO-PERC-JUROS   PIC 9(2)V99.
                03 ACO-JUROS        PIC 9(7)V99.
                03 ACO-TOTAL        PIC 9(7)V99.
                03 ACO-TOLERANCIA   PIC 9(03).
                03 ACO-DATA-FIM     PIC 9(08).
                03 ACO-QTDE-ORIG    PIC 9(02).
                03 ACO-ORIGEM OCCURS 24 TIMES.
                   05 ACO-ORI-COMP.
                      07 ACO-ORI-MES  PIC 9(02).
                      07 ACO-ORI-ANO  PIC 9(04).
                   05 ACO-ORI-VALOR   PIC 9(6)V99.
                03 ACO-QTDE-PARC    PIC 9(02).
                03 ACO-PARCELA OCCURS 24 TIMES.
                   05 ACO-PAR-VENC    PIC 9(08).
                   05 ACO-PAR-VALOR   PIC 9(6)V99.
                03 FILLER           PIC X(30).
      *
       FD CADEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
                03 EMP-CODIGO    PIC 9(01).
                03 EMP-RAZAO     PIC X(40).
                03 EMP-CNPJ      PIC 9(14).
                03 EMP-ENDERECO  PIC X(40).
                03 EMP-RODAPE    PIC X(40).
                03 FILLER        PIC X(25).
      *
      * REGISTRO 000000 GUARDA O ULTIMO NUMERO EMITIDO
       FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
       01 REGDOC.
                03 DOC-NUMERO       PIC 9(06).
                03 DOC-TIPO         PIC X(01).
                03 DOC-RM           PIC 9(05).
                03 DOC-NOME         PIC X(35).
                03 DOC-PERIODO      PIC 9(05).
                03 DOC-CURSO        PIC 9(03).
                03 DOC-DATA         PIC 9(08).
                03 DOC-OPERADOR     PIC X(10).
                03 DOC-VERIF        PIC 9(06).
                03 FILLER           PIC X(21).
       01 REGDOC-CTL.
                03 CTL-NUMERO       PIC 9(06).
                03 CTL-ULTIMO       PIC 9(06).
                03 FILLER           PIC X(88).
      *
       FD DECLARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLARA.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-CUR       PIC X(02) VALUE "00".
       77 ST-GRD       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-ACO       PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-DOC       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CUR-ABERTO PIC X(01) VALUE "N".
       77 W-GRD-ABERTO PIC X(01) VALUE "N".
       77 W-MEN-ABERTO PIC X(01) VALUE "N".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 W-ACO-ABERTO PIC X(01) VALUE "N".
       77 W-EMP-ABERTO PIC X(01) VALUE "N".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-APROVADO   PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       77 W-RM         PIC 9(05) VALUE ZEROS.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-QT-DISC    PIC 9(02) VALUE ZEROS.
       77 W-QT-VENC    PIC 9(03) VALUE ZEROS.
       77 W-FALTAM     PIC 9(03) VALUE ZEROS.
       77 W-QT-GRADE   PIC 9(03) VALUE ZEROS.
       77 W-EMIT-M     PIC 9(05) VALUE ZEROS.
       77 W-EMIT-F     PIC 9(05) VALUE ZEROS.
       77 W-EMIT-C     PIC 9(05) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(05) VALUE ZEROS.

       01 W-PERIODO.
          03 W-PER-ANO    PIC 9(04).
          03 W-PER-SEM    PIC 9(01).
       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MES     PIC 9(02).
          03 W-HOJE-DIA     PIC 9(02).
       01 W-HORA         PIC 9(08) VALUE ZEROS.
       01 W-CALC         PIC 9(15) VALUE ZEROS.
       01 W-QUOC         PIC 9(15) VALUE ZEROS.
       01 W-CH-OBRIG-OK  PIC 9(05) VALUE ZEROS.
       01 W-CH-ELETIVA   PIC 9(05) VALUE ZEROS.
       01 W-CH-TOTAL     PIC 9(05) VALUE ZEROS.
       01 W-FREQ         PIC 9(03)V9 VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).

      * DISCIPLINAS DO DOCUMENTO CORRENTE
       01 TAB-DOC.
          03 TD-ITEM OCCURS 30 TIMES.
             05 TD-DISC      PIC X(03).
             05 TD-DENOM     PIC X(30).
             05 TD-CARGA     PIC 9(03).
             05 TD-FALTAS    PIC 9(02).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-TEXTO     PIC X(100) VALUE SPACES.
       01 LIN-EMP1.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LE-RAZAO      PIC X(40).
       01 LIN-EMP2.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "CNPJ: ".
          03 LE-CNPJ       PIC 9(14).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LE-ENDERECO   PIC X(40).
       01 LIN-TITULO.
          03 FILLER        PIC X(25) VALUE SPACES.
          03 LT-TITULO     PIC X(50).
       01 LIN-ALUNO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LA-NOME       PIC X(35).
          03 FILLER        PIC X(06) VALUE ", RM ".
          03 LA-RM         PIC 9(05).
          03 FILLER        PIC X(01) VALUE ",".
       01 LIN-PERIODO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LP-TEXTO      PIC X(40).
          03 LP-ANO        PIC 9999.
          03 FILLER        PIC X(01) VALUE "/".
          03 LP-SEM        PIC 9.
          03 LP-COMPL      PIC X(40).
       01 LIN-CURSO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(17) VALUE "CONCLUIU O CURSO ".
          03 LCU-CODIGO    PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LCU-NOME      PIC X(30).
          03 FILLER        PIC X(01) VALUE ",".
       01 LIN-CARGA.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "TENDO CUMPRIDO ".
          03 LCG-TOTAL     PIC ZZZZ9.
          03 FILLER        PIC X(22) VALUE " HORAS (OBRIGATORIAS: ".
          03 LCG-OBRIG     PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "; ELETIVAS: ".
          03 LCG-ELETIVA   PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE ").".
       01 LIN-DISCAB.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "DISC".
          03 FILLER        PIC X(33) VALUE "DENOMINACAO".
          03 FILLER        PIC X(08) VALUE "CARGA H".
          03 LDC-COMPL     PIC X(20).
       01 LIN-DISC.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LDI-DISC      PIC X(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LDI-DENOM     PIC X(30).
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LDI-CARGA     PIC ZZ9.
          03 LDI-COMPL     PIC X(20).
       01 LIN-DISC-FREQ.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LDF-FALTAS    PIC Z9.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LDF-FREQ      PIC ZZ9,9.
          03 FILLER        PIC X(02) VALUE " %".
       01 LIN-EMISSAO.
          03 FILLER        PIC X(45) VALUE SPACES.
          03 FILLER        PIC X(11) VALUE "EMITIDO EM ".
          03 LEM-DIA       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LEM-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LEM-ANO       PIC 9999.
       01 LIN-REGISTRO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(13) VALUE "REGISTRO N. ".
          03 LRG-NUMERO    PIC 9(06).
          03 FILLER        PIC X(26)
               VALUE "   CODIGO DE VERIFICACAO: ".
          03 LRG-VERIF     PIC 9(06).
          03 FILLER        PIC X(13) VALUE "   OPERADOR: ".
          03 LRG-OPERADOR  PIC X(10).
       01 LIN-RODAPE.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LRO-RODAPE    PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-USU.
                OPEN INPUT CADUSUARIO
                IF ST-USU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO - "
                            ST-USU
                   GO TO ROT-FIMS.
       PEDE-LOGIN.
                DISPLAY "LOGIN DO EMISSOR: "
                ACCEPT USU-LOGIN FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA-DIG FROM CONSOLE
                READ CADUSUARIO
                     INVALID KEY
                        DISPLAY "*** USUARIO NAO CADASTRADO ***"
                        GO TO PEDE-LOGIN.
                IF USU-SENHA NOT = W-SENHA-DIG
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO PEDE-LOGIN.
                MOVE USU-LOGIN TO W-OPERADOR
                CLOSE CADUSUARIO.
      *
       ABRE-001.
                OPEN INPUT CADALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO - "
                            ST-ALU
                   GO TO ROT-FIMS.
                OPEN INPUT CADMATRI
                IF ST-MAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRI - "
                            ST-MAT
                   CLOSE CADALUNO
                   GO TO ROT-FIMS.
                OPEN INPUT CADNOTAH
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAH - "
                            ST-HIST
                   CLOSE CADALUNO CADMATRI
                   GO TO ROT-FIMS.
                OPEN INPUT CADDISC
                IF ST-DISC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC - "
                            ST-DISC
                   CLOSE CADALUNO CADMATRI CADNOTAH
                   GO TO ROT-FIMS.
                OPEN I-O CADDOC
                IF ST-DOC NOT = "00"
                   IF ST-DOC = "30" OR "35"
                      OPEN OUTPUT CADDOC
                      CLOSE CADDOC
                      OPEN I-O CADDOC
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDOC - "
                               ST-DOC
                      CLOSE CADALUNO CADMATRI CADNOTAH CADDISC
                      GO TO ROT-FIMS.
                OPEN INPUT CADCURSO
                IF ST-CUR = "00"
                   MOVE "S" TO W-CUR-ABERTO.
                OPEN INPUT CADGRADE
                IF ST-GRD = "00"
                   MOVE "S" TO W-GRD-ABERTO.
                OPEN INPUT CADMENS
                IF ST-MEN = "00"
                   MOVE "S" TO W-MEN-ABERTO
                ELSE
                   DISPLAY "AVISO: CADMENS.DAT NAO DISPONIVEL - "
                           "SEM CONFERENCIA FINANCEIRA".
                OPEN INPUT CADPRECO
                IF ST-PRE = "00"
                   MOVE "S" TO W-PRE-ABERTO.
                OPEN INPUT CADACORDO
                IF ST-ACO = "00"
                   MOVE "S" TO W-ACO-ABERTO.
                OPEN OUTPUT DECLARA
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DECLARA - "
                            ST-REL
                   GO TO ROT-FIM.
                OPEN INPUT CADEMP
                MOVE SPACES TO LE-RAZAO LE-ENDERECO LRO-RODAPE
                MOVE ZEROS TO LE-CNPJ
                IF ST-EMP = "00"
                   MOVE "S" TO W-EMP-ABERTO
                   MOVE 1 TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY
                           MOVE "EMPRESA NAO PARAMETRIZADA" TO
                                LE-RAZAO
                        NOT INVALID KEY
                           MOVE EMP-RAZAO TO LE-RAZAO
                           MOVE EMP-CNPJ TO LE-CNPJ
                           MOVE EMP-ENDERECO TO LE-ENDERECO
                           MOVE EMP-RODAPE TO LRO-RODAPE
                ELSE
                   MOVE "EMPRESA NAO PARAMETRIZADA" TO LE-RAZAO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       PEDE-RM.
                DISPLAY " "
                DISPLAY "RM DO ALUNO (0 = ENCERRAR): "
                ACCEPT W-RM FROM CONSOLE
                IF W-RM NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-RM.
                IF W-RM = ZEROS
                   GO TO ROT-RESUMO.
                MOVE W-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        DISPLAY "*** ALUNO NAO CADASTRADO ***"
                        GO TO PEDE-RM.
                DISPLAY "ALUNO: " ALU-NOME.
       PEDE-TIPO.
                DISPLAY "DOCUMENTO (M=MATRICULA F=FREQUENCIA "
                        "C=CONCLUSAO): "
                ACCEPT W-TIPO FROM CONSOLE
                IF W-TIPO = "m" MOVE "M" TO W-TIPO.
                IF W-TIPO = "f" MOVE "F" TO W-TIPO.
                IF W-TIPO = "c" MOVE "C" TO W-TIPO.
                IF W-TIPO NOT = "M" AND "F" AND "C"
                   GO TO PEDE-TIPO.
                MOVE ZEROS TO W-PERIODO W-QT-DISC
                IF W-TIPO = "C"
                   GO TO CONFERE-CONCLUSAO.
       PEDE-PERIODO.
                DISPLAY "PERIODO LETIVO (AAAAS): "
                ACCEPT W-PERIODO FROM CONSOLE
                IF W-PER-ANO < 1900 OR
                   (W-PER-SEM NOT = 1 AND W-PER-SEM NOT = 2)
                   DISPLAY "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                   GO TO PEDE-PERIODO.
                IF W-TIPO = "F"
                   GO TO LEVANTA-FREQUENCIA.
      *
      **********************************
      * MATRICULA: DISCIPLINAS ATIVAS  *
      * (CADMATRI A) NO PERIODO        *
      **********************************
      *
       LEVANTA-MATRICULA.
                IF ALU-SITUACAO NOT = "A"
                   DISPLAY "*** ALUNO NAO ESTA ATIVO ***"
                   GO TO RECUSA-DOC.
                MOVE ALU-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO LEVANTA-MATRICULA-FIM.
       LEVANTA-MATRICULA-LE.
                READ CADMATRI NEXT RECORD
                     AT END GO TO LEVANTA-MATRICULA-FIM.
                IF MAT-RM NOT = ALU-RM
                   GO TO LEVANTA-MATRICULA-FIM.
                IF MAT-PERIODO NOT = W-PERIODO OR
                   MAT-SITUACAO NOT = "A"
                   GO TO LEVANTA-MATRICULA-LE.
                IF W-QT-DISC = 30
                   GO TO LEVANTA-MATRICULA-FIM.
                ADD 1 TO W-QT-DISC
                MOVE MAT-DISC TO TD-DISC (W-QT-DISC)
                MOVE ZEROS TO TD-FALTAS (W-QT-DISC)
                PERFORM BUSCA-DISC THRU BUSCA-DISC-FIM
                GO TO LEVANTA-MATRICULA-LE.
       LEVANTA-MATRICULA-FIM.
                IF W-QT-DISC = ZEROS
                   DISPLAY "*** ALUNO SEM MATRICULA ATIVA NO PERIODO "
                           "***"
                   GO TO RECUSA-DOC.
                GO TO CONFIRMA.
      *
      **********************************
      * FREQUENCIA: NOTAS FECHADAS DO  *
      * PERIODO (CADNOTAH)             *
      **********************************
      *
       LEVANTA-FREQUENCIA.
                MOVE ALU-RM TO NTH-RM
                MOVE LOW-VALUES TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO LEVANTA-FREQUENCIA-FIM.
       LEVANTA-FREQUENCIA-LE.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO LEVANTA-FREQUENCIA-FIM.
                IF NTH-RM NOT = ALU-RM
                   GO TO LEVANTA-FREQUENCIA-FIM.
                IF NTH-PERIODO NOT = W-PERIODO
                   GO TO LEVANTA-FREQUENCIA-LE.
                IF W-QT-DISC = 30
                   GO TO LEVANTA-FREQUENCIA-FIM.
                ADD 1 TO W-QT-DISC
                MOVE NTH-DISC TO TD-DISC (W-QT-DISC)
                MOVE NTH-SOMAFALTAS TO TD-FALTAS (W-QT-DISC)
                PERFORM BUSCA-DISC THRU BUSCA-DISC-FIM
                GO TO LEVANTA-FREQUENCIA-LE.
       LEVANTA-FREQUENCIA-FIM.
                IF W-QT-DISC = ZEROS
                   DISPLAY "*** SEM NOTAS FECHADAS DO ALUNO NO PERIODO "
                           "***"
                   GO TO RECUSA-DOC.
                GO TO CONFIRMA.
      *
      **********************************
      * CONCLUSAO: GRADE DO CURSO      *
      * CUMPRIDA E NENHUMA MENSALIDADE *
      * VENCIDA EM ABERTO              *
      **********************************
      *
       CONFERE-CONCLUSAO.
                IF W-CUR-ABERTO NOT = "S" OR W-GRD-ABERTO NOT = "S"
                   DISPLAY "*** CADCURSO/CADGRADE NAO DISPONIVEIS ***"
                   GO TO RECUSA-DOC.
                IF ALU-CURSO-X NOT NUMERIC
                   MOVE ZEROS TO ALU-CURSO.
                MOVE ALU-CURSO TO CUR-CODIGO
                READ CADCURSO
                     INVALID KEY
                        DISPLAY "*** ALUNO SEM CURSO CADASTRADO ***"
                        GO TO RECUSA-DOC.
                PERFORM ANALISA-GRADE THRU ANALISA-GRADE-FIM
                IF W-QT-GRADE = ZEROS
                   DISPLAY "*** CURSO SEM GRADE CADASTRADA ***"
                   GO TO RECUSA-DOC.
                IF W-FALTAM > ZEROS
                   DISPLAY "*** DISCIPLINAS OBRIGATORIAS PENDENTES: "
                           W-FALTAM " ***"
                   GO TO RECUSA-DOC.
                IF W-CH-ELETIVA < CUR-CH-ELETIVA
                   DISPLAY "*** CARGA ELETIVA INSUFICIENTE ***"
                   GO TO RECUSA-DOC.
                PERFORM CONFERE-DEBITO THRU CONFERE-DEBITO-FIM
                IF W-QT-VENC > ZEROS
                   DISPLAY "*** MENSALIDADES VENCIDAS EM ABERTO: "
                           W-QT-VENC " ***"
                   GO TO RECUSA-DOC.
      *
       CONFIRMA.
                DISPLAY "EMITE O DOCUMENTO. CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO PEDE-RM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                PERFORM REGISTRA-DOC THRU REGISTRA-DOC-FIM
                IF DOC-NUMERO = ZEROS
                   GO TO PEDE-RM.
                PERFORM IMPRIME-DOC THRU IMPRIME-DOC-FIM
                IF W-TIPO = "M"
                   ADD 1 TO W-EMIT-M.
                IF W-TIPO = "F"
                   ADD 1 TO W-EMIT-F.
                IF W-TIPO = "C"
                   ADD 1 TO W-EMIT-C.
                DISPLAY "DOCUMENTO " DOC-NUMERO " EMITIDO - CODIGO "
                        DOC-VERIF
                GO TO PEDE-RM.
      *
       RECUSA-DOC.
                ADD 1 TO W-RECUSADOS
                DISPLAY "*** DOCUMENTO NAO EMITIDO ***"
                GO TO PEDE-RM.
      *
       BUSCA-DISC.
                MOVE TD-DISC (W-QT-DISC) TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** NAO CADASTRADA ***" TO DIS-DENOM
                        MOVE ZEROS TO DIS-CARGA.
                MOVE DIS-DENOM TO TD-DENOM (W-QT-DISC)
                MOVE DIS-CARGA TO TD-CARGA (W-QT-DISC).
       BUSCA-DISC-FIM.
                EXIT.
      *
      **********************************
      * CONFRONTA A GRADE DO CURSO COM *
      * AS APROVACOES (MESMA REGRA DO  *
      * RELATORIO P201639)             *
      **********************************
      *
       ANALISA-GRADE.
                MOVE ZEROS TO W-CH-OBRIG-OK W-CH-ELETIVA
                              W-FALTAM W-QT-GRADE
                MOVE CUR-CODIGO TO GRD-CURSO
                MOVE LOW-VALUES TO GRD-DISC
                START CADGRADE KEY IS NOT LESS THAN GRD-CHAVE
                     INVALID KEY GO TO ANALISA-GRADE-FIM.
       ANALISA-GRADE-LE.
                READ CADGRADE NEXT RECORD
                     AT END GO TO ANALISA-GRADE-FIM.
                IF GRD-CURSO NOT = CUR-CODIGO
                   GO TO ANALISA-GRADE-FIM.
                ADD 1 TO W-QT-GRADE
                MOVE GRD-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE ZEROS TO DIS-CARGA.
                PERFORM BUSCA-APROVADO THRU BUSCA-APROVADO-FIM
                IF W-APROVADO NOT = "S"
                   IF GRD-TIPO = "E"
                      GO TO ANALISA-GRADE-LE
                   ELSE
                      ADD 1 TO W-FALTAM
                      GO TO ANALISA-GRADE-LE.
                IF GRD-TIPO = "E"
                   ADD DIS-CARGA TO W-CH-ELETIVA
                ELSE
                   ADD DIS-CARGA TO W-CH-OBRIG-OK.
                GO TO ANALISA-GRADE-LE.
       ANALISA-GRADE-FIM.
                EXIT.
      *
       BUSCA-APROVADO.
                MOVE "N" TO W-APROVADO
                MOVE ALU-RM TO NTH-RM
                MOVE GRD-DISC TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO BUSCA-APROVADO-FIM.
       BUSCA-APROVADO-LE.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO BUSCA-APROVADO-FIM.
                IF NTH-RM NOT = ALU-RM
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-DISC NOT = GRD-DISC
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-SITUACAO NOT = "APROVADO"
                   GO TO BUSCA-APROVADO-LE.
                MOVE "S" TO W-APROVADO.
       BUSCA-APROVADO-FIM.
                EXIT.
      *
      **********************************
      * MENSALIDADES EM ABERTO         *
      * (SITUACAO A) JA VENCIDAS       *
      **********************************
      *
       CONFERE-DEBITO.
                MOVE ZEROS TO W-QT-VENC
                IF W-MEN-ABERTO NOT = "S"
                   GO TO CONFERE-DEBITO-FIM.
                MOVE ALU-RM TO MEN-RM
                MOVE ZEROS TO MEN-COMP
                START CADMENS KEY IS NOT LESS THAN MEN-CHAVE
                     INVALID KEY GO TO CONFERE-DEBITO-FIM.
       CONFERE-DEBITO-LE.
                READ CADMENS NEXT RECORD
                     AT END GO TO CONFERE-DEBITO-FIM.
                IF MEN-RM NOT = ALU-RM
                   GO TO CONFERE-DEBITO-FIM.
                IF MEN-SITUACAO NOT = "A"
                   GO TO CONFERE-DEBITO-LE.
                PERFORM VENCIMENTO THRU VENCIMENTO-FIM
                IF W-VENC NOT < W-HOJE
                   GO TO CONFERE-DEBITO-LE.
                IF MEN-VALOR-PAGO-X NOT NUMERIC
                   MOVE ZEROS TO MEN-VALOR-PAGO.
                IF MEN-VALOR NOT > MEN-VALOR-PAGO
                   GO TO CONFERE-DEBITO-LE.
                ADD 1 TO W-QT-VENC
                GO TO CONFERE-DEBITO-LE.
       CONFERE-DEBITO-FIM.
                EXIT.
      *
      **********************************
      * VENCIMENTO DA COBRANCA (MESMA  *
      * REGRA DO P201635)              *
      **********************************
      *
       VENCIMENTO.
                IF MEN-COMP-MES > 12
                   GO TO VENCIMENTO-ACORDO.
                MOVE 10 TO W-DIA-VENC
                IF MEN-DIA-VENC-X NUMERIC
                   IF MEN-DIA-VENC NOT = ZEROS
                      MOVE MEN-DIA-VENC TO W-DIA-VENC
                      GO TO VENCIMENTO-MONTA.
                IF W-PRE-ABERTO NOT = "S"
                   GO TO VENCIMENTO-MONTA.
                MOVE MEN-COMP-ANO TO PRE-ANO
                READ CADPRECO
                     INVALID KEY GO TO VENCIMENTO-MONTA.
                IF PRE-COBRANCA-X = SPACES
                   GO TO VENCIMENTO-MONTA.
                IF PRE-DIA-VENC NOT = ZEROS
                   MOVE PRE-DIA-VENC TO W-DIA-VENC.
       VENCIMENTO-MONTA.
                MOVE MEN-COMP-ANO TO W-VENC-ANO
                MOVE MEN-COMP-MES TO W-VENC-MES
                MOVE W-DIA-VENC TO W-VENC-DIA
                GO TO VENCIMENTO-FIM.
       VENCIMENTO-ACORDO.
                MOVE W-HOJE TO W-VENC
                IF W-ACO-ABERTO NOT = "S"
                   GO TO VENCIMENTO-FIM.
                MOVE MEN-COMP-ANO TO ACO-NUMERO
                READ CADACORDO
                     INVALID KEY GO TO VENCIMENTO-FIM.
                COMPUTE W-PARC = MEN-COMP-MES - 12
                IF W-PARC > ACO-QTDE-PARC
                   GO TO VENCIMENTO-FIM.
                MOVE ACO-PAR-VENC (W-PARC) TO W-VENC.
       VENCIMENTO-FIM.
                EXIT.
      *
      **********************************
      * NUMERO DE REGISTRO (CONTROLE   *
      * 000000 DE CADDOC) E CODIGO DE  *
      * VERIFICACAO                    *
      **********************************
      *
       REGISTRA-DOC.
                MOVE ZEROS TO CTL-NUMERO
                READ CADDOC
                     INVALID KEY
                        MOVE SPACES TO REGDOC-CTL
                        MOVE ZEROS TO CTL-NUMERO CTL-ULTIMO
                        WRITE REGDOC-CTL.
                IF ST-DOC NOT = "00" AND ST-DOC NOT = "02"
                   DISPLAY "ERRO NO CONTROLE DE CADDOC - " ST-DOC
                   MOVE ZEROS TO DOC-NUMERO
                   GO TO REGISTRA-DOC-FIM.
                ADD 1 TO CTL-ULTIMO
                REWRITE REGDOC-CTL
                IF ST-DOC NOT = "00"
                   DISPLAY "ERRO NO CONTROLE DE CADDOC - " ST-DOC
                   MOVE ZEROS TO DOC-NUMERO
                   GO TO REGISTRA-DOC-FIM.
                MOVE CTL-ULTIMO TO W-CALC
                MOVE SPACES TO REGDOC
                MOVE W-CALC TO DOC-NUMERO
                MOVE W-TIPO TO DOC-TIPO
                MOVE ALU-RM TO DOC-RM
                MOVE ALU-NOME TO DOC-NOME
                MOVE W-PERIODO TO DOC-PERIODO
                MOVE ZEROS TO DOC-CURSO
                IF W-TIPO = "C"
                   MOVE CUR-CODIGO TO DOC-CURSO.
                MOVE W-HOJE TO DOC-DATA
                MOVE W-OPERADOR TO DOC-OPERADOR
                ACCEPT W-HORA FROM TIME
                COMPUTE W-CALC = DOC-NUMERO * 7919 + DOC-RM * 104729
                        + W-HORA * 31 + DOC-DATA
                DIVIDE W-CALC BY 999983 GIVING W-QUOC
                       REMAINDER DOC-VERIF
                WRITE REGDOC
                IF ST-DOC NOT = "00" AND ST-DOC NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DE CADDOC - " ST-DOC
                   MOVE ZEROS TO DOC-NUMERO.
       REGISTRA-DOC-FIM.
                EXIT.
      *
      **********************************
      * IMPRESSAO DO DOCUMENTO         *
      **********************************
      *
       IMPRIME-DOC.
                WRITE REGREL FROM LIN-EMP1
                WRITE REGREL FROM LIN-EMP2
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-BRANCO
                IF W-TIPO = "M"
                   MOVE "DECLARACAO DE MATRICULA" TO LT-TITULO.
                IF W-TIPO = "F"
                   MOVE "DECLARACAO DE FREQUENCIA" TO LT-TITULO.
                IF W-TIPO = "C"
                   MOVE "CERTIFICADO DE CONCLUSAO DE CURSO"
                                                       TO LT-TITULO.
                WRITE REGREL FROM LIN-TITULO
                WRITE REGREL FROM LIN-BRANCO
                IF W-TIPO = "C"
                   MOVE "     CERTIFICAMOS QUE" TO LIN-TEXTO
                ELSE
                   MOVE "     DECLARAMOS, PARA OS DEVIDOS FINS, QUE"
                                                       TO LIN-TEXTO.
                WRITE REGREL FROM LIN-TEXTO
                MOVE ALU-NOME TO LA-NOME
                MOVE ALU-RM TO LA-RM
                WRITE REGREL FROM LIN-ALUNO
                IF W-TIPO = "C"
                   GO TO IMPRIME-DOC-CONCLUSAO.
                MOVE W-PER-ANO TO LP-ANO
                MOVE W-PER-SEM TO LP-SEM
                MOVE SPACES TO LDC-COMPL
                IF W-TIPO = "M"
                   MOVE "ESTA MATRICULADO(A) NO PERIODO LETIVO "
                                                       TO LP-TEXTO
                   MOVE " NAS DISCIPLINAS ABAIXO:" TO LP-COMPL
                ELSE
                   MOVE "CURSOU O PERIODO LETIVO " TO LP-TEXTO
                   MOVE " COM A SEGUINTE FREQUENCIA:" TO LP-COMPL
                   MOVE "  FALTAS  FREQUENCIA" TO LDC-COMPL.
                WRITE REGREL FROM LIN-PERIODO
                WRITE REGREL FROM LIN-BRANCO
                WRITE REGREL FROM LIN-DISCAB
                MOVE 1 TO W-I
                PERFORM IMPRIME-DISC THRU IMPRIME-DISC-FIM
                GO TO IMPRIME-DOC-FECHO.
       IMPRIME-DOC-CONCLUSAO.
                MOVE CUR-CODIGO TO LCU-CODIGO
                MOVE CUR-NOME TO LCU-NOME
                WRITE REGREL FROM LIN-CURSO
                COMPUTE W-CH-TOTAL = W-CH-OBRIG-OK + W-CH-ELETIVA
                MOVE W-CH-TOTAL TO LCG-TOTAL
                MOVE W-CH-OBRIG-OK TO LCG-OBRIG
                MOVE W-CH-ELETIVA TO LCG-ELETIVA
                WRITE REGREL FROM LIN-CARGA
                MOVE "     FAZENDO JUS AO PRESENTE CERTIFICADO."
                                                       TO LIN-TEXTO
                WRITE REGREL FROM LIN-TEXTO.
       IMPRIME-DOC-FECHO.
                WRITE REGREL FROM LIN-BRANCO
                MOVE W-HOJE-DIA TO LEM-DIA
                MOVE W-HOJE-MES TO LEM-MES
                MOVE W-HOJE-ANO TO LEM-ANO
                WRITE REGREL FROM LIN-EMISSAO
                WRITE REGREL FROM LIN-BRANCO
                MOVE DOC-NUMERO TO LRG-NUMERO
                MOVE DOC-VERIF TO LRG-VERIF
                MOVE DOC-OPERADOR TO LRG-OPERADOR
                WRITE REGREL FROM LIN-REGISTRO
                MOVE "     AUTENTICIDADE CONFIRMAVEL NA SECRETARIA PELO"
                   TO LIN-TEXTO
                WRITE REGREL FROM LIN-TEXTO
                MOVE "     NUMERO DE REGISTRO E CODIGO DE VERIFICACAO."
                   TO LIN-TEXTO
                WRITE REGREL FROM LIN-TEXTO
                WRITE REGREL FROM LIN-RODAPE
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-BRANCO.
       IMPRIME-DOC-FIM.
                EXIT.
      *
       IMPRIME-DISC.
                IF W-I > W-QT-DISC
                   GO TO IMPRIME-DISC-FIM.
                MOVE TD-DISC (W-I) TO LDI-DISC
                MOVE TD-DENOM (W-I) TO LDI-DENOM
                MOVE TD-CARGA (W-I) TO LDI-CARGA
                MOVE SPACES TO LDI-COMPL
                IF W-TIPO NOT = "F"
                   GO TO IMPRIME-DISC-GRAVA.
                MOVE 100 TO W-FREQ
                IF TD-CARGA (W-I) > ZEROS
                   IF TD-FALTAS (W-I) NOT < TD-CARGA (W-I)
                      MOVE ZEROS TO W-FREQ
                   ELSE
                      COMPUTE W-FREQ ROUNDED =
                         (TD-CARGA (W-I) - TD-FALTAS (W-I)) * 100
                         / TD-CARGA (W-I).
                MOVE TD-FALTAS (W-I) TO LDF-FALTAS
                MOVE W-FREQ TO LDF-FREQ
                MOVE LIN-DISC-FREQ TO LDI-COMPL.
       IMPRIME-DISC-GRAVA.
                WRITE REGREL FROM LIN-DISC
                ADD 1 TO W-I
                GO TO IMPRIME-DISC.
       IMPRIME-DISC-FIM.
                EXIT.
      *
       ROT-RESUMO.
                DISPLAY "DECLARACOES DE MATRICULA : " W-EMIT-M
                DISPLAY "DECLARACOES DE FREQUENCIA: " W-EMIT-F
                DISPLAY "CERTIFICADOS DE CONCLUSAO: " W-EMIT-C
                DISPLAY "PEDIDOS RECUSADOS .......: " W-RECUSADOS
                DISPLAY "DOCUMENTOS GRAVADOS EM DECLARA.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-CUR-ABERTO = "S"
                   CLOSE CADCURSO.
                IF W-GRD-ABERTO = "S"
                   CLOSE CADGRADE.
                IF W-MEN-ABERTO = "S"
                   CLOSE CADMENS.
                IF W-PRE-ABERTO = "S"
                   CLOSE CADPRECO.
                IF W-ACO-ABERTO = "S"
                   CLOSE CADACORDO.
                IF W-EMP-ABERTO = "S"
                   CLOSE CADEMP.
                CLOSE CADALUNO CADMATRI CADNOTAH CADDISC CADDOC
                      DECLARA.
       ROT-FIMS.
                STOP RUN.
