       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201635.
       AUTHOR. MATEUS.
      **************************************
      * REMATRICULA PARA O PROXIMO PERIODO *
      * LETIVO A PARTIR DE UM PERIODO      *
      * FECHADO (CADNOTAH.DAT, P201617):   *
      * PARA CADA ALUNO ATIVO DE           *
      * CADALUNO.DAT PROPOE EM CADMATRI    *
      * (SITUACAO P) AS DISCIPLINAS NAO    *
      * APROVADAS NO PERIODO E AS          *
      * MATRICULADAS SEM NOTA FECHADA.     *
      * ALUNO COM MENSALIDADE EM ABERTO    *
      * VENCIDA HA MAIS DIAS QUE O         *
      * INFORMADO FICA RETIDO E VAI PARA   *
      * A LISTA DE PENDENCIA FINANCEIRA    *
      * (RELPENFIN.TXT). AS PROPOSTAS      *
      * (RELREMAT.TXT) SO VIRAM MATRICULA  *
      * DEPOIS DE CONFIRMADAS NO P201636   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
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
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT RELREMAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT RELPENFIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PEN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 FILLER         PIC X(14).
      *
       FD RELREMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREMAT.TXT".
       01 REGREL                  PIC X(100).
      *
       FD RELPENFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPENFIN.TXT".
       01 REGPEN                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-ACO       PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-PEN       PIC X(02) VALUE "00".
       77 W-MEN-ABERTO PIC X(01) VALUE "N".
       77 W-PRE-ABERTO PIC X(01) VALUE "N".
       77 W-ACO-ABERTO PIC X(01) VALUE "N".
       77 W-DISC-ABERTO PIC X(01) VALUE "N".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-QT-PROP    PIC 9(02) VALUE ZEROS.
       77 W-QT-VENC    PIC 9(03) VALUE ZEROS.
       77 W-ATIVOS     PIC 9(05) VALUE ZEROS.
       77 W-PROPOSTOS  PIC 9(05) VALUE ZEROS.
       77 W-SEM-PEND   PIC 9(05) VALUE ZEROS.
       77 W-RETIDOS    PIC 9(05) VALUE ZEROS.
       77 W-QTDE-PROP  PIC 9(06) VALUE ZEROS.
       77 W-JA-EXISTE  PIC 9(06) VALUE ZEROS.
       77 W-EXCEDIDOS  PIC 9(06) VALUE ZEROS.

       01 W-PERIODO.
          03 W-PER-ANO    PIC 9(04).
          03 W-PER-SEM    PIC 9(01).
       01 W-PROXIMO.
          03 W-PRX-ANO    PIC 9(04).
          03 W-PRX-SEM    PIC 9(01).
       01 W-TOLERANCIA PIC 9(03) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-NUM   PIC 9(07) VALUE ZEROS.
       01 W-LIMITE-NUM PIC 9(07) VALUE ZEROS.
       01 W-ATRASO     PIC 9(05) VALUE ZEROS.
       01 W-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       01 W-VL-VENC    PIC 9(7)V99 VALUE ZEROS.
       01 W-TOT-VENC   PIC 9(9)V99 VALUE ZEROS.
       01 W-ABERTO     PIC 9(6)V99 VALUE ZEROS.
       01 W-DIA-VENC   PIC 9(02) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).

      * DISCIPLINAS PROPOSTAS PARA O ALUNO CORRENTE
       01 TAB-PROPOSTA.
          03 TPR-ITEM OCCURS 30 TIMES.
             05 TPR-DISC     PIC X(03).
             05 TPR-MOTIVO   PIC X(16).

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

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(32)
               VALUE "PROPOSTA DE REMATRICULA PERIODO".
          03 LC-PERIODO    PIC 9(05).
          03 FILLER        PIC X(05) VALUE " (DE ".
          03 LC-FECHADO    PIC 9(05).
          03 FILLER        PIC X(02) VALUE ") ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-DETCAB.
          03 FILLER        PIC X(07) VALUE "RM".
          03 FILLER        PIC X(31) VALUE "ALUNO".
          03 FILLER        PIC X(06) VALUE "DISC".
          03 FILLER        PIC X(31) VALUE "DENOMINACAO".
          03 FILLER        PIC X(16) VALUE "MOTIVO".
       01 LIN-DET.
          03 LD-RM         PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DISC       PIC X(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-DENOM      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MOTIVO     PIC X(16).
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

       01 LIN-PCAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(43)
               VALUE "REMATRICULA - PENDENCIA FINANCEIRA PERIODO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-PERIODO    PIC 9(05).
       01 LIN-PCAB2.
          03 FILLER        PIC X(44)
               VALUE "MENSALIDADES EM ABERTO VENCIDAS HA MAIS DE".
          03 LP-TOLER      PIC ZZ9.
          03 FILLER        PIC X(05) VALUE " DIAS".
       01 LIN-PDETCAB.
          03 FILLER        PIC X(07) VALUE "RM".
          03 FILLER        PIC X(38) VALUE "ALUNO".
          03 FILLER        PIC X(11) VALUE "COBRANCAS".
          03 FILLER        PIC X(16) VALUE "     VALOR VENC.".
          03 FILLER        PIC X(14) VALUE "  MAIOR ATRASO".
       01 LIN-PDET.
          03 LPD-RM        PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LPD-NOME      PIC X(35).
          03 FILLER        PIC X(09) VALUE SPACES.
          03 LPD-QTDE      PIC ZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LPD-VALOR     PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LPD-ATRASO    PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE " DIAS".
       01 LIN-PTOT.
          03 FILLER        PIC X(30) VALUE "ALUNOS RETIDOS".
          03 LPT-QTDE      PIC ZZZZ9.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 LPT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO - "
                            ST-ALU
                   GO TO ROT-FIMS.
                OPEN INPUT CADNOTAH
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAH - "
                            ST-HIST
                   CLOSE CADALUNO
                   GO TO ROT-FIMS.
                OPEN I-O CADMATRI
                IF ST-MAT NOT = "00"
                   IF ST-MAT = "30" OR "35"
                      OPEN OUTPUT CADMATRI
                      CLOSE CADMATRI
                      OPEN I-O CADMATRI
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRI - "
                               ST-MAT
                      CLOSE CADALUNO CADNOTAH
                      GO TO ROT-FIMS.
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
                OPEN INPUT CADDISC
                IF ST-DISC = "00"
                   MOVE "S" TO W-DISC-ABERTO.
                OPEN OUTPUT RELREMAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREMAT - "
                            ST-REL
                   GO TO ROT-FIM.
                OPEN OUTPUT RELPENFIN
                IF ST-PEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPENFIN - "
                            ST-PEN
                   GO TO ROT-FIM.
      *
       PEDE-PERIODO.
                DISPLAY "PERIODO LETIVO FECHADO (AAAAS): "
                ACCEPT W-PERIODO FROM CONSOLE
                IF W-PER-ANO < 1900 OR
                   (W-PER-SEM NOT = 1 AND W-PER-SEM NOT = 2)
                   DISPLAY "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                   GO TO PEDE-PERIODO.
                MOVE W-PER-ANO TO W-PRX-ANO
                MOVE 2 TO W-PRX-SEM
                IF W-PER-SEM = 2
                   ADD 1 TO W-PRX-ANO
                   MOVE 1 TO W-PRX-SEM.
       PEDE-TOLERANCIA.
                DISPLAY "DIAS DE ATRASO TOLERADOS NA MENSALIDADE: "
                ACCEPT W-TOLERANCIA FROM CONSOLE
                IF W-TOLERANCIA NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-TOLERANCIA.
       CONFIRMA.
                DISPLAY "GERA PROPOSTAS PARA O PERIODO " W-PROXIMO
                        ". CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** REMATRICULA CANCELADA ***"
                   GO TO ROT-FIM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO LC-DIA
                MOVE W-DT-MES TO LC-MES
                MOVE W-DT-ANO TO LC-ANO
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-HOJE-NUM
                MOVE W-PROXIMO TO LC-PERIODO LP-PERIODO
                MOVE W-PERIODO TO LC-FECHADO
                MOVE W-TOLERANCIA TO LP-TOLER
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB
                WRITE REGPEN FROM LIN-PCAB1
                WRITE REGPEN FROM LIN-PCAB2
                WRITE REGPEN FROM LIN-TRACO
                WRITE REGPEN FROM LIN-PDETCAB.
      *
       LE-001.
                READ CADALUNO NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF ALU-SITUACAO NOT = "A"
                   GO TO LE-001.
                ADD 1 TO W-ATIVOS
                PERFORM CONFERE-DEBITO THRU CONFERE-DEBITO-FIM
                IF W-QT-VENC > ZEROS
                   PERFORM IMPRIME-PEND THRU IMPRIME-PEND-FIM
                   GO TO LE-001.
                PERFORM LEVANTA-PROPOSTA THRU LEVANTA-PROPOSTA-FIM
                IF W-QT-PROP = ZEROS
                   ADD 1 TO W-SEM-PEND
                   GO TO LE-001.
                ADD 1 TO W-PROPOSTOS
                MOVE 1 TO W-I
                PERFORM GRAVA-PROPOSTA THRU GRAVA-PROPOSTA-FIM
                GO TO LE-001.
      *
      **********************************
      * MENSALIDADES DO ALUNO EM       *
      * ABERTO (SITUACAO A) VENCIDAS   *
      * HA MAIS DIAS QUE A TOLERANCIA  *
      **********************************
      *
       CONFERE-DEBITO.
                MOVE ZEROS TO W-QT-VENC W-VL-VENC W-MAIOR-ATRASO
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
                MOVE W-VENC TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                COMPUTE W-LIMITE-NUM = W-DT-NUM + W-TOLERANCIA
                IF W-HOJE-NUM NOT > W-LIMITE-NUM
                   GO TO CONFERE-DEBITO-LE.
                IF MEN-VALOR-PAGO-X NOT NUMERIC
                   MOVE ZEROS TO MEN-VALOR-PAGO.
                IF MEN-VALOR NOT > MEN-VALOR-PAGO
                   GO TO CONFERE-DEBITO-LE.
                COMPUTE W-ABERTO = MEN-VALOR - MEN-VALOR-PAGO
                ADD W-ABERTO TO W-VL-VENC
                ADD 1 TO W-QT-VENC
                COMPUTE W-ATRASO = W-HOJE-NUM - W-DT-NUM
                IF W-ATRASO > W-MAIOR-ATRASO
                   MOVE W-ATRASO TO W-MAIOR-ATRASO.
                GO TO CONFERE-DEBITO-LE.
       CONFERE-DEBITO-FIM.
                EXIT.
      *
      **********************************
      * VENCIMENTO DA COBRANCA: DIA DA *
      * COBRANCA OU DAS CONDICOES DO   *
      * ANO (CADPRECO.DAT, PADRAO DIA  *
      * 10); PARCELA DE ACORDO (MES =  *
      * 12 + PARCELA, ANO = NUMERO DO  *
      * ACORDO) VENCE NA DATA DO       *
      * ACORDO                         *
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
       IMPRIME-PEND.
                ADD 1 TO W-RETIDOS
                ADD W-VL-VENC TO W-TOT-VENC
                MOVE ALU-RM TO LPD-RM
                MOVE ALU-NOME TO LPD-NOME
                MOVE W-QT-VENC TO LPD-QTDE
                MOVE W-VL-VENC TO LPD-VALOR
                MOVE W-MAIOR-ATRASO TO LPD-ATRASO
                WRITE REGPEN FROM LIN-PDET.
       IMPRIME-PEND-FIM.
                EXIT.
      *
      **********************************
      * DISCIPLINAS A PROPOR: NAO      *
      * APROVADAS NO PERIODO FECHADO   *
      * (CADNOTAH) E MATRICULADAS NO   *
      * PERIODO SEM NOTA FECHADA       *
      * (CADMATRI ATIVA SEM CADNOTAH)  *
      **********************************
      *
       LEVANTA-PROPOSTA.
                MOVE ZEROS TO W-QT-PROP
                MOVE ALU-RM TO NTH-RM
                MOVE LOW-VALUES TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO LEVANTA-PROPOSTA-MAT.
       LEVANTA-PROPOSTA-HIST.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO LEVANTA-PROPOSTA-MAT.
                IF NTH-RM NOT = ALU-RM
                   GO TO LEVANTA-PROPOSTA-MAT.
                IF NTH-PERIODO NOT = W-PERIODO
                   GO TO LEVANTA-PROPOSTA-HIST.
                IF NTH-SITUACAO = "APROVADO"
                   GO TO LEVANTA-PROPOSTA-HIST.
                IF W-QT-PROP = 30
                   ADD 1 TO W-EXCEDIDOS
                   GO TO LEVANTA-PROPOSTA-HIST.
                ADD 1 TO W-QT-PROP
                MOVE NTH-DISC TO TPR-DISC (W-QT-PROP)
                MOVE NTH-SITUACAO TO TPR-MOTIVO (W-QT-PROP)
                GO TO LEVANTA-PROPOSTA-HIST.
       LEVANTA-PROPOSTA-MAT.
                MOVE ALU-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO LEVANTA-PROPOSTA-FIM.
       LEVANTA-PROPOSTA-MAT-LE.
                READ CADMATRI NEXT RECORD
                     AT END GO TO LEVANTA-PROPOSTA-FIM.
                IF MAT-RM NOT = ALU-RM
                   GO TO LEVANTA-PROPOSTA-FIM.
                IF MAT-PERIODO NOT = W-PERIODO
                   GO TO LEVANTA-PROPOSTA-MAT-LE.
                IF MAT-SITUACAO NOT = "A"
                   GO TO LEVANTA-PROPOSTA-MAT-LE.
                MOVE ALU-RM TO NTH-RM
                MOVE MAT-DISC TO NTH-DISC
                MOVE W-PERIODO TO NTH-PERIODO
                READ CADNOTAH
                     INVALID KEY GO TO LEVANTA-PROPOSTA-MAT-INC.
                GO TO LEVANTA-PROPOSTA-MAT-LE.
       LEVANTA-PROPOSTA-MAT-INC.
                IF W-QT-PROP = 30
                   ADD 1 TO W-EXCEDIDOS
                   GO TO LEVANTA-PROPOSTA-MAT-LE.
                ADD 1 TO W-QT-PROP
                MOVE MAT-DISC TO TPR-DISC (W-QT-PROP)
                MOVE "SEM NOTA FECHADA" TO TPR-MOTIVO (W-QT-PROP)
                GO TO LEVANTA-PROPOSTA-MAT-LE.
       LEVANTA-PROPOSTA-FIM.
                EXIT.
      *
      **********************************
      * GRAVA AS PROPOSTAS DO ALUNO EM *
      * CADMATRI COM SITUACAO P NO     *
      * PROXIMO PERIODO; A MATRICULA   *
      * JA EXISTENTE NAO E ALTERADA    *
      **********************************
      *
       GRAVA-PROPOSTA.
                IF W-I > W-QT-PROP
                   GO TO GRAVA-PROPOSTA-FIM.
                MOVE SPACES TO REGMATRI
                MOVE ALU-RM TO MAT-RM
                MOVE TPR-DISC (W-I) TO MAT-DISC
                MOVE W-PROXIMO TO MAT-PERIODO
                MOVE "P" TO MAT-SITUACAO
                MOVE W-HOJE TO MAT-DATA
                MOVE TPR-MOTIVO (W-I) TO LD-MOTIVO
                WRITE REGMATRI
                     INVALID KEY
                        ADD 1 TO W-JA-EXISTE
                        MOVE "JA MATRICULADO" TO LD-MOTIVO.
                IF ST-MAT = "00" OR "02"
                   ADD 1 TO W-QTDE-PROP.
                MOVE ALU-RM TO LD-RM
                MOVE ALU-NOME TO LD-NOME
                MOVE TPR-DISC (W-I) TO LD-DISC
                MOVE SPACES TO LD-DENOM
                IF W-DISC-ABERTO NOT = "S"
                   GO TO GRAVA-PROPOSTA-IMP.
                MOVE TPR-DISC (W-I) TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE "*** NAO CADASTRADA ***" TO DIS-DENOM.
                MOVE DIS-DENOM TO LD-DENOM.
       GRAVA-PROPOSTA-IMP.
                WRITE REGREL FROM LIN-DET
                ADD 1 TO W-I
                GO TO GRAVA-PROPOSTA.
       GRAVA-PROPOSTA-FIM.
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
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "ALUNOS ATIVOS" TO LR-DESCR
                MOVE W-ATIVOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS COM PROPOSTA" TO LR-DESCR
                MOVE W-PROPOSTOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "DISCIPLINAS PROPOSTAS (SITUACAO P)" TO LR-DESCR
                MOVE W-QTDE-PROP TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "JA MATRICULADAS NO PERIODO" TO LR-DESCR
                MOVE W-JA-EXISTE TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS SEM DISCIPLINA PENDENTE" TO LR-DESCR
                MOVE W-SEM-PEND TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "RETIDOS POR PENDENCIA FINANCEIRA" TO LR-DESCR
                MOVE W-RETIDOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                IF W-EXCEDIDOS > ZEROS
                   MOVE "NAO PROPOSTAS (MAIS DE 30 POR ALUNO)"
                                                       TO LR-DESCR
                   MOVE W-EXCEDIDOS TO LR-QTDE
                   WRITE REGREL FROM LIN-RES.
                WRITE REGPEN FROM LIN-TRACO
                MOVE W-RETIDOS TO LPT-QTDE
                MOVE W-TOT-VENC TO LPT-VALOR
                WRITE REGPEN FROM LIN-PTOT
                DISPLAY "ALUNOS ATIVOS .........: " W-ATIVOS
                DISPLAY "ALUNOS COM PROPOSTA ...: " W-PROPOSTOS
                DISPLAY "DISCIPLINAS PROPOSTAS .: " W-QTDE-PROP
                DISPLAY "RETIDOS (FINANCEIRO) ..: " W-RETIDOS
                DISPLAY "RELATORIOS GRAVADOS EM RELREMAT.TXT E "
                        "RELPENFIN.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-MEN-ABERTO = "S"
                   CLOSE CADMENS.
                IF W-PRE-ABERTO = "S"
                   CLOSE CADPRECO.
                IF W-ACO-ABERTO = "S"
                   CLOSE CADACORDO.
                IF W-DISC-ABERTO = "S"
                   CLOSE CADDISC.
                CLOSE CADALUNO CADNOTAH CADMATRI RELREMAT RELPENFIN.
       ROT-FIMS.
                STOP RUN.
