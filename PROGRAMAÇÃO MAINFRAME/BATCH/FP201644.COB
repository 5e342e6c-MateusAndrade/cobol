      * REAJUSTES DE CADCARGO-HIST.TXT,    *
      * LOCALIZA OS FUNCIONARIOS DO CARGO  *
      * EM CADFUNC, COMPARA COM O QUE FOI  *
      * PAGO NA COMPETENCIA (FOLHAHIST,    *
      * FOLHA NORMAL MAIS COMPLEMENTARES)  *
      * E GERA O REGISTRO SUPLEMENTAR      *
      * (FOLHARET.TXT) NO FORMATO DE       *
      * FP201614                           *
      * FUNCIONARIO COM HISTORICO DE       *
      * SALARIO INDIVIDUAL (CADSALFUN.DAT) *
      * TEM A DIFERENCA ENTRE O SALARIO    *
      * VIGENTE NA COMPETENCIA E O QUE     *
      * ESTAVA REGISTRADO NA DATA DO       *
      * CALCULO; O REAJUSTE DO CARGO SO    *
      * ALCANCA QUEM RECEBE PELO CARGO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADSALFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLF-CHAVE
                    FILE STATUS  IS ST-SLF.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IRF-FAIXA
                    FILE STATUS  IS ST-IRRF.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT FOLHARET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
                03 CIDADE              PIC X(20).
                03 UF                  PIC X(02).
                03 FILLER              PIC X(23).
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
       FD CADCARGO
               LABEL RECORD IS STANDARD
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
                03 FILLER            PIC X(10).
      *
       FD CADINSS
               LABEL RECORD IS STANDARD
                03 IRF-PARCELA   PIC 9(6)V99.
                03 IRF-DEDUCDEP  PIC 9(4)V99.
                03 FILLER        PIC X(37).
      *
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                   05 DEP-CHAPA      PIC 9(05).
                   05 DEP-SEQ        PIC 9(01).
                03 DEP-NOME          PIC X(30).
                03 DEP-NASC.
                   05 DEP-DIA        PIC 9(02).
                   05 DEP-MES        PIC 9(02).
                   05 DEP-ANO        PIC 9(04).
                03 DEP-CPF           PIC 9(11).
                03 DEP-TIPO          PIC X(01).
                03 DEP-IRRF          PIC X(01).
                03 DEP-SALFAM        PIC X(01).
                03 FILLER            PIC X(07).
      *
       FD FOLHARET
               LABEL RECORD IS STANDARD
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-SLF       PIC X(02) VALUE "00".
       77 W-SLF-ABERTO PIC X(01) VALUE "N".
       77 W-SLF-REF    PIC 9(08) VALUE ZEROS.
       77 W-SLF-REG-LIM PIC 9(08) VALUE ZEROS.
       77 W-SAL-FUNC   PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-AUX    PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-DEVIDO PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-ORIGEM PIC X(01) VALUE SPACES.
       77 W-SEMHIST    PIC 9(04) VALUE ZEROS.
       77 ST-FH        PIC X(02) VALUE "00".
       77 ST-INSS      PIC X(02) VALUE "00".
       77 ST-IRRF      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-QTDE       PIC 9(04) VALUE ZEROS.
       77 W-SEMFOLHA   PIC 9(04) VALUE ZEROS.
       77 W-PG-ACHOU   PIC X(01) VALUE "N".
       77 W-PG-BRUTO   PIC 9(7)V99 VALUE ZEROS.
       77 W-PG-INSS    PIC 9(7)V99 VALUE ZEROS.
       77 W-PG-IRRF    PIC 9(7)V99 VALUE ZEROS.
       77 W-PG-DATA    PIC 9(08) VALUE ZEROS.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-CARGOS     PIC 9(02) VALUE ZEROS.

       01 W-FAIXA-ANT        PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-IRRF        PIC S9(7)V99 VALUE ZEROS.
       01 W-IRRF-CALC        PIC S9(7)V99 VALUE ZEROS.
       77 ST-DEP             PIC X(02) VALUE "00".
       01 W-DEP-ABERTO       PIC X(01) VALUE "N".
       01 W-DEP-SEQ          PIC 9(02) VALUE ZEROS.
       01 W-DEP-IRRF         PIC 9(02) VALUE ZEROS.
       01 W-TOT-BRUTO        PIC S9(8)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO      PIC S9(8)V99 VALUE ZEROS.

                            ST-FUNC
                   CLOSE CADHIST
                   GO TO ROT-FIMS.
                OPEN INPUT CADSALFUN
                IF ST-SLF = "00"
                   MOVE "S" TO W-SLF-ABERTO.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-FH
                   CLOSE CADHIST CADFUNC CADCARGO
                   GO TO ROT-FIMS.
                OPEN INPUT CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO
                ELSE
                   DISPLAY "AVISO: CADDEP.DAT AUSENTE - DEPENDENTES "
                           "DO IRRF POR NFILHOS".
                OPEN INPUT CADINSS
                IF ST-INSS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA TABELA CADINSS - "
      **********************************
      *
       LE-FUNC-INI.
                IF W-CARGOS = ZEROS AND W-SLF-ABERTO NOT = "S"
                   DISPLAY "*** SEM REAJUSTES NO PERIODO ***"
                   GO TO ROT-RODAPE.
       LE-FUNC.
                     AT END GO TO ROT-RODAPE.
                IF DATADEMIS OF REGFUNC NOT = ZEROS
                   GO TO LE-FUNC.
                MOVE CCARGO OF REGFUNC TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        MOVE ZEROS TO SALARIO-BASE OF REGCARGO.
                COMPUTE W-SLF-REF = W-COMP-ANO * 10000
                        + W-COMP-MES * 100 + 31
                MOVE 99999999 TO W-SLF-REG-LIM
                PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                IF W-SAL-ORIGEM = "H"
                   MOVE W-SAL-FUNC TO W-SAL-DEVIDO
                   PERFORM CALCULA-DIF THRU CALCULA-DIF-FIM
                   GO TO LE-FUNC.
                IF W-SAL-ORIGEM = "F"
                   GO TO LE-FUNC.
                MOVE 1 TO W-I.
       LE-FUNC-BUSCA.
                IF W-I > W-CARGOS GO TO LE-FUNC.
      **********************************
      *
       CALCULA-DIF.
                PERFORM SOMA-PAGO THRU SOMA-PAGO-FIM
                IF W-PG-ACHOU NOT = "S"
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
                   MOVE "SEM FOLHA CALCULADA NA COMPETENCIA"
                        TO LE-MOTIVO
                   WRITE REGRET FROM LIN-EXCECAO
                   ADD 1 TO W-SEMFOLHA
                   GO TO CALCULA-DIF-FIM.
                IF W-SAL-ORIGEM = "H"
                   GO TO CALCULA-DIF-IND.
                COMPUTE W-DIF-BASE = TRC-NOVO (W-I) - TRC-ANT (W-I)
                GO TO CALCULA-DIF-APLICA.
       CALCULA-DIF-IND.
                MOVE W-PG-DATA TO W-SLF-REG-LIM
                PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                IF W-SAL-ORIGEM NOT = "H"
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
                   MOVE "SALARIO PAGO SEM HISTORICO INDIVIDUAL"
                        TO LE-MOTIVO
                   WRITE REGRET FROM LIN-EXCECAO
                   ADD 1 TO W-SEMHIST
                   GO TO CALCULA-DIF-FIM.
                COMPUTE W-DIF-BASE = W-SAL-DEVIDO - W-SAL-FUNC.
       CALCULA-DIF-APLICA.
                IF W-DIF-BASE = ZEROS
                   GO TO CALCULA-DIF-FIM.
                COMPUTE W-BRUTO-CALC = W-PG-BRUTO + W-DIF-BASE
                IF W-BRUTO-CALC > ZEROS
                   MOVE W-BRUTO-CALC TO W-BRUTO
                ELSE
                   MOVE ZEROS TO W-BRUTO.
                PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
                PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
                COMPUTE W-DIF-BRUTO = W-BRUTO - W-PG-BRUTO
                COMPUTE W-DIF-INSS = W-INSS - W-PG-INSS
                COMPUTE W-DIF-IRRF = W-IRRF - W-PG-IRRF
                COMPUTE W-DIF-LIQUIDO = W-DIF-BRUTO - W-DIF-INSS
                        - W-DIF-IRRF
                MOVE CHAPA OF REGFUNC TO LD-CHAPA
                EXIT.
      *
      **********************************
      * SOMA O QUE FOI PAGO DE SALARIO *
      * NA COMPETENCIA: FOLHA NORMAL   *
      * (TIPO N) E COMPLEMENTARES (C)  *
      **********************************
      *
       SOMA-PAGO.
                MOVE "N" TO W-PG-ACHOU
                MOVE ZEROS TO W-PG-BRUTO W-PG-INSS W-PG-IRRF W-PG-DATA
                MOVE CHAPA OF REGFUNC TO FH-CHAPA
                MOVE W-COMP-MES TO FH-COMP-MES
                MOVE W-COMP-ANO TO FH-COMP-ANO
                MOVE SPACES TO FH-TIPO
                MOVE ZEROS TO FH-SEQ
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO SOMA-PAGO-FIM.
       SOMA-PAGO-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO SOMA-PAGO-FIM.
                IF FH-CHAPA NOT = CHAPA OF REGFUNC
                   OR FH-COMP-MES NOT = W-COMP-MES
                   OR FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO SOMA-PAGO-FIM.
                IF FH-TIPO NOT = "N" AND FH-TIPO NOT = "C"
                   GO TO SOMA-PAGO-LE.
                IF FH-TIPO = "N"
                   MOVE "S" TO W-PG-ACHOU
                   MOVE FH-DATA-CALC TO W-PG-DATA.
                ADD FH-BRUTO TO W-PG-BRUTO
                ADD FH-INSS TO W-PG-INSS
                ADD FH-IRRF TO W-PG-IRRF
                GO TO SOMA-PAGO-LE.
       SOMA-PAGO-FIM.
                EXIT.
      *
      **********************************
      * CALCULO PROGRESSIVO DO INSS    *
      * PELAS FAIXAS DE CADINSS.DAT    *
      **********************************
      **********************************
      * CALCULO DO IRRF PELAS FAIXAS   *
      * DE CADIRRF.DAT COM DEDUCAO     *
      * POR DEPENDENTE (CADDEP)        *
      **********************************
      *
       CALCULA-IRRF.
                MOVE ZEROS TO W-IRRF
                PERFORM CONTA-DEPENDENTES THRU CONTA-DEPENDENTES-FIM
                MOVE 1 TO IRF-FAIXA
                READ CADIRRF
                     INVALID KEY GO TO CALCULA-IRRF-FIM.
                COMPUTE W-BASE-IRRF = W-BRUTO - W-INSS -
                        (W-DEP-IRRF * IRF-DEDUCDEP)
                IF W-BASE-IRRF NOT > ZEROS
                   GO TO CALCULA-IRRF-FIM.
                MOVE 1 TO W-FX.
                   MOVE W-IRRF-CALC TO W-IRRF.
       CALCULA-IRRF-FIM.
                EXIT.
      *
      **********************************
      * DEPENDENTES DA CHAPA EM CADDEP:*
      * DEDUZ NO IRRF QUEM TEM O       *
      * INDICADOR DE IRRF (SEM         *
      * INDICADOR CONTA, COMO ANTES).  *
      * SEM CADDEP, VALE NFILHOS       *
      **********************************
      *
       CONTA-DEPENDENTES.
                MOVE ZEROS TO W-DEP-IRRF
                IF W-DEP-ABERTO NOT = "S"
                   MOVE NFILHOS OF REGFUNC TO W-DEP-IRRF
                   GO TO CONTA-DEPENDENTES-FIM.
                MOVE 1 TO W-DEP-SEQ.
       CONTA-DEPENDENTES-LOOP.
                IF W-DEP-SEQ > 9 GO TO CONTA-DEPENDENTES-FIM.
                MOVE CHAPA OF REGFUNC TO DEP-CHAPA
                MOVE W-DEP-SEQ TO DEP-SEQ
                ADD 1 TO W-DEP-SEQ
                READ CADDEP
                     INVALID KEY GO TO CONTA-DEPENDENTES-LOOP.
                IF DEP-IRRF NOT = "N"
                   ADD 1 TO W-DEP-IRRF.
                GO TO CONTA-DEPENDENTES-LOOP.
       CONTA-DEPENDENTES-FIM.
                EXIT.
      *
       ROT-RODAPE.
                WRITE REGRET FROM LIN-TRACO
                MOVE W-TOT-LIQUIDO TO RD-LIQUIDO
                WRITE REGRET FROM LIN-RODAPE3
                DISPLAY "DIFERENCAS GERADAS: " W-QTDE
                DISPLAY "SEM FOLHA NA COMPETENCIA: " W-SEMFOLHA
                DISPLAY "SEM HISTORICO DO SALARIO PAGO: " W-SEMHIST.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                CLOSE CADHIST CADFUNC CADCARGO FOLHAHIST CADINSS
                      CADIRRF FOLHARET.
       ROT-FIMS.
                STOP RUN.
      *
      **********************************
      * SALARIO INDIVIDUAL VIGENTE EM  *
      * W-SLF-REF, CONSIDERANDO SO OS  *
      * REGISTROS FEITOS ATE           *
      * W-SLF-REG-LIM. SEM HISTORICO,  *
      * VALE O SALARIO DO CADASTRO E,  *
      * NA FALTA DESTE, O DO CARGO     *
      **********************************
      *
       BUSCA-SALFUN.
                MOVE SALARIO-BASE OF REGCARGO TO W-SAL-FUNC
                MOVE "C" TO W-SAL-ORIGEM
                IF SALBASE OF REGFUNC NOT = SPACES
                   MOVE SALBASE OF REGFUNC TO W-SAL-AUX
                   IF W-SAL-AUX > ZEROS
                      MOVE W-SAL-AUX TO W-SAL-FUNC
                      MOVE "F" TO W-SAL-ORIGEM.
                IF W-SLF-ABERTO NOT = "S"
                   GO TO BUSCA-SALFUN-FIM.
                MOVE CHAPA OF REGFUNC TO SLF-CHAPA
                MOVE ZEROS TO SLF-VIGENCIA
                START CADSALFUN KEY IS NOT LESS THAN SLF-CHAVE
                     INVALID KEY GO TO BUSCA-SALFUN-FIM.
       BUSCA-SALFUN-LE.
                READ CADSALFUN NEXT
                     AT END GO TO BUSCA-SALFUN-FIM.
                IF SLF-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO BUSCA-SALFUN-FIM.
                IF SLF-VIGENCIA > W-SLF-REF
                   GO TO BUSCA-SALFUN-FIM.
                IF SLF-DATA-REG > W-SLF-REG-LIM
                   GO TO BUSCA-SALFUN-LE.
                MOVE SLF-SALARIO TO W-SAL-FUNC
                MOVE "H" TO W-SAL-ORIGEM
                GO TO BUSCA-SALFUN-LE.
       BUSCA-SALFUN-FIM.
                EXIT.
