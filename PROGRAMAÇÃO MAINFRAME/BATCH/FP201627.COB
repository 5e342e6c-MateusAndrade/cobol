      * PROPORCIONAL A PARTIR DE CADFUNC / *
      * CADCARGO, COM ADIANTAMENTO DE      *
      * NOVEMBRO (PARCELA 1) E QUITACAO DE *
      * DEZEMBRO (PARCELA 2). PERDE O AVO  *
      * O MES COM MAIS DE 15 DIAS DE       *
      * AFASTAMENTO PELO INSS OU SEM       *
      * REMUNERACAO (CADAFAST.DAT)         *
      * BASE INCLUI OS ADICIONAIS DE       *
      * INSALUBRIDADE OU PERICULOSIDADE E  *
      * O ANUENIO                          *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
      * CADA PARCELA E GRAVADA EM          *
      * FOLHAHIST.DAT COMO FOLHA TIPO D    *
      * (PARCELA 1 NA COMPETENCIA 11,      *
      * PARCELA 2 NA 12), COM FGTS DE 8%   *
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
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANU-ANOS
                    FILE STATUS  IS ST-ANU.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT CADINSS ASSIGN TO DISK
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
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-AFA.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT REL13 ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
                03 BAIRRO              PIC X(20).
                03 CIDADE              PIC X(20).
                03 UF                  PIC X(02).
                03 FUN-EMPRESA         PIC 9(01).
                03 FUN-EMPRESA-X REDEFINES FUN-EMPRESA PIC X(01).
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FUN-ADIC-GRAU       PIC 9(01).
                03 FUN-ADIC-GRAU-X REDEFINES FUN-ADIC-GRAU PIC X(01).
                03 FUN-ADIC-PERC       PIC 9(2)V99.
                03 FUN-ADIC-PERC-X REDEFINES FUN-ADIC-PERC PIC X(04).
                03 FILLER              PIC X(16).
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
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB        PIC 9(1).
                03 GRAU-INSALUB-X REDEFINES GRAU-INSALUB PIC X(1).
                03 PERC-ADICIONAL      PIC 9(2)V99.
                03 PERC-ADICIONAL-X REDEFINES PERC-ADICIONAL
                                       PIC X(4).
                03 FILLER              PIC X(25).
      *
       FD CADANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANUENIO.DAT".
       01 REGANUENIO.
                03 ANU-ANOS      PIC 9(02).
                03 ANU-PERC      PIC 9(2)V99.
                03 FILLER        PIC X(14).
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
                03 EMP-SAL-MINIMO PIC 9(6)V99.
                03 EMP-SAL-MINIMO-X REDEFINES EMP-SAL-MINIMO PIC X(08).
                03 FILLER        PIC X(17).
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
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFA-CHAVE.
                   05 AFA-CHAPA      PIC 9(05).
                   05 AFA-SEQ        PIC 9(02).
                03 AFA-TIPO          PIC X(01).
                03 AFA-INICIO.
                   05 AFA-IN-DIA     PIC 9(02).
                   05 AFA-IN-MES     PIC 9(02).
                   05 AFA-IN-ANO     PIC 9(04).
                03 AFA-FIM.
                   05 AFA-FI-DIA     PIC 9(02).
                   05 AFA-FI-MES     PIC 9(02).
                   05 AFA-FI-ANO     PIC 9(04).
                03 AFA-CID           PIC X(06).
                03 AFA-BENEFICIO     PIC 9(10).
                03 FILLER            PIC X(20).
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
       FD REL13
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-SLF       PIC X(02) VALUE "00".
       77 W-SLF-ABERTO PIC X(01) VALUE "N".
       77 W-SLF-REF    PIC 9(08) VALUE ZEROS.
       77 W-SAL-FUNC   PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-AUX    PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-ORIGEM PIC X(01) VALUE SPACES.
       77 ST-INSS      PIC X(02) VALUE "00".
       77 ST-IRRF      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-HOL       PIC X(02) VALUE "00".
       77 W-QTDE       PIC 9(04) VALUE ZEROS.
       77 ST-AFA             PIC X(02) VALUE "00".
       77 ST-HIST            PIC X(02) VALUE "00".
       01 W-HIST-ABERTO      PIC X(01) VALUE "N".
       01 W-AFA-ABERTO       PIC X(01) VALUE "N".
       01 W-DT-DIA           PIC 9(02) VALUE ZEROS.
       01 W-DT-MES           PIC 9(02) VALUE ZEROS.
       01 W-DT-ANO           PIC 9(04) VALUE ZEROS.
       01 W-DT-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-DT-ULTIMO        PIC X(01) VALUE "N".
       01 W-DT-NUM           PIC 9(07) VALUE ZEROS.
       01 W-DT-QUOC          PIC 9(04) VALUE ZEROS.
       01 W-DT-REM4          PIC 9(01) VALUE ZEROS.
       01 W-PER-INI-N        PIC 9(07) VALUE ZEROS.
       01 W-PER-FIM-N        PIC 9(07) VALUE ZEROS.
       01 W-AF-INI-N         PIC 9(07) VALUE ZEROS.
       01 W-AF-FIM-N         PIC 9(07) VALUE ZEROS.
       01 W-SB-INI           PIC 9(07) VALUE ZEROS.
       01 W-SB-FIM           PIC 9(07) VALUE ZEROS.
       01 W-SB-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-AF-EMP           PIC 9(05) VALUE ZEROS.
       01 W-AF-INSS          PIC 9(05) VALUE ZEROS.
       01 W-AF-MATER         PIC 9(05) VALUE ZEROS.
       01 W-AF-SREM          PIC 9(05) VALUE ZEROS.
       01 W-AV-ANO           PIC 9(04) VALUE ZEROS.
       01 W-AV-MES-INI       PIC 9(02) VALUE ZEROS.
       01 W-AV-MES-FIM       PIC 9(02) VALUE ZEROS.
       01 W-AV-MES           PIC 9(02) VALUE ZEROS.
       01 W-AV-PERDIDOS      PIC 9(02) VALUE ZEROS.

       01 W-ANOCALC          PIC 9(04) VALUE ZEROS.
       01 W-PARCELA          PIC 9(01) VALUE ZEROS.
       01 W-FAIXA-ANT        PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-IRRF        PIC S9(7)V99 VALUE ZEROS.
       01 W-IRRF-CALC        PIC S9(7)V99 VALUE ZEROS.
       77 ST-DEP             PIC X(02) VALUE "00".
       01 W-DEP-ABERTO       PIC X(01) VALUE "N".
       01 W-DEP-SEQ          PIC 9(02) VALUE ZEROS.
       01 W-DEP-IRRF         PIC 9(02) VALUE ZEROS.
       01 W-LIQ-CALC         PIC S9(7)V99 VALUE ZEROS.
       01 W-TOT-BRUTO        PIC 9(8)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO      PIC 9(8)V99 VALUE ZEROS.
       77 ST-EMP             PIC X(02) VALUE "00".
       77 W-EMP-ABERTO       PIC X(01) VALUE "N".
       77 ST-ANU             PIC X(02) VALUE "00".
       01 W-ANU-ABERTO       PIC X(01) VALUE "N".
       01 W-ADC-TIPO         PIC X(01) VALUE "N".
       01 W-ADC-GRAU         PIC 9(01) VALUE ZEROS.
       01 W-ADC-PERC         PIC 9(2)V99 VALUE ZEROS.
       01 W-ADC-ANOS         PIC S9(03) VALUE ZEROS.
       01 W-ADC-EMP          PIC 9(01) VALUE ZEROS.
       01 W-ADC-EMP-LIDA     PIC 9(01) VALUE ZEROS.
       01 W-ADC-REF.
           03 W-ADC-REF-ANO      PIC 9(04).
           03 W-ADC-REF-MES      PIC 9(02).
           03 W-ADC-REF-DIA      PIC 9(02).
       01 W-ANU-PERC         PIC 9(2)V99 VALUE ZEROS.
       01 W-SAL-MINIMO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-INSALUB       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-PERICUL       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-ANUENIO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-ADICIONAL     PIC 9(6)V99 VALUE ZEROS.

       01 LIN-CAB1.
          03 FILLER        PIC X(25) VALUE SPACES.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   GO TO ROT-FIM.
                OPEN INPUT CADSALFUN
                IF ST-SLF = "00"
                   MOVE "S" TO W-SLF-ABERTO.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-CARGO
                   CLOSE CADFUNC
                   GO TO ROT-FIM.
                OPEN INPUT CADANUENIO
                IF ST-ANU = "00"
                   MOVE "S" TO W-ANU-ABERTO
                ELSE
                   DISPLAY "AVISO: CADANUENIO.DAT AUSENTE - SEM "
                           "ANUENIO".
                OPEN INPUT CADEMP
                IF ST-EMP = "00"
                   MOVE "S" TO W-EMP-ABERTO
                ELSE
                   DISPLAY "AVISO: CADEMP.DAT AUSENTE - SEM "
                           "SALARIO MINIMO PARA INSALUBRIDADE".
                OPEN INPUT CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO
                ELSE
                   DISPLAY "AVISO: CADDEP.DAT AUSENTE - DEPENDENTES "
                           "DO IRRF POR NFILHOS".
                OPEN INPUT CADINSS
                IF ST-INSS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA TABELA CADINSS - "
                            ST-IRRF
                   CLOSE CADFUNC CADCARGO CADINSS
                   GO TO ROT-FIM.
                OPEN INPUT CADAFAST
                IF ST-AFA = "00"
                   MOVE "S" TO W-AFA-ABERTO
                ELSE
                   DISPLAY "AVISO: CADAFAST.DAT AUSENTE - SEM "
                           "AFASTAMENTOS".
                OPEN I-O FOLHAHIST
                IF ST-HIST = "30" OR "35"
                   OPEN OUTPUT FOLHAHIST
                   CLOSE FOLHAHIST
                   OPEN I-O FOLHAHIST.
                IF ST-HIST = "00"
                   MOVE "S" TO W-HIST-ABERTO
                ELSE
                   DISPLAY "AVISO: FOLHAHIST.DAT INDISPONIVEL - 13o "
                           "NAO GRAVADO NO HISTORICO - " ST-HIST.
                OPEN OUTPUT REL13
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO REL13 - "
                READ CADCARGO RECORD
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY MOVE "S" TO W-CARGO-OK.
                IF CARGO-ENCONTRADO
                   COMPUTE W-SLF-REF = W-ANOCALC * 10000 + 1231
                   IF W-PARCELA = 1
                      COMPUTE W-SLF-REF = W-ANOCALC * 10000 + 1130.
                IF CARGO-ENCONTRADO
                   PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM.
                IF NOT CARGO-ENCONTRADO
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
                   MOVE "CARGO NAO CADASTRADO EM CADCARGO" TO LE-MOTIVO
                   MOVE "SEM MESES DE DIREITO NO ANO" TO LE-MOTIVO
                   WRITE REGREL13 FROM LIN-EXCECAO
                   GO TO CALCULA-13-FIM.
                MOVE W-ANOCALC TO W-ADC-REF-ANO
                MOVE 12 TO W-ADC-REF-MES
                MOVE 31 TO W-ADC-REF-DIA
                IF W-PARCELA = 1
                   MOVE 11 TO W-ADC-REF-MES
                   MOVE 30 TO W-ADC-REF-DIA.
                PERFORM CALCULA-ADICIONAIS THRU CALCULA-ADICIONAIS-FIM
                COMPUTE W-BRUTO = (W-SAL-FUNC
                        + W-VL-ADICIONAL) * W-MESES / 12
                IF W-PARCELA = 1
                   COMPUTE W-LIQUIDO = W-BRUTO / 2
                   MOVE ZEROS TO W-INSS W-IRRF W-ADIANT
                      MOVE ZEROS TO W-LIQUIDO.
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                PERFORM MONTA-HOLERITE THRU MONTA-HOLERITE-FIM
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                ADD 1 TO W-QTDE
                ADD W-BRUTO TO W-TOT-BRUTO
                ADD W-LIQUIDO TO W-TOT-LIQUIDO.
                EXIT.
      *
      **********************************
      * GRAVA A PARCELA EM FOLHAHIST   *
      * (TIPO D, SEQUENCIA 01): NOVEM- *
      * BRO SO O ADIANTAMENTO, DEZEMBRO*
      * O SALDO COM INSS E IRRF        *
      **********************************
      *
       GRAVA-HIST.
                IF W-HIST-ABERTO NOT = "S"
                   GO TO GRAVA-HIST-FIM.
                MOVE CHAPA OF REGFUNC TO FH-CHAPA
                MOVE W-ANOCALC TO FH-COMP-ANO
                MOVE "D" TO FH-TIPO
                MOVE 01 TO FH-SEQ
                IF W-PARCELA = 1
                   MOVE 11 TO FH-COMP-MES
                   MOVE W-LIQUIDO TO FH-BRUTO
                ELSE
                   MOVE 12 TO FH-COMP-MES
                   COMPUTE FH-BRUTO = W-BRUTO - W-ADIANT.
                MOVE W-INSS TO FH-INSS
                MOVE W-IRRF TO FH-IRRF
                MOVE W-LIQUIDO TO FH-LIQUIDO
                COMPUTE FH-FGTS = FH-BRUTO * 8 / 100
                MOVE 1 TO FH-EMPRESA
                IF FUN-EMPRESA-X OF REGFUNC NUMERIC AND
                   FUN-EMPRESA OF REGFUNC > ZEROS
                   MOVE FUN-EMPRESA OF REGFUNC TO FH-EMPRESA.
                ACCEPT FH-DATA-CALC FROM DATE YYYYMMDD
                WRITE REGFHIST
                IF ST-HIST = "22"
                   REWRITE REGFHIST.
                IF ST-HIST NOT = "00" AND ST-HIST NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO FOLHAHIST - CHAPA "
                           CHAPA OF REGFUNC " TIPO D - " ST-HIST.
       GRAVA-HIST-FIM.
                EXIT.
      *
      **********************************
      * MESES DE DIREITO NO ANO        *
      * (AVOS DESDE A ADMISSAO OU      *
      * DESDE JANEIRO), MENOS OS AVOS  *
      * PERDIDOS POR AFASTAMENTO       *
      **********************************
      *
       CALCULA-MESES.
                MOVE 1 TO W-AV-MES-INI
                IF ADM-ANO < W-ANOCALC
                   MOVE 12 TO W-MESES
                   GO TO CALCULA-MESES-AFA.
                COMPUTE W-MESES = 12 - ADM-MES + 1
                MOVE ADM-MES TO W-AV-MES-INI
                IF ADM-DIA > 15
                   SUBTRACT 1 FROM W-MESES
                   ADD 1 TO W-AV-MES-INI.
       CALCULA-MESES-AFA.
                MOVE W-ANOCALC TO W-AV-ANO
                MOVE 12 TO W-AV-MES-FIM
                PERFORM AVOS-AFAST THRU AVOS-AFAST-FIM
                IF W-AV-PERDIDOS > W-MESES
                   MOVE ZEROS TO W-MESES
                ELSE
                   SUBTRACT W-AV-PERDIDOS FROM W-MESES.
       CALCULA-MESES-FIM.
                EXIT.
      *
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
                WRITE REGREL13 FROM LIN-TRACO
                MOVE W-TOT-BRUTO TO RD-BRUTO
                WRITE REGREL13 FROM LIN-RODAPE2
                MOVE W-TOT-LIQUIDO TO RD-LIQUIDO
                WRITE REGREL13 FROM LIN-RODAPE3
                GO TO ROT-FIM.
      *
      **********************************
      * DIAS DE AFASTAMENTO (CADAFAST) *
      * NO PERIODO W-PER-INI-N A       *
      * W-PER-FIM-N (MES COMERCIAL DE  *
      * 30 DIAS): DOENCA/ACIDENTE COM  *
      * 15 PRIMEIROS DIAS PELA EMPRESA *
      * E OS DEMAIS PELO INSS,         *
      * MATERNIDADE E LICENCA NAO      *
      * REMUNERADA                     *
      **********************************
      *
       APURA-AFAST.
                MOVE ZEROS TO W-AF-EMP W-AF-INSS W-AF-MATER W-AF-SREM
                IF W-AFA-ABERTO NOT = "S"
                   GO TO APURA-AFAST-FIM.
                MOVE CHAPA OF REGFUNC TO AFA-CHAPA
                MOVE ZEROS TO AFA-SEQ
                START CADAFAST KEY IS NOT LESS THAN AFA-CHAVE
                     INVALID KEY GO TO APURA-AFAST-FIM.
       APURA-AFAST-LE.
                READ CADAFAST NEXT RECORD
                     AT END GO TO APURA-AFAST-FIM.
                IF AFA-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO APURA-AFAST-FIM.
                MOVE AFA-IN-DIA TO W-DT-DIA
                MOVE AFA-IN-MES TO W-DT-MES
                MOVE AFA-IN-ANO TO W-DT-ANO
                MOVE "N" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-AF-INI-N
                MOVE 9999999 TO W-AF-FIM-N
                IF AFA-FIM NOT = ZEROS
                   MOVE AFA-FI-DIA TO W-DT-DIA
                   MOVE AFA-FI-MES TO W-DT-MES
                   MOVE AFA-FI-ANO TO W-DT-ANO
                   MOVE "S" TO W-DT-ULTIMO
                   PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                   MOVE W-DT-NUM TO W-AF-FIM-N.
                MOVE W-AF-INI-N TO W-SB-INI
                MOVE W-AF-FIM-N TO W-SB-FIM
                IF AFA-TIPO = "M"
                   PERFORM SOBREPOE THRU SOBREPOE-FIM
                   ADD W-SB-DIAS TO W-AF-MATER
                   GO TO APURA-AFAST-LE.
                IF AFA-TIPO = "S"
                   PERFORM SOBREPOE THRU SOBREPOE-FIM
                   ADD W-SB-DIAS TO W-AF-SREM
                   GO TO APURA-AFAST-LE.
                COMPUTE W-SB-FIM = W-AF-INI-N + 14
                IF W-SB-FIM > W-AF-FIM-N
                   MOVE W-AF-FIM-N TO W-SB-FIM.
                PERFORM SOBREPOE THRU SOBREPOE-FIM
                ADD W-SB-DIAS TO W-AF-EMP
                IF W-AF-FIM-N < W-AF-INI-N + 15
                   GO TO APURA-AFAST-LE.
                COMPUTE W-SB-INI = W-AF-INI-N + 15
                MOVE W-AF-FIM-N TO W-SB-FIM
                PERFORM SOBREPOE THRU SOBREPOE-FIM
                ADD W-SB-DIAS TO W-AF-INSS
                GO TO APURA-AFAST-LE.
       APURA-AFAST-FIM.
                EXIT.
      *
       SOBREPOE.
                MOVE ZEROS TO W-SB-DIAS
                IF W-SB-INI < W-PER-INI-N
                   MOVE W-PER-INI-N TO W-SB-INI.
                IF W-SB-FIM > W-PER-FIM-N
                   MOVE W-PER-FIM-N TO W-SB-FIM.
                IF W-SB-FIM < W-SB-INI
                   GO TO SOBREPOE-FIM.
                COMPUTE W-SB-DIAS = W-SB-FIM - W-SB-INI + 1.
       SOBREPOE-FIM.
                EXIT.
      *
      **********************************
      * DATA EM DIAS NO CALENDARIO     *
      * COMERCIAL (ANO DE 360 DIAS):   *
      * DIA 31 VALE 30 E O ULTIMO DIA  *
      * DE FEVEREIRO VALE 30 QUANDO    *
      * W-DT-ULTIMO = "S" (FIM DE      *
      * PERIODO)                       *
      **********************************
      *
       CONVERTE-DATA.
                MOVE W-DT-DIA TO W-DT-DIAC
                IF W-DT-DIAC > 30
                   MOVE 30 TO W-DT-DIAC.
                IF W-DT-ULTIMO = "S" AND W-DT-MES = 2 AND
                   W-DT-DIAC > 27
                   DIVIDE W-DT-ANO BY 4 GIVING W-DT-QUOC
                          REMAINDER W-DT-REM4
                   IF W-DT-DIAC = 29 OR W-DT-REM4 NOT = ZEROS
                      MOVE 30 TO W-DT-DIAC.
                COMPUTE W-DT-NUM = (W-DT-ANO * 360)
                        + ((W-DT-MES - 1) * 30) + W-DT-DIAC - 1.
       CONVERTE-DATA-FIM.
                EXIT.
      *
      **********************************
      * AVOS PERDIDOS POR AFASTAMENTO: *
      * MES DE W-AV-MES-INI A          *
      * W-AV-MES-FIM DE W-AV-ANO COM   *
      * MAIS DE 15 DIAS PELO INSS OU   *
      * SEM REMUNERACAO                *
      **********************************
      *
       AVOS-AFAST.
                MOVE ZEROS TO W-AV-PERDIDOS
                IF W-AFA-ABERTO NOT = "S"
                   GO TO AVOS-AFAST-FIM.
                MOVE W-AV-MES-INI TO W-AV-MES.
       AVOS-AFAST-LOOP.
                IF W-AV-MES > W-AV-MES-FIM OR W-AV-MES > 12
                   GO TO AVOS-AFAST-FIM.
                MOVE 1 TO W-DT-DIA
                MOVE W-AV-MES TO W-DT-MES
                MOVE W-AV-ANO TO W-DT-ANO
                MOVE "N" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-PER-INI-N
                COMPUTE W-PER-FIM-N = W-DT-NUM + 29
                PERFORM APURA-AFAST THRU APURA-AFAST-FIM
                IF W-AF-INSS + W-AF-SREM > 15
                   ADD 1 TO W-AV-PERDIDOS.
                ADD 1 TO W-AV-MES
                GO TO AVOS-AFAST-LOOP.
       AVOS-AFAST-FIM.
                EXIT.
      *
      **********************************
      * ADICIONAIS MENSAIS INTEGRAIS:  *
      * INSALUBRIDADE (GRAU 1/2/3 =    *
      * 10/20/40% DO SALARIO MINIMO DE *
      * CADEMP) OU PERICULOSIDADE (30% *
      * DO SALARIO-BASE), PELO CARGO OU*
      * PELA EXCECAO DO FUNCIONARIO, E *
      * ANUENIO PELOS ANOS COMPLETOS   *
      * ATE W-ADC-REF (CADANUENIO.DAT) *
      **********************************
      *
       CALCULA-ADICIONAIS.
                MOVE ZEROS TO W-VL-INSALUB W-VL-PERICUL W-VL-ANUENIO
                              W-VL-ADICIONAL W-ADC-GRAU W-ADC-PERC
                              W-ANU-PERC
                MOVE "N" TO W-ADC-TIPO
                IF TIPO-ADICIONAL OF REGCARGO = "I" OR "P"
                   MOVE TIPO-ADICIONAL OF REGCARGO TO W-ADC-TIPO.
                IF W-ADC-TIPO NOT = "N" AND
                   GRAU-INSALUB-X OF REGCARGO NUMERIC
                   MOVE GRAU-INSALUB OF REGCARGO TO W-ADC-GRAU.
                IF W-ADC-TIPO NOT = "N" AND
                   PERC-ADICIONAL-X OF REGCARGO NUMERIC
                   MOVE PERC-ADICIONAL OF REGCARGO TO W-ADC-PERC.
                IF FUN-ADIC-TIPO OF REGFUNC = "I" OR "P" OR "N"
                   MOVE FUN-ADIC-TIPO OF REGFUNC TO W-ADC-TIPO
                   MOVE ZEROS TO W-ADC-GRAU W-ADC-PERC.
                IF W-ADC-TIPO NOT = "N" AND
                   FUN-ADIC-TIPO OF REGFUNC = W-ADC-TIPO AND
                   FUN-ADIC-GRAU-X OF REGFUNC NUMERIC
                   MOVE FUN-ADIC-GRAU OF REGFUNC TO W-ADC-GRAU.
                IF W-ADC-TIPO NOT = "N" AND
                   FUN-ADIC-TIPO OF REGFUNC = W-ADC-TIPO AND
                   FUN-ADIC-PERC-X OF REGFUNC NUMERIC
                   MOVE FUN-ADIC-PERC OF REGFUNC TO W-ADC-PERC.
                IF W-ADC-TIPO = "I" AND W-ADC-PERC = ZEROS
                   IF W-ADC-GRAU = 1
                      MOVE 10 TO W-ADC-PERC
                   ELSE
                      IF W-ADC-GRAU = 2
                         MOVE 20 TO W-ADC-PERC
                      ELSE
                         IF W-ADC-GRAU = 3
                            MOVE 40 TO W-ADC-PERC.
                IF W-ADC-TIPO = "P" AND W-ADC-PERC = ZEROS
                   MOVE 30 TO W-ADC-PERC.
                IF W-ADC-TIPO = "I"
                   PERFORM BUSCA-SAL-MINIMO THRU BUSCA-SAL-MINIMO-FIM
                   COMPUTE W-VL-INSALUB ROUNDED = W-SAL-MINIMO
                           * W-ADC-PERC / 100.
                IF W-ADC-TIPO = "P"
                   COMPUTE W-VL-PERICUL ROUNDED =
                           W-SAL-FUNC * W-ADC-PERC / 100.
                PERFORM BUSCA-ANUENIO THRU BUSCA-ANUENIO-FIM
                COMPUTE W-VL-ANUENIO ROUNDED =
                        W-SAL-FUNC * W-ANU-PERC / 100
                COMPUTE W-VL-ADICIONAL = W-VL-INSALUB + W-VL-PERICUL
                        + W-VL-ANUENIO.
       CALCULA-ADICIONAIS-FIM.
                EXIT.
      *
       BUSCA-SAL-MINIMO.
                MOVE 1 TO W-ADC-EMP
                IF FUN-EMPRESA-X OF REGFUNC NUMERIC AND
                   FUN-EMPRESA OF REGFUNC > ZEROS
                   MOVE FUN-EMPRESA OF REGFUNC TO W-ADC-EMP.
                IF W-ADC-EMP = W-ADC-EMP-LIDA
                   GO TO BUSCA-SAL-MINIMO-FIM.
                MOVE W-ADC-EMP TO W-ADC-EMP-LIDA
                MOVE ZEROS TO W-SAL-MINIMO
                IF W-EMP-ABERTO NOT = "S"
                   GO TO BUSCA-SAL-MINIMO-AVISO.
                MOVE W-ADC-EMP TO EMP-CODIGO
                READ CADEMP
                     INVALID KEY GO TO BUSCA-SAL-MINIMO-AVISO.
                IF EMP-SAL-MINIMO-X NUMERIC
                   MOVE EMP-SAL-MINIMO TO W-SAL-MINIMO.
       BUSCA-SAL-MINIMO-AVISO.
                IF W-SAL-MINIMO = ZEROS
                   DISPLAY "AVISO: SALARIO MINIMO NAO INFORMADO EM "
                           "CADEMP - EMPRESA " W-ADC-EMP.
       BUSCA-SAL-MINIMO-FIM.
                EXIT.
      *
       BUSCA-ANUENIO.
                IF W-ANU-ABERTO NOT = "S"
                   GO TO BUSCA-ANUENIO-FIM.
                COMPUTE W-ADC-ANOS = W-ADC-REF-ANO
                        - ADM-ANO OF REGFUNC
                IF W-ADC-REF-MES * 100 + W-ADC-REF-DIA <
                   ADM-MES OF REGFUNC * 100 + ADM-DIA OF REGFUNC
                   SUBTRACT 1 FROM W-ADC-ANOS.
                IF W-ADC-ANOS > 99
                   MOVE 99 TO W-ADC-ANOS.
       BUSCA-ANUENIO-LOOP.
                IF W-ADC-ANOS < 1
                   GO TO BUSCA-ANUENIO-FIM.
                MOVE W-ADC-ANOS TO ANU-ANOS
                READ CADANUENIO
                     INVALID KEY
                        SUBTRACT 1 FROM W-ADC-ANOS
                        GO TO BUSCA-ANUENIO-LOOP.
                MOVE ANU-PERC TO W-ANU-PERC.
       BUSCA-ANUENIO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-ANU-ABERTO = "S"
                   CLOSE CADANUENIO.
                IF W-EMP-ABERTO = "S"
                   CLOSE CADEMP.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                IF W-HIST-ABERTO = "S"
                   CLOSE FOLHAHIST.
                CLOSE CADFUNC CADCARGO CADINSS CADIRRF REL13 HOL13
                STOP RUN.
      *
      **********************************
      * SALARIO INDIVIDUAL VIGENTE EM  *
      * W-SLF-REF (CADSALFUN.DAT). SEM *
      * HISTORICO, VALE O SALARIO DO   *
      * CADASTRO E, NA FALTA DESTE, O  *
      * SALARIO BASE DO CARGO          *
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
                MOVE SLF-SALARIO TO W-SAL-FUNC
                MOVE "H" TO W-SAL-ORIGEM
                GO TO BUSCA-SALFUN-LE.
       BUSCA-SALFUN-FIM.
                EXIT.
